000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       INTER-STEP RECORD-COUNT BALANCING FOR THE
000060*                EMPBATCH NIGHTLY CHAIN.  EVERY STEP CHECKS ONLY
000070*                ITS OWN RETURN CODE, SO A MERGE THAT DROPPED
000080*                RECORDS OR A LOAD THAT ACCEPTED FEWER THAN IT
000090*                READ WITHOUT SUSPENDING THE DIFFERENCE STILL
000100*                ENDED "OK".  THIS STEP CLOSES THE CHAIN: IT READS
000110*                THE COUNTS EACH STEP LEFT IN EMPRUN.LOG SINCE THE
000120*                LAST EMPBATCH INICIO (THE FIN RECORD'S COUNT PLUS
000130*                THE "C-" CONTROL RECORDS) AND PROVES SIX
000140*                CONTROLS: (1) THE MERGED FEED EQUALS THE REGIONAL
000150*                INPUTS PLUS THE ONBOARDING RELEASES MINUS THE
000160*                DUPLICATES, (2) EMPVAL READ WHAT EMPMRG WROTE,
000170*                (3) THE FEED READ EQUALS ACCEPTED PLUS EMPSUSP
000180*                REJECTS, (4) MASTER ADDS PLUS CHANGES EQUAL THE
000190*                ACCEPTED COUNT, (5) THE NEW EMPAUD ENTRIES EQUAL
000200*                THOSE ADDS PLUS CHANGES AND (6) THE EMPLEADOS.CSV
000210*                ROWS EQUAL THE ACTIVE MASTER RECORDS.  A CONTROL
000220*                WHOSE STEPS DID NOT RUN IN THIS CHAIN (SKIPPED BY
000230*                THE SCHEDULE OR ALREADY DONE BEFORE A RESTART) IS
000240*                NOT CHECKED.  EACH RESULT GOES TO THE RUN LOG AS
000250*                A "CUADRA" OR "DESCUA" RECORD (CONTROL NUMBER IN
000260*                THE RETURN-CODE FIELD, DIFFERENCE IN THE COUNT)
000270*                FOR THE TOP OF THE EMPMORN REPORT, AND ANY BREAK
000280*                RETURNS 4.
000290* TECTONICS:     cobc -x -std=ibm -I copybooks EMPCUAD.CBL
000300*                RUNLOG FILERR
000310*----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   ---------- ----  ----------------------------------------
000350*   2026-10-15  RT   ORIGINAL PROGRAM.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. EMPCUAD.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL BITACORA-ARCHIVO
000440         ASSIGN TO "EMPRUN.LOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS BIT-FILE-STATUS.
000470
000480     COPY EMPFSEL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  BITACORA-ARCHIVO.
000530 01  BIT-REGISTRO.
000540     05  BIT-FECHA           PIC 9(08).
000550     05  FILLER              PIC X(01).
000560     05  BIT-HORA            PIC 9(06).
000570     05  FILLER              PIC X(01).
000580     05  BIT-PROGRAMA        PIC X(08).
000590     05  FILLER              PIC X(01).
000600     05  BIT-EVENTO          PIC X(06).
000610     05  FILLER              PIC X(01).
000620     05  BIT-CONTADOR        PIC 9(07).
000630     05  FILLER              PIC X(01).
000640     05  BIT-RETORNO         PIC 9(04).
000650     05  FILLER              PIC X(01).
000660     05  BIT-OPERADOR        PIC X(08).
000670
000680 FD  EMPLEADOS-ARCHIVO.
000690     COPY EMPREG.
000700
000710 WORKING-STORAGE SECTION.
000720 01  BIT-FILE-STATUS          PIC XX VALUE SPACES.
000730 01  BIT-EOF-SW               PIC X VALUE "N".
000740     88  BIT-EOF              VALUE "Y".
000750 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000760 01  EMP-EOF-SW               PIC X VALUE "N".
000770     88  EMP-EOF              VALUE "Y".
000780
000790 01  CU-MRG-SW                PIC X VALUE "N".
000800     88  CU-MRG-VISTO         VALUE "Y".
000810 01  CU-REG1                  PIC 9(7) VALUE 0.
000820 01  CU-REG2                  PIC 9(7) VALUE 0.
000830 01  CU-ONBF                  PIC 9(7) VALUE 0.
000840 01  CU-DUPL                  PIC 9(7) VALUE 0.
000850 01  CU-FUSION                PIC 9(7) VALUE 0.
000860
000870 01  CU-VAL-SW                PIC X VALUE "N".
000880     88  CU-VAL-VISTO         VALUE "Y".
000890 01  CU-LEIDOS                PIC 9(7) VALUE 0.
000900 01  CU-ACEP                  PIC 9(7) VALUE 0.
000910 01  CU-SUSP                  PIC 9(7) VALUE 0.
000920 01  CU-ALTA                  PIC 9(7) VALUE 0.
000930 01  CU-CAMB                  PIC 9(7) VALUE 0.
000940 01  CU-AUDI                  PIC 9(7) VALUE 0.
000950
000960 01  CU-CSV-SW                PIC X VALUE "N".
000970     88  CU-CSV-VISTO         VALUE "Y".
000980 01  CU-CSV-FILAS             PIC 9(7) VALUE 0.
000990
001000 01  CU-SNP-SW                PIC X VALUE "N".
001010     88  CU-SNP-VISTO         VALUE "Y".
001020 01  CU-ACTIVOS               PIC 9(7) VALUE 0.
001030
001040 01  CU-CONTROL               PIC 9(4) VALUE 0.
001050 01  CU-TEXTO                 PIC X(45) VALUE SPACES.
001060 01  CU-IZQUIERDA             PIC S9(8) VALUE 0.
001070 01  CU-DERECHA               PIC S9(8) VALUE 0.
001080 01  CU-DIFERENCIA            PIC S9(8) VALUE 0.
001090 01  CU-IZQ-EDIT              PIC -------9.
001100 01  CU-DER-EDIT              PIC -------9.
001110 01  CU-VERIFICADOS           PIC 9(2) VALUE 0.
001120 01  CU-DESCUADRES            PIC 9(2) VALUE 0.
001130
001140 01  CU-LOG-PROGRAMA          PIC X(08) VALUE "EMPCUAD".
001150 01  CU-LOG-EVENTO            PIC X(06) VALUE SPACES.
001160 01  CU-LOG-CONTADOR          PIC 9(07) VALUE 0.
001170 01  CU-LOG-RETORNO           PIC 9(04) VALUE 0.
001180 01  CU-ERR-ARCHIVO           PIC X(20) VALUE SPACES.
001190 01  CU-ERR-STATUS            PIC XX VALUE SPACES.
001200 01  CU-IO-FALLO-SW           PIC X VALUE "N".
001210     88  CU-IO-FALLO          VALUE "Y".
001220
001230 PROCEDURE DIVISION.
001240
001250 0000-MAINLINE.
001260     MOVE "INICIO" TO CU-LOG-EVENTO
001270     MOVE ZERO TO CU-LOG-CONTADOR
001280     MOVE ZERO TO CU-LOG-RETORNO
001290     CALL "RUNLOG" USING CU-LOG-PROGRAMA, CU-LOG-EVENTO,
001300         CU-LOG-CONTADOR, CU-LOG-RETORNO
001310     PERFORM 1000-INITIALIZE
001320     PERFORM 2000-EXAMINAR-EVENTO UNTIL BIT-EOF
001330     PERFORM 3000-VERIFICAR-CONTROLES
001340     PERFORM 8000-TERMINATE
001350     PERFORM 9999-EXIT.
001360
001370*----------------------------------------------------------------
001380* 1000-INITIALIZE - START FROM NOTHING ON EVERY CALL (THE CHAIN
001390*                   MAY BE RUN MORE THAN ONCE IN ONE SESSION) AND
001400*                   OPEN THE RUN LOG.
001410*----------------------------------------------------------------
001420 1000-INITIALIZE.
001430     MOVE "N" TO BIT-EOF-SW
001440     MOVE "N" TO CU-IO-FALLO-SW
001450     MOVE ZERO TO CU-VERIFICADOS
001460     MOVE ZERO TO CU-DESCUADRES
001470     PERFORM 1500-LIMPIAR-CUENTAS
001480     OPEN INPUT BITACORA-ARCHIVO
001490     IF BIT-FILE-STATUS NOT = "00"
001500         DISPLAY "EMPCUAD: NO EXISTE EMPRUN.LOG - NADA QUE"
001510             " CUADRAR"
001520         MOVE "Y" TO BIT-EOF-SW
001530         IF BIT-FILE-STATUS = "05"
001540             CLOSE BITACORA-ARCHIVO
001550         END-IF
001560     ELSE
001570         PERFORM 1100-READ-BITACORA
001580     END-IF.
001590
001600 1100-READ-BITACORA.
001610     READ BITACORA-ARCHIVO
001620         AT END
001630             MOVE "Y" TO BIT-EOF-SW
001640     END-READ.
001650
001660*----------------------------------------------------------------
001670* 1500-LIMPIAR-CUENTAS - FORGET EVERY COUNT SEEN SO FAR.  DONE AT
001680*                        EACH EMPBATCH INICIO SO ONLY THE STEPS OF
001690*                        THE CURRENT CHAIN ARE BALANCED.
001700*----------------------------------------------------------------
001710 1500-LIMPIAR-CUENTAS.
001720     MOVE "N" TO CU-MRG-SW
001730     MOVE ZERO TO CU-REG1 CU-REG2 CU-ONBF CU-DUPL CU-FUSION
001740     MOVE "N" TO CU-VAL-SW
001750     MOVE ZERO TO CU-LEIDOS CU-ACEP CU-SUSP CU-ALTA CU-CAMB
001760         CU-AUDI
001770     MOVE "N" TO CU-CSV-SW
001780     MOVE ZERO TO CU-CSV-FILAS
001790     MOVE "N" TO CU-SNP-SW
001800     MOVE ZERO TO CU-ACTIVOS.
001810
001820*----------------------------------------------------------------
001830* 2000-EXAMINAR-EVENTO - PICK THE BALANCING COUNTS OUT OF ONE
001840*                        RUN-LOG RECORD.  A STEP'S INICIO FORGETS
001850*                        ITS EARLIER COUNTS, SO A STEP RUN TWICE
001860*                        IS BALANCED ON ITS LAST RUN.
001870*----------------------------------------------------------------
001880 2000-EXAMINAR-EVENTO.
001890     EVALUATE BIT-PROGRAMA
001900         WHEN "EMPBATCH"
001910             IF BIT-EVENTO = "INICIO"
001920                 PERFORM 1500-LIMPIAR-CUENTAS
001930             END-IF
001940         WHEN "EMPMRG"
001950             PERFORM 2100-CUENTA-FUSION
001960         WHEN "EMPVAL"
001970             PERFORM 2200-CUENTA-VALIDACION
001980         WHEN "EMPCSV"
001990             PERFORM 2300-CUENTA-EXPORTACION
002000         WHEN "EMPSNAP"
002010             PERFORM 2400-CUENTA-FOTO
002020     END-EVALUATE
002030     PERFORM 1100-READ-BITACORA.
002040
002050 2100-CUENTA-FUSION.
002060     EVALUATE BIT-EVENTO
002070         WHEN "INICIO"
002080             MOVE "N" TO CU-MRG-SW
002090             MOVE ZERO TO CU-REG1 CU-REG2 CU-ONBF CU-DUPL
002100                 CU-FUSION
002110         WHEN "C-REG1"
002120             MOVE BIT-CONTADOR TO CU-REG1
002130         WHEN "C-REG2"
002140             MOVE BIT-CONTADOR TO CU-REG2
002150         WHEN "C-ONBF"
002160             MOVE BIT-CONTADOR TO CU-ONBF
002170         WHEN "C-DUPL"
002180             MOVE BIT-CONTADOR TO CU-DUPL
002190         WHEN "FIN"
002200             MOVE BIT-CONTADOR TO CU-FUSION
002210             MOVE "Y" TO CU-MRG-SW
002220     END-EVALUATE.
002230
002240 2200-CUENTA-VALIDACION.
002250     EVALUATE BIT-EVENTO
002260         WHEN "INICIO"
002270             MOVE "N" TO CU-VAL-SW
002280             MOVE ZERO TO CU-LEIDOS CU-ACEP CU-SUSP CU-ALTA
002290                 CU-CAMB CU-AUDI
002300         WHEN "C-ACEP"
002310             MOVE BIT-CONTADOR TO CU-ACEP
002320         WHEN "C-SUSP"
002330             MOVE BIT-CONTADOR TO CU-SUSP
002340         WHEN "C-ALTA"
002350             MOVE BIT-CONTADOR TO CU-ALTA
002360         WHEN "C-CAMB"
002370             MOVE BIT-CONTADOR TO CU-CAMB
002380         WHEN "C-AUDI"
002390             MOVE BIT-CONTADOR TO CU-AUDI
002400         WHEN "FIN"
002410             MOVE BIT-CONTADOR TO CU-LEIDOS
002420             MOVE "Y" TO CU-VAL-SW
002430     END-EVALUATE.
002440
002450 2300-CUENTA-EXPORTACION.
002460     IF BIT-EVENTO = "INICIO"
002470         MOVE "N" TO CU-CSV-SW
002480     END-IF
002490     IF BIT-EVENTO = "FIN"
002500         MOVE BIT-CONTADOR TO CU-CSV-FILAS
002510         MOVE "Y" TO CU-CSV-SW
002520     END-IF.
002530
002540 2400-CUENTA-FOTO.
002550     IF BIT-EVENTO = "INICIO"
002560         MOVE "N" TO CU-SNP-SW
002570     END-IF
002580     IF BIT-EVENTO = "FIN"
002590         MOVE BIT-CONTADOR TO CU-ACTIVOS
002600         MOVE "Y" TO CU-SNP-SW
002610     END-IF.
002620
002630*----------------------------------------------------------------
002640* 3000-VERIFICAR-CONTROLES - PROVE EACH CONTROL WHOSE STEPS RAN IN
002650*                            THIS CHAIN.
002660*----------------------------------------------------------------
002670 3000-VERIFICAR-CONTROLES.
002680     IF BIT-FILE-STATUS = "00" OR BIT-FILE-STATUS = "10"
002690         CLOSE BITACORA-ARCHIVO
002700     END-IF
002710     IF CU-MRG-VISTO
002720         MOVE 1 TO CU-CONTROL
002730         MOVE "REGIONES + ALTAS - DUPLICADOS = FUSIONADOS"
002740             TO CU-TEXTO
002750         COMPUTE CU-IZQUIERDA = CU-REG1 + CU-REG2 + CU-ONBF
002760             - CU-DUPL
002770         MOVE CU-FUSION TO CU-DERECHA
002780         PERFORM 3900-COMPARAR
002790     END-IF
002800     IF CU-MRG-VISTO AND CU-VAL-VISTO
002810         MOVE 2 TO CU-CONTROL
002820         MOVE "FUSIONADOS = LEIDOS POR EMPVAL" TO CU-TEXTO
002830         MOVE CU-FUSION TO CU-IZQUIERDA
002840         MOVE CU-LEIDOS TO CU-DERECHA
002850         PERFORM 3900-COMPARAR
002860     END-IF
002870     IF CU-VAL-VISTO
002880         MOVE 3 TO CU-CONTROL
002890         MOVE "LEIDOS = ACEPTADOS + RECHAZOS EN EMPSUSP"
002900             TO CU-TEXTO
002910         MOVE CU-LEIDOS TO CU-IZQUIERDA
002920         COMPUTE CU-DERECHA = CU-ACEP + CU-SUSP
002930         PERFORM 3900-COMPARAR
002940         MOVE 4 TO CU-CONTROL
002950         MOVE "ALTAS + CAMBIOS EN MAESTRO = ACEPTADOS"
002960             TO CU-TEXTO
002970         COMPUTE CU-IZQUIERDA = CU-ALTA + CU-CAMB
002980         MOVE CU-ACEP TO CU-DERECHA
002990         PERFORM 3900-COMPARAR
003000         MOVE 5 TO CU-CONTROL
003010         MOVE "ALTAS + CAMBIOS = ENTRADAS NUEVAS EN EMPAUD"
003020             TO CU-TEXTO
003030         COMPUTE CU-IZQUIERDA = CU-ALTA + CU-CAMB
003040         MOVE CU-AUDI TO CU-DERECHA
003050         PERFORM 3900-COMPARAR
003060     END-IF
003070     IF CU-CSV-VISTO
003080         IF NOT CU-SNP-VISTO
003090             PERFORM 3100-CONTAR-ACTIVOS
003100         END-IF
003110         IF NOT CU-IO-FALLO
003120             MOVE 6 TO CU-CONTROL
003130             MOVE "FILAS EN EMPLEADOS.CSV = ACTIVOS EN MAESTRO"
003140                 TO CU-TEXTO
003150             MOVE CU-CSV-FILAS TO CU-IZQUIERDA
003160             MOVE CU-ACTIVOS TO CU-DERECHA
003170             PERFORM 3900-COMPARAR
003180         END-IF
003190     END-IF
003200     IF CU-VERIFICADOS = ZERO
003210         DISPLAY "EMPCUAD: NINGUN PASO CONTROLADO CORRIO EN ESTA"
003220             " CADENA - NADA QUE CUADRAR"
003230     END-IF.
003240
003250*----------------------------------------------------------------
003260* 3100-CONTAR-ACTIVOS - THE ACTIVE COUNT NORMALLY COMES FROM THE
003270*                       EMPSNAP HEADCOUNT STEP; WHEN THE SCHEDULE
003280*                       SKIPPED IT (OR THE CHAIN STOPPED BEFORE
003290*                       IT) THE MASTER IS COUNTED HERE INSTEAD.
003300*----------------------------------------------------------------
003310 3100-CONTAR-ACTIVOS.
003320     MOVE ZERO TO CU-ACTIVOS
003330     MOVE "N" TO EMP-EOF-SW
003340     OPEN INPUT EMPLEADOS-ARCHIVO
003350     MOVE "EMPLEADOS.DAT" TO CU-ERR-ARCHIVO
003360     MOVE EMP-FILE-STATUS TO CU-ERR-STATUS
003370     PERFORM 9000-CHECK-ESTADO
003380     IF NOT CU-IO-FALLO
003390         PERFORM 3110-LEER-EMPLEADO
003400         PERFORM 3120-CONTAR-EMPLEADO UNTIL EMP-EOF
003410         CLOSE EMPLEADOS-ARCHIVO
003420     END-IF.
003430
003440 3110-LEER-EMPLEADO.
003450     READ EMPLEADOS-ARCHIVO NEXT RECORD
003460         AT END
003470             MOVE "Y" TO EMP-EOF-SW
003480     END-READ
003490     IF EMP-FILE-STATUS NOT = "00" AND
003500             EMP-FILE-STATUS NOT = "10"
003510         MOVE "EMPLEADOS.DAT" TO CU-ERR-ARCHIVO
003520         MOVE EMP-FILE-STATUS TO CU-ERR-STATUS
003530         PERFORM 9000-CHECK-ESTADO
003540     END-IF.
003550
003560 3120-CONTAR-EMPLEADO.
003570     IF E-ACTIVO
003580         ADD 1 TO CU-ACTIVOS
003590     END-IF
003600     PERFORM 3110-LEER-EMPLEADO.
003610
003620*----------------------------------------------------------------
003630* 3900-COMPARAR - ONE CONTROL: SHOW BOTH SIDES ON THE CONSOLE AND
003640*                 LOG "CUADRA" OR "DESCUA" WITH THE CONTROL NUMBER
003650*                 AND THE DIFFERENCE FOR THE MORNING REPORT.
003660*----------------------------------------------------------------
003670 3900-COMPARAR.
003680     ADD 1 TO CU-VERIFICADOS
003690     COMPUTE CU-DIFERENCIA = CU-IZQUIERDA - CU-DERECHA
003700     MOVE CU-IZQUIERDA TO CU-IZQ-EDIT
003710     MOVE CU-DERECHA TO CU-DER-EDIT
003720     IF CU-DIFERENCIA = ZERO
003730         MOVE "CUADRA" TO CU-LOG-EVENTO
003740         DISPLAY "EMPCUAD: CONTROL " CU-CONTROL " " CU-TEXTO
003750             " " CU-IZQ-EDIT " / " CU-DER-EDIT " - CUADRA"
003760     ELSE
003770         ADD 1 TO CU-DESCUADRES
003780         MOVE "DESCUA" TO CU-LOG-EVENTO
003790         DISPLAY "EMPCUAD: CONTROL " CU-CONTROL " " CU-TEXTO
003800             " " CU-IZQ-EDIT " / " CU-DER-EDIT " - DESCUADRE"
003810         IF CU-DIFERENCIA < ZERO
003820             COMPUTE CU-DIFERENCIA = ZERO - CU-DIFERENCIA
003830         END-IF
003840     END-IF
003850     MOVE CU-DIFERENCIA TO CU-LOG-CONTADOR
003860     MOVE CU-CONTROL TO CU-LOG-RETORNO
003870     CALL "RUNLOG" USING CU-LOG-PROGRAMA, CU-LOG-EVENTO,
003880         CU-LOG-CONTADOR, CU-LOG-RETORNO.
003890
003900*----------------------------------------------------------------
003910* 8000-TERMINATE - SUMMARIZE THE BALANCING AND SET RETURN-CODE: 4
003920*                  ON ANY BREAK, 16 WHEN THE MASTER COULD NOT BE
003930*                  COUNTED.
003940*----------------------------------------------------------------
003950 8000-TERMINATE.
003960     DISPLAY "EMPCUAD - CONTROLES VERIFICADOS: " CU-VERIFICADOS
003970     DISPLAY "EMPCUAD - DESCUADRES           : " CU-DESCUADRES
003980     MOVE ZERO TO RETURN-CODE
003990     IF CU-DESCUADRES > ZERO
004000         MOVE 4 TO RETURN-CODE
004010     END-IF
004020     IF CU-IO-FALLO
004030         MOVE 16 TO RETURN-CODE
004040     END-IF
004050     MOVE "FIN" TO CU-LOG-EVENTO
004060     MOVE CU-DESCUADRES TO CU-LOG-CONTADOR
004070     MOVE RETURN-CODE TO CU-LOG-RETORNO
004080     CALL "RUNLOG" USING CU-LOG-PROGRAMA, CU-LOG-EVENTO,
004090         CU-LOG-CONTADOR, CU-LOG-RETORNO
004100     MOVE CU-LOG-RETORNO TO RETURN-CODE.
004110
004120 9000-CHECK-ESTADO.
004130     IF CU-ERR-STATUS NOT = "00" AND CU-ERR-STATUS NOT = "05"
004140         CALL "FILERR" USING CU-LOG-PROGRAMA, CU-ERR-ARCHIVO,
004150             CU-ERR-STATUS
004160         MOVE "Y" TO CU-IO-FALLO-SW
004170         MOVE "Y" TO EMP-EOF-SW
004180     END-IF.
004190
004200 9999-EXIT.
004210     GOBACK.
004220 END PROGRAM EMPCUAD.
