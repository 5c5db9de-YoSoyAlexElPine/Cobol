000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       VACATION YEAR-END CLOSE.  FOR EVERY ACTIVE (OR
000060*                SUSPENDED) EMPLEADOS-REGISTRO IT WORKS OUT THE
000070*                CLOSING POSITION OF THE YEAR - VACDER
000080*                ENTITLEMENT AT 31 DECEMBER, CARRIED DAYS STILL
000090*                VALID (VACARR), DAYS TAKEN, BALANCE - AND
000100*                WRITES IT TO EMPVACH.DAT.  THE UNUSED BALANCE
000110*                IS CARRIED INTO THE NEW YEAR UP TO THE CONVENIO
000120*                CAP FOR THE EMPLOYEE'S CATEGORY (CONVMST.DAT,
000130*                LATEST YEAR NOT AFTER THE ONE BEING CLOSED),
000140*                WITH THE EXPIRY DATE THE CONVENIO SETS; A
000150*                CATEGORY WITH NO CAP CARRIES NOTHING.  THE TAKEN
000160*                COUNT IS THEN RESET AND EVERY REWRITE GETS THE
000170*                NORMAL BEFORE/AFTER AUDIT ENTRY (ACCION
000180*                "VACCIE").  PREVIEWS THE TOTALS AND ASKS FOR
000190*                CONFIRMATION FIRST, SUPERVISORS ONLY, AND WILL
000200*                NOT CLOSE A YEAR EMPVACH.DAT ALREADY HOLDS.
000210*                REPLACES THE JANUARY "CORREGIR TOTAL TOMADO"
000220*                ROUND OF EMPVAC, WHICH LOST THE UNUSED DAYS.
000230* TECTONICS:     cobc -x -std=ibm -I copybooks EMPVCIE.CBL
000240*                OPERSES CONFIRM RUNLOG RUNLOCK VACDER VACARR
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   ---------- ----  ----------------------------------------
000290*   2026-10-15  RT   ORIGINAL PROGRAM.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. EMPVCIE.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     COPY EMPFSEL.
000380     COPY EMPAUSEL.
000390     COPY EMPVCSEL.
000400
000410     SELECT OPTIONAL CONVENIO-TABLA
000420         ASSIGN TO "CONVMST.DAT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS CNV-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  EMPLEADOS-ARCHIVO.
000490     COPY EMPREG.
000500
000510 FD  EMPLEADOS-AUDITORIA.
000520     COPY EMPAUD.
000530
000540 FD  EMPVACH-ARCHIVO.
000550     COPY EMPVACH.
000560
000570 FD  CONVENIO-TABLA.
000580 01  CNV-REGISTRO.
000590     05  CNV-CATEGORIA       PIC X(04).
000600     05  CNV-ANIO            PIC 9(4).
000610     05  CNV-MINIMO          PIC 9(7)V99.
000620     05  CNV-IT-DIA          PIC 9(3).
000630     05  CNV-IT-PCT          PIC 9(3)V99.
000640     05  CNV-VAC-TOPE        PIC 9(3).
000650     05  CNV-VAC-CADUCA      PIC 9(4).
000660
000670 WORKING-STORAGE SECTION.
000680 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000690 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
000700 01  VH-FILE-STATUS           PIC XX VALUE SPACES.
000710 01  CNV-FILE-STATUS          PIC XX VALUE SPACES.
000720 01  EMP-EOF-SW               PIC X VALUE "N".
000730     88  EMP-EOF              VALUE "Y".
000740 01  VH-EOF-SW                PIC X VALUE "N".
000750     88  VH-EOF               VALUE "Y".
000760 01  CNV-EOF-SW               PIC X VALUE "N".
000770     88  CNV-EOF              VALUE "Y".
000780
000790 01  CI-HOY                   PIC 9(8) VALUE ZERO.
000800 01  CI-HOY-ANIO              PIC 9(4) VALUE 0.
000810 01  CI-ANIO                  PIC 9(4) VALUE 0.
000820 01  CI-ANIO-SIGUIENTE        PIC 9(4) VALUE 0.
000830 01  CI-FIN-ANIO              PIC 9(8) VALUE ZERO.
000840 01  CI-CAMPO                 PIC X(10) VALUE SPACES.
000850 01  CI-ANIO-VALIDO-SW        PIC X VALUE "N".
000860     88  CI-ANIO-VALIDO       VALUE "Y".
000870 01  CI-CERRADO-SW            PIC X VALUE "N".
000880     88  CI-CERRADO           VALUE "Y".
000890
000900 01  CI-OPERADOR              PIC X(08) VALUE SPACES.
000910 01  CI-OPER-NIVEL            PIC X(01) VALUE SPACES.
000920 01  CI-CONFIRMA              PIC X VALUE "N".
000930 01  CI-ACCION-TXT            PIC X(40) VALUE SPACES.
000940
000950*    CONVENIO CARRY-OVER RULE BY CATEGORY LOADED FROM CONVMST.DAT.
000960 01  CI-CNV-TABLA.
000970     05  CI-CNV-MAX           PIC 9(3) VALUE 0.
000980     05  CI-CNV-ENTRADA OCCURS 100 TIMES.
000990         10  CI-CNV-CATEGORIA PIC X(04).
001000         10  CI-CNV-ANIO      PIC 9(4).
001010         10  CI-CNV-TOPE      PIC 9(3).
001020         10  CI-CNV-CADUCA    PIC 9(4).
001030 01  CI-CNV-IDX               PIC 9(3) VALUE 0.
001040 01  CI-CNV-POS               PIC 9(3) VALUE 0.
001050 01  CI-CATEGORIA-BUSCA       PIC X(04) VALUE SPACES.
001060
001070 01  CI-DERECHO               PIC 9(3) VALUE 0.
001080 01  CI-ARR-VIGENTE           PIC 9(3) VALUE 0.
001090 01  CI-SALDO                 PIC S9(4) VALUE 0.
001100 01  CI-TOPE                  PIC 9(3) VALUE 0.
001110 01  CI-CADUCA-MMDD           PIC 9(4) VALUE 0.
001120 01  CI-ARR-NUEVO             PIC 9(3) VALUE 0.
001130 01  CI-CADUCA-NUEVA          PIC 9(8) VALUE ZERO.
001140 01  CI-PERDIDOS              PIC 9(3) VALUE 0.
001150
001160 01  CI-ANTES-TOMADOS         PIC 9(3) VALUE 0.
001170
001180 01  CI-AFECTADOS             PIC 9(7) VALUE 0.
001190 01  CI-SIN-TOPE              PIC 9(7) VALUE 0.
001200 01  CI-NEGATIVOS             PIC 9(7) VALUE 0.
001210 01  CI-TOTAL-TOMADOS         PIC 9(9) VALUE 0.
001220 01  CI-TOTAL-ARRASTRE        PIC 9(9) VALUE 0.
001230 01  CI-TOTAL-PERDIDOS        PIC 9(9) VALUE 0.
001240 01  CI-CERRADOS              PIC 9(7) VALUE 0.
001250
001260 01  CI-LOG-PROGRAMA          PIC X(08) VALUE "EMPVCIE".
001270 01  CI-LOG-EVENTO            PIC X(06) VALUE SPACES.
001280 01  CI-LOG-CONTADOR          PIC 9(07) VALUE 0.
001290 01  CI-LOG-RETORNO           PIC 9(04) VALUE 0.
001300
001310 01  CI-LCK-ACCION            PIC X(08) VALUE SPACES.
001320 01  CI-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
001330 01  CI-LCK-RESULTADO-SW      PIC X VALUE "N".
001340     88  CI-LCK-CONCEDIDO     VALUE "Y".
001350 01  CI-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
001360 01  CI-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001370 01  CI-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001380 01  CI-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
001390
001400 PROCEDURE DIVISION.
001410
001420 0000-MAINLINE.
001430     MOVE "INICIO" TO CI-LOG-EVENTO
001440     CALL "RUNLOG" USING CI-LOG-PROGRAMA, CI-LOG-EVENTO,
001450         CI-LOG-CONTADOR, CI-LOG-RETORNO
001460     CALL "OPERSES" USING CI-OPERADOR, CI-OPER-NIVEL
001470     IF CI-OPER-NIVEL NOT = "S"
001480         DISPLAY "EMPVCIE: SOLO UN SUPERVISOR PUEDE CERRAR EL"
001490             " ANIO DE VACACIONES"
001500         MOVE 8 TO RETURN-CODE
001510     ELSE
001520         PERFORM 0500-TOMAR-CERROJO
001530         IF CI-LCK-CONCEDIDO
001540             PERFORM 0600-CERRAR
001550             PERFORM 8500-SOLTAR-CERROJO
001560         ELSE
001570             MOVE 8 TO RETURN-CODE
001580         END-IF
001590     END-IF
001600     MOVE "FIN" TO CI-LOG-EVENTO
001610     MOVE CI-CERRADOS TO CI-LOG-CONTADOR
001620     MOVE RETURN-CODE TO CI-LOG-RETORNO
001630     CALL "RUNLOG" USING CI-LOG-PROGRAMA, CI-LOG-EVENTO,
001640         CI-LOG-CONTADOR, CI-LOG-RETORNO
001650     MOVE CI-LOG-RETORNO TO RETURN-CODE
001660     PERFORM 9999-EXIT.
001670
001680*----------------------------------------------------------------
001690* 0500-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK BEFORE
001700*                      TOUCHING THE MASTER.  REFUSED MEANS THE
001710*                      BATCH (OR ANOTHER SCREEN) HOLDS IT - SAY
001720*                      WHO AND SINCE WHEN AND DO NOT START.
001730*----------------------------------------------------------------
001740 0500-TOMAR-CERROJO.
001750     MOVE "TOMAR" TO CI-LCK-ACCION
001760     CALL "RUNLOCK" USING CI-LCK-ACCION, CI-LCK-TIPO,
001770         CI-LCK-RESULTADO-SW, CI-LCK-TEN-TIPO,
001780         CI-LCK-TEN-OPERADOR, CI-LCK-TEN-FECHA,
001790         CI-LCK-TEN-HORA
001800     IF NOT CI-LCK-CONCEDIDO
001810         DISPLAY "EMPVCIE: EL MAESTRO ESTA BLOQUEADO POR "
001820             CI-LCK-TEN-TIPO " (" CI-LCK-TEN-OPERADOR
001830             ") DESDE " CI-LCK-TEN-FECHA " " CI-LCK-TEN-HORA
001840         DISPLAY "EMPVCIE: USE LA OPCION DE CERROJO DEL MENU"
001850             " SI QUEDO ATASCADO"
001860     END-IF.
001870
001880 8500-SOLTAR-CERROJO.
001890     MOVE "SOLTAR" TO CI-LCK-ACCION
001900     CALL "RUNLOCK" USING CI-LCK-ACCION, CI-LCK-TIPO,
001910         CI-LCK-RESULTADO-SW, CI-LCK-TEN-TIPO,
001920         CI-LCK-TEN-OPERADOR, CI-LCK-TEN-FECHA,
001930         CI-LCK-TEN-HORA.
001940
001950 0600-CERRAR.
001960     MOVE FUNCTION CURRENT-DATE(1:8) TO CI-HOY
001970     MOVE CI-HOY(1:4) TO CI-HOY-ANIO
001980     PERFORM 1000-PEDIR-ANIO UNTIL CI-ANIO-VALIDO
001990     PERFORM 1100-COMPROBAR-CERRADO
002000     IF CI-CERRADO
002010         DISPLAY "EMPVCIE: EL ANIO " CI-ANIO " YA ESTA CERRADO"
002020             " EN EMPVACH.DAT - NADA SE HACE"
002030         MOVE 8 TO RETURN-CODE
002040     ELSE
002050         PERFORM 1800-CARGAR-CONVENIO
002060         PERFORM 2000-PREVISUALIZAR
002070         IF CI-AFECTADOS = 0
002080             DISPLAY "EMPVCIE: NINGUN EMPLEADO QUE CERRAR"
002090         ELSE
002100             PERFORM 3000-CONFIRMAR-Y-CERRAR
002110         END-IF
002120     END-IF.
002130
002140*----------------------------------------------------------------
002150* 1000-PEDIR-ANIO - THE YEAR TO CLOSE.  ENTER TAKES THE CURRENT
002160*                   YEAR WHEN RUN IN DECEMBER AND THE PREVIOUS
002170*                   ONE OTHERWISE (THE USUAL JANUARY RUN).  A
002180*                   YEAR NOT YET STARTED CANNOT BE CLOSED.
002190*----------------------------------------------------------------
002200 1000-PEDIR-ANIO.
002210     IF CI-HOY(5:2) = "12"
002220         MOVE CI-HOY-ANIO TO CI-ANIO
002230     ELSE
002240         COMPUTE CI-ANIO = CI-HOY-ANIO - 1
002250     END-IF
002260     DISPLAY "ANIO DE VACACIONES A CERRAR (ENTER = " CI-ANIO
002270         "): "
002280     MOVE SPACES TO CI-CAMPO
002290     ACCEPT CI-CAMPO
002300     IF CI-CAMPO = SPACES
002310         MOVE "Y" TO CI-ANIO-VALIDO-SW
002320     ELSE
002330         IF CI-CAMPO(1:4) IS NUMERIC AND CI-CAMPO(5:) = SPACES
002340             MOVE CI-CAMPO(1:4) TO CI-ANIO
002350             IF CI-ANIO < 1900 OR CI-ANIO > CI-HOY-ANIO
002360                 DISPLAY "ANIO NO VALIDO - NO POSTERIOR AL ACTUAL"
002370             ELSE
002380                 MOVE "Y" TO CI-ANIO-VALIDO-SW
002390             END-IF
002400         ELSE
002410             DISPLAY "ENTRADA INVALIDA - ANIO DE 4 DIGITOS"
002420         END-IF
002430     END-IF
002440     IF CI-ANIO-VALIDO
002450         COMPUTE CI-FIN-ANIO = CI-ANIO * 10000 + 1231
002460         COMPUTE CI-ANIO-SIGUIENTE = CI-ANIO + 1
002470     END-IF.
002480
002490*----------------------------------------------------------------
002500* 1100-COMPROBAR-CERRADO - A SECOND CLOSE OF THE SAME YEAR WOULD
002510*                          CARRY THE NEW YEAR'S DAYS AGAIN AND
002520*                          WIPE WHAT WAS TAKEN SINCE, SO ANY
002530*                          EMPVACH.DAT RECORD FOR THE YEAR STOPS
002540*                          THE RUN.
002550*----------------------------------------------------------------
002560 1100-COMPROBAR-CERRADO.
002570     MOVE "N" TO CI-CERRADO-SW
002580     MOVE "N" TO VH-EOF-SW
002590     OPEN INPUT EMPVACH-ARCHIVO
002600     IF VH-FILE-STATUS = "00"
002610         PERFORM 1110-LEER-HISTORIA
002620         PERFORM 1120-MIRAR-HISTORIA
002630             UNTIL VH-EOF OR CI-CERRADO
002640     END-IF
002650     IF VH-FILE-STATUS = "00" OR VH-FILE-STATUS = "05"
002660             OR VH-FILE-STATUS = "10"
002670         CLOSE EMPVACH-ARCHIVO
002680     END-IF.
002690
002700 1110-LEER-HISTORIA.
002710     READ EMPVACH-ARCHIVO
002720         AT END
002730             MOVE "Y" TO VH-EOF-SW
002740     END-READ.
002750
002760 1120-MIRAR-HISTORIA.
002770     IF VH-ANIO = CI-ANIO
002780         MOVE "Y" TO CI-CERRADO-SW
002790     ELSE
002800         PERFORM 1110-LEER-HISTORIA
002810     END-IF.
002820
002830*----------------------------------------------------------------
002840* 1800-CARGAR-CONVENIO - LOAD THE CONVENIO CARRY-OVER RULE FOR
002850*                        EACH CATEGORY: THE LATEST CONVMST.DAT
002860*                        YEAR NOT AFTER THE YEAR BEING CLOSED
002870*                        WINS, AS IN THE PAYROLL RUN.
002880*----------------------------------------------------------------
002890 1800-CARGAR-CONVENIO.
002900     MOVE ZERO TO CI-CNV-MAX
002910     MOVE "N" TO CNV-EOF-SW
002920     OPEN INPUT CONVENIO-TABLA
002930     IF CNV-FILE-STATUS = "00"
002940         PERFORM 1810-LEER-CONVENIO
002950         PERFORM 1820-GUARDAR-CONVENIO UNTIL CNV-EOF
002960     END-IF
002970     IF CNV-FILE-STATUS = "00" OR CNV-FILE-STATUS = "05"
002980         CLOSE CONVENIO-TABLA
002990     END-IF.
003000
003010 1810-LEER-CONVENIO.
003020     READ CONVENIO-TABLA
003030         AT END
003040             MOVE "Y" TO CNV-EOF-SW
003050     END-READ.
003060
003070 1820-GUARDAR-CONVENIO.
003080     IF CNV-ANIO NOT > CI-ANIO
003090         MOVE CNV-CATEGORIA TO CI-CATEGORIA-BUSCA
003100         PERFORM 1830-BUSCAR-CATEGORIA
003110         IF CI-CNV-POS = 0 AND CI-CNV-MAX < 100
003120             ADD 1 TO CI-CNV-MAX
003130             MOVE CI-CNV-MAX TO CI-CNV-POS
003140             MOVE ZERO TO CI-CNV-ANIO (CI-CNV-POS)
003150         END-IF
003160         IF CI-CNV-POS > 0
003170             IF CNV-ANIO NOT < CI-CNV-ANIO (CI-CNV-POS)
003180                 MOVE CNV-CATEGORIA TO
003190                     CI-CNV-CATEGORIA (CI-CNV-POS)
003200                 MOVE CNV-ANIO     TO CI-CNV-ANIO (CI-CNV-POS)
003210                 MOVE CNV-VAC-TOPE TO CI-CNV-TOPE (CI-CNV-POS)
003220                 MOVE CNV-VAC-CADUCA
003230                     TO CI-CNV-CADUCA (CI-CNV-POS)
003240             END-IF
003250         END-IF
003260     END-IF
003270     PERFORM 1810-LEER-CONVENIO.
003280
003290 1830-BUSCAR-CATEGORIA.
003300     MOVE ZERO TO CI-CNV-POS
003310     PERFORM 1840-COMPARAR-CATEGORIA
003320         VARYING CI-CNV-IDX FROM 1 BY 1
003330         UNTIL CI-CNV-IDX > CI-CNV-MAX OR CI-CNV-POS > 0.
003340
003350 1840-COMPARAR-CATEGORIA.
003360     IF CI-CNV-CATEGORIA (CI-CNV-IDX) = CI-CATEGORIA-BUSCA
003370         MOVE CI-CNV-IDX TO CI-CNV-POS
003380     END-IF.
003390
003400*----------------------------------------------------------------
003410* 2000-PREVISUALIZAR - FIRST PASS, READ-ONLY: TOTAL WHAT THE
003420*                      CLOSE WILL CARRY AND WHAT WILL BE LOST SO
003430*                      THE OPERATOR CONFIRMS NUMBERS.
003440*----------------------------------------------------------------
003450 2000-PREVISUALIZAR.
003460     MOVE "N" TO EMP-EOF-SW
003470     OPEN INPUT EMPLEADOS-ARCHIVO
003480     PERFORM 2100-READ-EMPLEADO
003490     PERFORM 2200-SUMAR-EMPLEADO UNTIL EMP-EOF
003500     CLOSE EMPLEADOS-ARCHIVO
003510     DISPLAY "EMPVCIE: CIERRE DEL ANIO DE VACACIONES " CI-ANIO
003520     DISPLAY "EMPVCIE: EMPLEADOS A CERRAR   : " CI-AFECTADOS
003530     DISPLAY "EMPVCIE: DIAS TOMADOS EN EL ANIO : "
003540         CI-TOTAL-TOMADOS
003550     DISPLAY "EMPVCIE: DIAS QUE SE ARRASTRAN: " CI-TOTAL-ARRASTRE
003560     DISPLAY "EMPVCIE: DIAS QUE SE PIERDEN  : " CI-TOTAL-PERDIDOS
003570     IF CI-SIN-TOPE > 0
003580         DISPLAY "EMPVCIE: SIN TOPE DE ARRASTRE EN CONVMST"
003590             " (NO ARRASTRAN): " CI-SIN-TOPE
003600     END-IF
003610     IF CI-NEGATIVOS > 0
003620         DISPLAY "EMPVCIE: CON SALDO SOBREPASADO (SE CIERRA A"
003630             " CERO): " CI-NEGATIVOS
003640     END-IF.
003650
003660 2100-READ-EMPLEADO.
003670     READ EMPLEADOS-ARCHIVO NEXT RECORD
003680         AT END
003690             MOVE "Y" TO EMP-EOF-SW
003700     END-READ.
003710
003720 2200-SUMAR-EMPLEADO.
003730     IF (E-ACTIVO OR E-SUSPENDIDO) AND
003740             E-FECHA-INGRESO NOT > CI-FIN-ANIO
003750         PERFORM 4000-CALCULAR-CIERRE
003760         ADD 1 TO CI-AFECTADOS
003770         ADD E-VAC-TOMADOS TO CI-TOTAL-TOMADOS
003780         ADD CI-ARR-NUEVO TO CI-TOTAL-ARRASTRE
003790         ADD CI-PERDIDOS TO CI-TOTAL-PERDIDOS
003800         IF CI-TOPE = 0
003810             ADD 1 TO CI-SIN-TOPE
003820         END-IF
003830         IF CI-SALDO < 0
003840             ADD 1 TO CI-NEGATIVOS
003850         END-IF
003860     END-IF
003870     PERFORM 2100-READ-EMPLEADO.
003880
003890*----------------------------------------------------------------
003900* 3000-CONFIRMAR-Y-CERRAR - ON A CONFIRMED "S", SECOND PASS OVER
003910*                           THE MASTER: HISTORY RECORD, REWRITE
003920*                           AND AUDIT ENTRY PER EMPLOYEE.
003930*----------------------------------------------------------------
003940 3000-CONFIRMAR-Y-CERRAR.
003950     MOVE "CERRAR EL ANIO DE VACACIONES" TO CI-ACCION-TXT
003960     CALL "CONFIRM" USING CI-ACCION-TXT, CI-CONFIRMA
003970     IF CI-CONFIRMA = "S" OR CI-CONFIRMA = "s"
003980         MOVE "N" TO EMP-EOF-SW
003990         OPEN I-O EMPLEADOS-ARCHIVO
004000         OPEN EXTEND EMPLEADOS-AUDITORIA
004010         IF AUD-FILE-STATUS = "35"
004020             OPEN OUTPUT EMPLEADOS-AUDITORIA
004030         END-IF
004040         OPEN EXTEND EMPVACH-ARCHIVO
004050         IF VH-FILE-STATUS = "35"
004060             OPEN OUTPUT EMPVACH-ARCHIVO
004070         END-IF
004080         PERFORM 2100-READ-EMPLEADO
004090         PERFORM 3100-CERRAR-EMPLEADO UNTIL EMP-EOF
004100         CLOSE EMPLEADOS-ARCHIVO
004110         CLOSE EMPLEADOS-AUDITORIA
004120         CLOSE EMPVACH-ARCHIVO
004130         DISPLAY "EMPVCIE: EMPLEADOS CERRADOS: " CI-CERRADOS
004140             " - VER EMPVACH.DAT"
004150     ELSE
004160         DISPLAY "EMPVCIE: CIERRE ANULADO - NADA SE APLICO"
004170     END-IF.
004180
004190 3100-CERRAR-EMPLEADO.
004200     IF (E-ACTIVO OR E-SUSPENDIDO) AND
004210             E-FECHA-INGRESO NOT > CI-FIN-ANIO
004220         PERFORM 4000-CALCULAR-CIERRE
004230         PERFORM 3200-ESCRIBIR-HISTORIA
004240         MOVE E-VAC-TOMADOS TO CI-ANTES-TOMADOS
004250         MOVE ZERO TO E-VAC-TOMADOS
004260         MOVE CI-ARR-NUEVO TO E-VAC-ARRASTRE
004270         MOVE CI-CADUCA-NUEVA TO E-VAC-ARR-CADUCA
004280         REWRITE EMPLEADOS-REGISTRO
004290         IF EMP-FILE-STATUS = "00"
004300             ADD 1 TO CI-CERRADOS
004310             PERFORM 5000-WRITE-AUDIT
004320         ELSE
004330             DISPLAY "EMPVCIE: ERROR AL GRABAR E-ID "
004340                 FUNCTION TRIM(E-ID) " ESTADO " EMP-FILE-STATUS
004350             MOVE 4 TO RETURN-CODE
004360         END-IF
004370     END-IF
004380     PERFORM 2100-READ-EMPLEADO.
004390
004400 3200-ESCRIBIR-HISTORIA.
004410     MOVE CI-ANIO            TO VH-ANIO
004420     MOVE E-ID               TO VH-E-ID
004430     MOVE E-CATEGORIA        TO VH-CATEGORIA
004440     MOVE CI-DERECHO         TO VH-DERECHO
004450     MOVE CI-ARR-VIGENTE     TO VH-ARRASTRE
004460     MOVE E-VAC-TOMADOS      TO VH-TOMADOS
004470     MOVE CI-SALDO           TO VH-SALDO
004480     MOVE CI-ARR-NUEVO       TO VH-ARRASTRE-NUEVO
004490     MOVE CI-CADUCA-NUEVA    TO VH-CADUCA
004500     MOVE CI-HOY             TO VH-FECHA-CIERRE
004510     MOVE CI-OPERADOR        TO VH-OPERADOR
004520     WRITE EMPVACH-REGISTRO.
004530
004540*----------------------------------------------------------------
004550* 4000-CALCULAR-CIERRE - CLOSING POSITION FOR THE RECORD IN THE
004560*                        BUFFER: ENTITLEMENT AT 31 DECEMBER PLUS
004570*                        THE CARRIED DAYS STILL VALID THEN, LESS
004580*                        THE DAYS TAKEN.  A POSITIVE BALANCE IS
004590*                        CARRIED UP TO THE CATEGORY'S CAP; THE
004600*                        REST IS LOST.  AN OVER-TAKEN BALANCE IS
004610*                        NOT CARRIED AS A DEBT.
004620*----------------------------------------------------------------
004630 4000-CALCULAR-CIERRE.
004640     CALL "VACDER" USING E-FECHA-INGRESO, CI-FIN-ANIO, CI-DERECHO
004650     CALL "VACARR" USING E-VAC-ARRASTRE, E-VAC-ARR-CADUCA,
004660         E-VAC-TOMADOS, CI-FIN-ANIO, CI-ARR-VIGENTE
004670     COMPUTE CI-SALDO = CI-DERECHO + CI-ARR-VIGENTE
004680         - E-VAC-TOMADOS
004690     MOVE ZERO TO CI-TOPE CI-CADUCA-MMDD
004700     MOVE E-CATEGORIA TO CI-CATEGORIA-BUSCA
004710     PERFORM 1830-BUSCAR-CATEGORIA
004720     IF CI-CNV-POS > 0
004730         MOVE CI-CNV-TOPE (CI-CNV-POS)   TO CI-TOPE
004740         MOVE CI-CNV-CADUCA (CI-CNV-POS) TO CI-CADUCA-MMDD
004750     END-IF
004760     MOVE ZERO TO CI-ARR-NUEVO CI-PERDIDOS CI-CADUCA-NUEVA
004770     IF CI-SALDO > 0
004780         IF CI-SALDO > CI-TOPE
004790             MOVE CI-TOPE TO CI-ARR-NUEVO
004800             COMPUTE CI-PERDIDOS = CI-SALDO - CI-TOPE
004810         ELSE
004820             MOVE CI-SALDO TO CI-ARR-NUEVO
004830         END-IF
004840     END-IF
004850     IF CI-ARR-NUEVO > 0 AND CI-CADUCA-MMDD NOT = ZERO
004860         COMPUTE CI-CADUCA-NUEVA =
004870             CI-ANIO-SIGUIENTE * 10000 + CI-CADUCA-MMDD
004880     END-IF.
004890
004900*----------------------------------------------------------------
004910* 5000-WRITE-AUDIT - ONE NORMAL BEFORE/AFTER ENTRY PER CLOSED
004920*                    EMPLOYEE SO EMPHIST SHOWS THE TAKEN COUNT
004930*                    GOING BACK TO ZERO AND WHO DID IT.
004940*----------------------------------------------------------------
004950 5000-WRITE-AUDIT.
004960     MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-FECHA
004970     MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HORA
004980     MOVE "VACCIE"                   TO AUD-ACCION
004990     MOVE E-ID                       TO AUD-E-ID
005000     MOVE CI-OPERADOR                TO AUD-OPERADOR
005010     MOVE E-NOMBRE                   TO AUD-A-NOMBRE
005020     MOVE E-EDAD                     TO AUD-A-EDAD
005030     MOVE E-EMAIL                    TO AUD-A-EMAIL
005040     MOVE E-SALARIO                  TO AUD-A-SALARIO
005050     MOVE E-STATUS                   TO AUD-A-STATUS
005060     MOVE E-FECHA-INGRESO            TO AUD-A-FECHA-INGRESO
005070     MOVE E-FECHA-BAJA               TO AUD-A-FECHA-BAJA
005080     MOVE E-DEPTO                    TO AUD-A-DEPTO
005090     MOVE E-FECHA-NACIMIENTO         TO AUD-A-FECHA-NACIMIENTO
005100     MOVE E-BANCO                    TO AUD-A-BANCO
005110     MOVE E-BANDA                    TO AUD-A-BANDA
005120     MOVE CI-ANTES-TOMADOS           TO AUD-A-VAC-TOMADOS
005130     MOVE E-MOTIVO-BAJA              TO AUD-A-MOTIVO-BAJA
005140     MOVE E-SUPERVISOR               TO AUD-A-SUPERVISOR
005150     MOVE E-PAGO                     TO AUD-A-PAGO
005160     MOVE E-PUESTO                   TO AUD-A-PUESTO
005170     MOVE E-CONTRATO                 TO AUD-A-CONTRATO
005180     MOVE E-FECHA-FIN-CONTRATO
005190         TO AUD-A-FECHA-FIN-CONTRATO
005200     MOVE E-PRUEBA-CONF              TO AUD-A-PRUEBA
005210     MOVE E-CATEGORIA                TO AUD-A-CATEGORIA
005220     MOVE E-NOMBRE                   TO AUD-D-NOMBRE
005230     MOVE E-EDAD                     TO AUD-D-EDAD
005240     MOVE E-EMAIL                    TO AUD-D-EMAIL
005250     MOVE E-SALARIO                  TO AUD-D-SALARIO
005260     MOVE E-STATUS                   TO AUD-D-STATUS
005270     MOVE E-FECHA-INGRESO            TO AUD-D-FECHA-INGRESO
005280     MOVE E-FECHA-BAJA               TO AUD-D-FECHA-BAJA
005290     MOVE E-DEPTO                    TO AUD-D-DEPTO
005300     MOVE E-FECHA-NACIMIENTO         TO AUD-D-FECHA-NACIMIENTO
005310     MOVE E-BANCO                    TO AUD-D-BANCO
005320     MOVE E-BANDA                    TO AUD-D-BANDA
005330     MOVE E-VAC-TOMADOS              TO AUD-D-VAC-TOMADOS
005340     MOVE E-MOTIVO-BAJA              TO AUD-D-MOTIVO-BAJA
005350     MOVE E-SUPERVISOR               TO AUD-D-SUPERVISOR
005360     MOVE E-PAGO                     TO AUD-D-PAGO
005370     MOVE E-PUESTO                   TO AUD-D-PUESTO
005380     MOVE E-CONTRATO                 TO AUD-D-CONTRATO
005390     MOVE E-FECHA-FIN-CONTRATO
005400         TO AUD-D-FECHA-FIN-CONTRATO
005410     MOVE E-PRUEBA-CONF              TO AUD-D-PRUEBA
005420     MOVE E-CATEGORIA                TO AUD-D-CATEGORIA
005430     WRITE AUD-REGISTRO.
005440
005450 9999-EXIT.
005460     GOBACK.
005470 END PROGRAM EMPVCIE.
