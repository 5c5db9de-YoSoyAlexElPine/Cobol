000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       PER-EMPLOYEE PAYROLL VARIANCE REPORT, RUN BEFORE
000060*                THE PERIOD IS CLOSED.  EMPBAL PROVES THE TOTALS
000070*                TIE; THIS REPORT COMPARES EACH E-ID'S EMPPAYH.DAT
000080*                ROW FOR THE REQUESTED PERIOD WITH ITS ROW FOR THE
000090*                PREVIOUS PERIOD (LATEST ROW OF EACH, AS EMPBAL
000100*                TAKES IT), FIELD BY FIELD - GROSS, IRPF, SS,
000110*                VARIABLE, ADVANCE, GARNISHMENT AND NET - AND
000120*                FLAGS EVERY CHANGE ABOVE A PERCENTAGE THRESHOLD
000130*                (ASKED, DEFAULT 20), EVERY EMPLOYEE NEW TO THE
000140*                PERIOD OR MISSING FROM IT, AND EVERY NET THAT IS
000150*                ZERO OR NEGATIVE.  UNDER EACH FLAGGED E-ID IT
000160*                PRINTS THE LIKELY CAUSES IT CAN SEE: A PENDING
000170*                CHANGE APPLIED OR A BAND CHANGE ON THE EMPAUD.DAT
000180*                AUDIT TRAIL SINCE THE PREVIOUS PERIOD, A ONE-OFF
000190*                EMPVARP.DAT CONCEPT NOT PAID THE PERIOD BEFORE,
000200*                AND THE ABSENCES (EMPABSOK.DAT) AND SICK-LEAVE
000210*                DAYS THE RUN PRORATED.
000220* TECTONICS:     cobc -x -std=ibm -I copybooks EMPDESV.CBL
000230*                RPTROUTE RPTBANNER RUNLOG OPERSES SPOOLCAT
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   ---------- ----  ----------------------------------------
000280*   2026-10-15  RT   ORIGINAL PROGRAM.
000290*   2026-10-15  RT   4100-COMPARAR-CAMPO WENT TO 4100-EXIT,
000300*                    OUTSIDE ITS PERFORM RANGE, ON AN UNCHANGED
000310*                    FIGURE AND FELL THROUGH INTO 4500-CAUSAS; THE
000320*                    CHANGED FIGURE IS NOW MEASURED IN 4150-MEDIR-
000330*                    VARIACION.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. EMPDESV.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     COPY EMPPHSEL.
000420     COPY EMPAUSEL.
000430     COPY EMPVPSEL.
000440
000450     SELECT OPTIONAL AUSENCIAS-VALIDAS
000460         ASSIGN TO "EMPABSOK.DAT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS AOK-FILE-STATUS.
000490
000500     SELECT EMPDESV-REPORTE
000510         ASSIGN TO "EMPDESV.RPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RPT-FILE-STATUS.
000540
000550     SELECT EMPDESV-IMPRESORA
000560         ASSIGN TO "EMPDESV.PRN"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PRN-FILE-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EMPLEADOS-PAY-HIST.
000630     COPY EMPPAYH.
000640
000650 FD  EMPLEADOS-AUDITORIA.
000660     COPY EMPAUD.
000670
000680 FD  EMPVARP-ARCHIVO.
000690     COPY EMPVARP.
000700
000710 FD  AUSENCIAS-VALIDAS.
000720 01  AOK-REGISTRO.
000730     05  AOK-E-ID            PIC X(50).
000740     05  AOK-TIPO            PIC X(02).
000750     05  AOK-DIAS            PIC 9(02).
000760     05  AOK-FECHA-INICIO    PIC 9(08).
000770
000780 FD  EMPDESV-REPORTE.
000790 01  RPT-LINEA                PIC X(132).
000800
000810 FD  EMPDESV-IMPRESORA.
000820 01  LINEA-IMPRESORA          PIC X(132).
000830
000840 WORKING-STORAGE SECTION.
000850 01  PH-FILE-STATUS           PIC XX VALUE SPACES.
000860 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
000870 01  VAR-FILE-STATUS          PIC XX VALUE SPACES.
000880 01  AOK-FILE-STATUS          PIC XX VALUE SPACES.
000890 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000900 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
000910
000920 01  PH-EOF-SW                PIC X VALUE "N".
000930     88  PH-EOF               VALUE "Y".
000940 01  AUD-EOF-SW               PIC X VALUE "N".
000950     88  AUD-EOF              VALUE "Y".
000960 01  VAR-EOF-SW               PIC X VALUE "N".
000970     88  VAR-EOF              VALUE "Y".
000980 01  AOK-EOF-SW               PIC X VALUE "N".
000990     88  AOK-EOF              VALUE "Y".
001000
001010 01  DV-DESTINO               PIC X(01) VALUE "F".
001020     88  DV-DESTINO-IMPRESORA VALUE "P".
001030 01  DV-BANNER                PIC X(80) VALUE SPACES.
001040 01  DV-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
001050 01  DV-OPERADOR              PIC X(08) VALUE SPACES.
001060 01  DV-OPER-NIVEL            PIC X(01) VALUE SPACES.
001070 01  DV-PERIODO-ENTRADA       PIC X(6) VALUE SPACES.
001080 01  DV-PERIODO               PIC 9(6) VALUE ZERO.
001090 01  DV-PERIODO-LISTO-SW      PIC X VALUE "N".
001100     88  DV-PERIODO-LISTO     VALUE "Y".
001110 01  DV-UMBRAL-ENTRADA        PIC X(3) VALUE SPACES.
001120 01  DV-UMBRAL                PIC 9(3) VALUE 20.
001130 01  DV-UMBRAL-LISTO-SW       PIC X VALUE "N".
001140     88  DV-UMBRAL-LISTO      VALUE "Y".
001150
001160*    THE PREVIOUS PERIOD, AND THE CALENDAR MONTHS THE TWO PERIODS
001170*    FALL IN (AN EXTRA PAY, YYYY13/YYYY14, IS PAID IN JUNE/
001180*    DECEMBER) TO BOUND THE AUDIT-TRAIL WINDOW.
001190 01  DV-PERIODO-ANT           PIC 9(6) VALUE ZERO.
001200 01  DV-MES-ACT               PIC 9(6) VALUE ZERO.
001210 01  DV-MES-ANT               PIC 9(6) VALUE ZERO.
001220 01  DV-ANIO                  PIC 9(4) VALUE ZERO.
001230 01  DV-MES                   PIC 9(2) VALUE ZERO.
001240 01  DV-TRABAJO               PIC 9(6) VALUE ZERO.
001250 01  DV-TRABAJO-MES           PIC 9(6) VALUE ZERO.
001260
001270 01  DV-CAMPOS-VALORES.
001280     05  FILLER               PIC X(08) VALUE "BRUTO".
001290     05  FILLER               PIC X(08) VALUE "IRPF".
001300     05  FILLER               PIC X(08) VALUE "SS".
001310     05  FILLER               PIC X(08) VALUE "VARIABLE".
001320     05  FILLER               PIC X(08) VALUE "ANTICIPO".
001330     05  FILLER               PIC X(08) VALUE "EMBARGO".
001340     05  FILLER               PIC X(08) VALUE "NETO".
001350 01  DV-CAMPOS REDEFINES DV-CAMPOS-VALORES.
001360     05  DV-CAMPO-NOMBRE      PIC X(08) OCCURS 7 TIMES.
001370
001380 01  DV-EMP-TABLA.
001390     05  DV-EMP-MAX           PIC 9(3) VALUE 0.
001400     05  DV-EMP-ENTRADA OCCURS 500 TIMES.
001410         10  DV-EMP-E-ID      PIC X(50).
001420         10  DV-EMP-ANT-SW    PIC X.
001430             88  DV-EMP-EN-ANT VALUE "Y".
001440         10  DV-EMP-ACT-SW    PIC X.
001450             88  DV-EMP-EN-ACT VALUE "Y".
001460         10  DV-EMP-ANT       PIC S9(8)V99 OCCURS 7 TIMES.
001470         10  DV-EMP-ACT       PIC S9(8)V99 OCCURS 7 TIMES.
001480         10  DV-EMP-IT-DIAS   PIC 9(2).
001490         10  DV-EMP-PEND-SW   PIC X.
001500             88  DV-EMP-PENDIENTE VALUE "Y".
001510         10  DV-EMP-BANDA-SW  PIC X.
001520             88  DV-EMP-CAMBIO-BANDA VALUE "Y".
001530         10  DV-EMP-BANDA-ANT PIC X(02).
001540         10  DV-EMP-BANDA-ACT PIC X(02).
001550         10  DV-EMP-CONC-NUEVOS PIC 9(2).
001560         10  DV-EMP-CONCEPTO  PIC X(04).
001570         10  DV-EMP-AUS-DIAS  PIC 9(3).
001580 01  DV-EMP-IDX               PIC 9(3) VALUE 0.
001590 01  DV-EMP-HALLADO           PIC 9(3) VALUE 0.
001600 01  DV-E-ID-BUSCADO          PIC X(50) VALUE SPACES.
001610 01  DV-K                     PIC 9 VALUE 0.
001620
001630 01  DV-VPA-TABLA.
001640     05  DV-VPA-MAX           PIC 9(4) VALUE 0.
001650     05  DV-VPA-ENTRADA OCCURS 1000 TIMES.
001660         10  DV-VPA-E-ID      PIC X(50).
001670         10  DV-VPA-CONCEPTO  PIC X(04).
001680 01  DV-VPA-IDX               PIC 9(4) VALUE 0.
001690 01  DV-VPA-HALLADO-SW        PIC X VALUE "N".
001700     88  DV-VPA-HALLADO       VALUE "Y".
001710
001720 01  DV-MARCADO-SW            PIC X VALUE "N".
001730     88  DV-MARCADO           VALUE "Y".
001740 01  DV-CAUSAS                PIC 9(2) VALUE 0.
001750 01  DV-ANTES                 PIC S9(8)V99 VALUE 0.
001760 01  DV-AHORA                 PIC S9(8)V99 VALUE 0.
001770 01  DV-BASE                  PIC S9(8)V99 VALUE 0.
001780 01  DV-PCT                   PIC S9(5)V9 VALUE 0.
001790 01  DV-PCT-ABS               PIC 9(5)V9 VALUE 0.
001800 01  DV-IMPORTE-EDIT1         PIC -Z,ZZZ,ZZ9.99.
001810 01  DV-IMPORTE-EDIT2         PIC -Z,ZZZ,ZZ9.99.
001820 01  DV-PCT-EDIT              PIC -ZZZZ9.9.
001830 01  DV-DIAS-EDIT             PIC ZZ9.
001840
001850 01  DV-COMPARADOS            PIC 9(5) VALUE 0.
001860 01  DV-MARCADOS              PIC 9(5) VALUE 0.
001870 01  DV-NUEVOS                PIC 9(5) VALUE 0.
001880 01  DV-DESAPARECIDOS         PIC 9(5) VALUE 0.
001890 01  DV-NETOS-CERO            PIC 9(5) VALUE 0.
001900 01  DV-VARIACIONES           PIC 9(5) VALUE 0.
001910
001920 01  DV-LOG-PROGRAMA          PIC X(08) VALUE "EMPDESV".
001930 01  DV-LOG-EVENTO            PIC X(06) VALUE SPACES.
001940 01  DV-LOG-CONTADOR          PIC 9(07) VALUE 0.
001950 01  DV-LOG-RETORNO           PIC 9(04) VALUE 0.
001960
001970 PROCEDURE DIVISION.
001980
001990 0000-MAINLINE.
002000     MOVE "INICIO" TO DV-LOG-EVENTO
002010     CALL "RUNLOG" USING DV-LOG-PROGRAMA, DV-LOG-EVENTO,
002020         DV-LOG-CONTADOR, DV-LOG-RETORNO
002030     PERFORM 1000-INITIALIZE
002040     PERFORM 2000-CARGAR-HISTORIA
002050     PERFORM 3000-CARGAR-AUDITORIA
002060     PERFORM 3300-CARGAR-VARIABLES
002070     PERFORM 3600-CARGAR-AUSENCIAS
002080     PERFORM 4000-COMPARAR-EMPLEADO
002090         VARYING DV-EMP-IDX FROM 1 BY 1
002100         UNTIL DV-EMP-IDX > DV-EMP-MAX
002110     PERFORM 5000-TOTALES
002120     MOVE "FIN" TO DV-LOG-EVENTO
002130     MOVE DV-MARCADOS TO DV-LOG-CONTADOR
002140     MOVE ZERO TO DV-LOG-RETORNO
002150     CALL "RUNLOG" USING DV-LOG-PROGRAMA, DV-LOG-EVENTO,
002160         DV-LOG-CONTADOR, DV-LOG-RETORNO
002170     PERFORM 9999-EXIT.
002180
002190*----------------------------------------------------------------
002200* 1000-INITIALIZE - ASK THE PERIOD AND THE THRESHOLD, WORK OUT
002210*                   THE PREVIOUS PERIOD AND OPEN THE REPORT.
002220*----------------------------------------------------------------
002230 1000-INITIALIZE.
002240     PERFORM 1100-CAPTURAR-PERIODO UNTIL DV-PERIODO-LISTO
002250     PERFORM 1200-CAPTURAR-UMBRAL UNTIL DV-UMBRAL-LISTO
002260     PERFORM 1300-PERIODO-ANTERIOR
002270     CALL "RPTROUTE" USING DV-DESTINO
002280     IF DV-DESTINO-IMPRESORA
002290         OPEN OUTPUT EMPDESV-IMPRESORA
002300         DISPLAY "EMPDESV: SALIDA A EMPDESV.PRN (IMPRESORA)"
002310     ELSE
002320         OPEN OUTPUT EMPDESV-REPORTE
002330     END-IF
002340     CALL "RPTBANNER" USING DV-BANNER
002350     MOVE DV-BANNER TO RPT-LINEA
002360     PERFORM 6000-ESCRIBIR-LINEA
002370     MOVE SPACES TO RPT-LINEA
002380     STRING "VARIACIONES DE NOMINA POR EMPLEADO - PERIODO "
002390         DV-PERIODO " CONTRA " DV-PERIODO-ANT
002400         " - UMBRAL " DV-UMBRAL " %"
002410         DELIMITED BY SIZE INTO RPT-LINEA
002420     PERFORM 6000-ESCRIBIR-LINEA
002430     MOVE ALL "-" TO RPT-LINEA
002440     PERFORM 6000-ESCRIBIR-LINEA.
002450
002460 1100-CAPTURAR-PERIODO.
002470     DISPLAY "PERIODO A REVISAR YYYYMM (ENTER = ACTUAL): "
002480     ACCEPT DV-PERIODO-ENTRADA
002490     IF DV-PERIODO-ENTRADA = SPACES
002500         MOVE FUNCTION CURRENT-DATE(1:6) TO DV-PERIODO
002510         MOVE "Y" TO DV-PERIODO-LISTO-SW
002520     ELSE
002530         IF DV-PERIODO-ENTRADA IS NUMERIC
002540             MOVE DV-PERIODO-ENTRADA TO DV-PERIODO
002550             MOVE "Y" TO DV-PERIODO-LISTO-SW
002560         ELSE
002570             DISPLAY "PERIODO INVALIDO - SOLO DIGITOS 0-9"
002580         END-IF
002590     END-IF.
002600
002610 1200-CAPTURAR-UMBRAL.
002620     DISPLAY "UMBRAL DE VARIACION EN % (ENTER = 20): "
002630     ACCEPT DV-UMBRAL-ENTRADA
002640     IF DV-UMBRAL-ENTRADA = SPACES
002650         MOVE 20 TO DV-UMBRAL
002660         MOVE "Y" TO DV-UMBRAL-LISTO-SW
002670     ELSE
002680         IF FUNCTION TEST-NUMVAL(DV-UMBRAL-ENTRADA) = 0
002690             COMPUTE DV-UMBRAL =
002700                 FUNCTION NUMVAL(DV-UMBRAL-ENTRADA)
002710             MOVE "Y" TO DV-UMBRAL-LISTO-SW
002720         ELSE
002730             DISPLAY "UMBRAL INVALIDO - SOLO DIGITOS 0-9"
002740         END-IF
002750     END-IF.
002760
002770*----------------------------------------------------------------
002780* 1300-PERIODO-ANTERIOR - JANUARY COMPARES WITH LAST DECEMBER; AN
002790*                         EXTRA PAY COMPARES WITH THE EXTRA PAY
002800*                         BEFORE IT (YYYY13 WITH LAST YEAR'S
002810*                         YYYY14 IS NOT COMPARABLE, SO WITH LAST
002820*                         YEAR'S YYYY13; YYYY14 WITH YYYY13).
002830*----------------------------------------------------------------
002840 1300-PERIODO-ANTERIOR.
002850     MOVE DV-PERIODO(1:4) TO DV-ANIO
002860     MOVE DV-PERIODO(5:2) TO DV-MES
002870     EVALUATE DV-MES
002880         WHEN 1
002890             COMPUTE DV-PERIODO-ANT = (DV-ANIO - 1) * 100 + 12
002900         WHEN 13
002910             COMPUTE DV-PERIODO-ANT = (DV-ANIO - 1) * 100 + 13
002920         WHEN 14
002930             COMPUTE DV-PERIODO-ANT = DV-ANIO * 100 + 13
002940         WHEN OTHER
002950             COMPUTE DV-PERIODO-ANT = DV-PERIODO - 1
002960     END-EVALUATE
002970     MOVE DV-PERIODO TO DV-TRABAJO
002980     PERFORM 1310-MES-DEL-PERIODO
002990     MOVE DV-TRABAJO-MES TO DV-MES-ACT
003000     MOVE DV-PERIODO-ANT TO DV-TRABAJO
003010     PERFORM 1310-MES-DEL-PERIODO
003020     MOVE DV-TRABAJO-MES TO DV-MES-ANT.
003030
003040 1310-MES-DEL-PERIODO.
003050     MOVE DV-TRABAJO TO DV-TRABAJO-MES
003060     IF DV-TRABAJO(5:2) = "13"
003070         MOVE "06" TO DV-TRABAJO-MES(5:2)
003080     END-IF
003090     IF DV-TRABAJO(5:2) = "14"
003100         MOVE "12" TO DV-TRABAJO-MES(5:2)
003110     END-IF.
003120
003130*----------------------------------------------------------------
003140* 2000-CARGAR-HISTORIA - ONE TABLE ENTRY PER EMPLOYEE PAID IN
003150*                        EITHER PERIOD, WITH THE SEVEN COMPARED
003160*                        FIGURES OF THE LATEST ROW OF EACH.  THE
003170*                        GROSS IS BUILT AS EMPBAL BUILDS IT.
003180*                        REVERSAL ROWS ONLY CANCEL WHAT THEY
003190*                        FOLLOW.
003200*----------------------------------------------------------------
003210 2000-CARGAR-HISTORIA.
003220     MOVE ZERO TO DV-EMP-MAX
003230     MOVE "N" TO PH-EOF-SW
003240     OPEN INPUT EMPLEADOS-PAY-HIST
003250     IF PH-FILE-STATUS = "00"
003260         PERFORM 2100-LEER-HISTORIA
003270         PERFORM 2200-ANOTAR-HISTORIA UNTIL PH-EOF
003280     ELSE
003290         DISPLAY "EMPDESV: SIN EMPPAYH.DAT - NADA QUE COMPARAR"
003300     END-IF
003310     IF PH-FILE-STATUS = "00" OR PH-FILE-STATUS = "05"
003320             OR PH-FILE-STATUS = "10"
003330         CLOSE EMPLEADOS-PAY-HIST
003340     END-IF.
003350
003360 2100-LEER-HISTORIA.
003370     READ EMPLEADOS-PAY-HIST
003380         AT END
003390             MOVE "Y" TO PH-EOF-SW
003400     END-READ.
003410
003420 2200-ANOTAR-HISTORIA.
003430     IF (PH-PERIODO = DV-PERIODO OR PH-PERIODO = DV-PERIODO-ANT)
003440             AND NOT PH-ANULACION
003450         MOVE PH-E-ID TO DV-E-ID-BUSCADO
003460         PERFORM 2300-BUSCAR-EMPLEADO
003470         IF DV-EMP-HALLADO = 0 AND DV-EMP-MAX < 500
003480             ADD 1 TO DV-EMP-MAX
003490             MOVE DV-EMP-MAX TO DV-EMP-HALLADO
003500             PERFORM 2400-NUEVA-ENTRADA
003510         END-IF
003520         IF DV-EMP-HALLADO > 0
003530             IF PH-PERIODO = DV-PERIODO
003540                 PERFORM 2500-GUARDAR-ACTUAL
003550             ELSE
003560                 PERFORM 2600-GUARDAR-ANTERIOR
003570             END-IF
003580         END-IF
003590     END-IF
003600     PERFORM 2100-LEER-HISTORIA.
003610
003620 2300-BUSCAR-EMPLEADO.
003630     MOVE 0 TO DV-EMP-HALLADO
003640     PERFORM 2310-COMPARAR-E-ID
003650         VARYING DV-EMP-IDX FROM 1 BY 1
003660         UNTIL DV-EMP-IDX > DV-EMP-MAX
003670             OR DV-EMP-HALLADO > 0.
003680
003690 2310-COMPARAR-E-ID.
003700     IF DV-EMP-E-ID (DV-EMP-IDX) = DV-E-ID-BUSCADO
003710         MOVE DV-EMP-IDX TO DV-EMP-HALLADO
003720     END-IF.
003730
003740 2400-NUEVA-ENTRADA.
003750     MOVE PH-E-ID TO DV-EMP-E-ID (DV-EMP-HALLADO)
003760     MOVE "N" TO DV-EMP-ANT-SW (DV-EMP-HALLADO)
003770         DV-EMP-ACT-SW (DV-EMP-HALLADO)
003780         DV-EMP-PEND-SW (DV-EMP-HALLADO)
003790         DV-EMP-BANDA-SW (DV-EMP-HALLADO)
003800     MOVE SPACES TO DV-EMP-BANDA-ANT (DV-EMP-HALLADO)
003810         DV-EMP-BANDA-ACT (DV-EMP-HALLADO)
003820         DV-EMP-CONCEPTO (DV-EMP-HALLADO)
003830     MOVE ZERO TO DV-EMP-IT-DIAS (DV-EMP-HALLADO)
003840         DV-EMP-CONC-NUEVOS (DV-EMP-HALLADO)
003850         DV-EMP-AUS-DIAS (DV-EMP-HALLADO)
003860     PERFORM 2410-LIMPIAR-IMPORTE
003870         VARYING DV-K FROM 1 BY 1 UNTIL DV-K > 7.
003880
003890 2410-LIMPIAR-IMPORTE.
003900     MOVE ZERO TO DV-EMP-ANT (DV-EMP-HALLADO, DV-K)
003910         DV-EMP-ACT (DV-EMP-HALLADO, DV-K).
003920
003930 2500-GUARDAR-ACTUAL.
003940     MOVE "Y" TO DV-EMP-ACT-SW (DV-EMP-HALLADO)
003950     COMPUTE DV-EMP-ACT (DV-EMP-HALLADO, 1) =
003960         PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VARIABLE
003970         + PH-IT-PRESTACION + PH-IT-COMPLEMENTO
003980     MOVE PH-IRPF     TO DV-EMP-ACT (DV-EMP-HALLADO, 2)
003990     MOVE PH-SS       TO DV-EMP-ACT (DV-EMP-HALLADO, 3)
004000     MOVE PH-VARIABLE TO DV-EMP-ACT (DV-EMP-HALLADO, 4)
004010     MOVE PH-ANTICIPO TO DV-EMP-ACT (DV-EMP-HALLADO, 5)
004020     MOVE PH-EMBARGO  TO DV-EMP-ACT (DV-EMP-HALLADO, 6)
004030     MOVE PH-NETO     TO DV-EMP-ACT (DV-EMP-HALLADO, 7)
004040     MOVE PH-IT-DIAS  TO DV-EMP-IT-DIAS (DV-EMP-HALLADO).
004050
004060 2600-GUARDAR-ANTERIOR.
004070     MOVE "Y" TO DV-EMP-ANT-SW (DV-EMP-HALLADO)
004080     COMPUTE DV-EMP-ANT (DV-EMP-HALLADO, 1) =
004090         PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VARIABLE
004100         + PH-IT-PRESTACION + PH-IT-COMPLEMENTO
004110     MOVE PH-IRPF     TO DV-EMP-ANT (DV-EMP-HALLADO, 2)
004120     MOVE PH-SS       TO DV-EMP-ANT (DV-EMP-HALLADO, 3)
004130     MOVE PH-VARIABLE TO DV-EMP-ANT (DV-EMP-HALLADO, 4)
004140     MOVE PH-ANTICIPO TO DV-EMP-ANT (DV-EMP-HALLADO, 5)
004150     MOVE PH-EMBARGO  TO DV-EMP-ANT (DV-EMP-HALLADO, 6)
004160     MOVE PH-NETO     TO DV-EMP-ANT (DV-EMP-HALLADO, 7).
004170
004180*----------------------------------------------------------------
004190* 3000-CARGAR-AUDITORIA - THE AUDIT ENTRIES DATED AFTER THE
004200*                         PREVIOUS PERIOD'S MONTH, UP TO THE END
004210*                         OF THIS ONE: A "DIFERI" ENTRY IS A
004220*                         PENDING CHANGE EMPAPLY APPLIED; ANY
004230*                         ENTRY WHOSE BEFORE AND AFTER BAND
004240*                         DIFFER IS A BAND CHANGE.
004250*----------------------------------------------------------------
004260 3000-CARGAR-AUDITORIA.
004270     MOVE "N" TO AUD-EOF-SW
004280     OPEN INPUT EMPLEADOS-AUDITORIA
004290     IF AUD-FILE-STATUS = "00"
004300         PERFORM 3100-LEER-AUDITORIA
004310         PERFORM 3200-ANOTAR-AUDITORIA UNTIL AUD-EOF
004320     END-IF
004330     IF AUD-FILE-STATUS = "00" OR AUD-FILE-STATUS = "05"
004340             OR AUD-FILE-STATUS = "10"
004350         CLOSE EMPLEADOS-AUDITORIA
004360     END-IF.
004370
004380 3100-LEER-AUDITORIA.
004390     READ EMPLEADOS-AUDITORIA
004400         AT END
004410             MOVE "Y" TO AUD-EOF-SW
004420     END-READ.
004430
004440 3200-ANOTAR-AUDITORIA.
004450     IF AUD-FECHA(1:6) > DV-MES-ANT AND
004460             AUD-FECHA(1:6) NOT > DV-MES-ACT
004470         MOVE AUD-E-ID TO DV-E-ID-BUSCADO
004480         PERFORM 2300-BUSCAR-EMPLEADO
004490         IF DV-EMP-HALLADO > 0
004500             IF AUD-ACCION = "DIFERI"
004510                 MOVE "Y" TO DV-EMP-PEND-SW (DV-EMP-HALLADO)
004520             END-IF
004530             IF AUD-A-BANDA NOT = AUD-D-BANDA AND
004540                     AUD-A-BANDA NOT = SPACES
004550                 IF NOT DV-EMP-CAMBIO-BANDA (DV-EMP-HALLADO)
004560                     MOVE AUD-A-BANDA
004570                         TO DV-EMP-BANDA-ANT (DV-EMP-HALLADO)
004580                 END-IF
004590                 MOVE "Y" TO DV-EMP-BANDA-SW (DV-EMP-HALLADO)
004600                 MOVE AUD-D-BANDA
004610                     TO DV-EMP-BANDA-ACT (DV-EMP-HALLADO)
004620             END-IF
004630         END-IF
004640     END-IF
004650     PERFORM 3100-LEER-AUDITORIA.
004660
004670*----------------------------------------------------------------
004680* 3300-CARGAR-VARIABLES - FIRST PASS KEEPS THE CONCEPTS PAID TO
004690*                         EACH E-ID IN THE PREVIOUS PERIOD; THE
004700*                         SECOND COUNTS THIS PERIOD'S CONCEPTS
004710*                         THAT WERE NOT AMONG THEM.
004720*----------------------------------------------------------------
004730 3300-CARGAR-VARIABLES.
004740     MOVE ZERO TO DV-VPA-MAX
004750     MOVE "N" TO VAR-EOF-SW
004760     OPEN INPUT EMPVARP-ARCHIVO
004770     IF VAR-FILE-STATUS = "00"
004780         PERFORM 3310-LEER-VARIABLE
004790         PERFORM 3320-GUARDAR-ANTERIOR UNTIL VAR-EOF
004800     END-IF
004810     IF VAR-FILE-STATUS = "00" OR VAR-FILE-STATUS = "05"
004820             OR VAR-FILE-STATUS = "10"
004830         CLOSE EMPVARP-ARCHIVO
004840     END-IF
004850     MOVE "N" TO VAR-EOF-SW
004860     OPEN INPUT EMPVARP-ARCHIVO
004870     IF VAR-FILE-STATUS = "00"
004880         PERFORM 3310-LEER-VARIABLE
004890         PERFORM 3330-EXAMINAR-ACTUAL UNTIL VAR-EOF
004900     END-IF
004910     IF VAR-FILE-STATUS = "00" OR VAR-FILE-STATUS = "05"
004920             OR VAR-FILE-STATUS = "10"
004930         CLOSE EMPVARP-ARCHIVO
004940     END-IF.
004950
004960 3310-LEER-VARIABLE.
004970     READ EMPVARP-ARCHIVO
004980         AT END
004990             MOVE "Y" TO VAR-EOF-SW
005000     END-READ.
005010
005020 3320-GUARDAR-ANTERIOR.
005030     IF VP-PERIODO = DV-PERIODO-ANT AND DV-VPA-MAX < 1000
005040         ADD 1 TO DV-VPA-MAX
005050         MOVE VP-E-ID     TO DV-VPA-E-ID (DV-VPA-MAX)
005060         MOVE VP-CONCEPTO TO DV-VPA-CONCEPTO (DV-VPA-MAX)
005070     END-IF
005080     PERFORM 3310-LEER-VARIABLE.
005090
005100 3330-EXAMINAR-ACTUAL.
005110     IF VP-PERIODO = DV-PERIODO
005120         MOVE "N" TO DV-VPA-HALLADO-SW
005130         PERFORM 3340-BUSCAR-CONCEPTO
005140             VARYING DV-VPA-IDX FROM 1 BY 1
005150             UNTIL DV-VPA-IDX > DV-VPA-MAX OR DV-VPA-HALLADO
005160         IF NOT DV-VPA-HALLADO
005170             MOVE VP-E-ID TO DV-E-ID-BUSCADO
005180             PERFORM 2300-BUSCAR-EMPLEADO
005190             IF DV-EMP-HALLADO > 0
005200                 IF DV-EMP-CONC-NUEVOS (DV-EMP-HALLADO) = 0
005210                     MOVE VP-CONCEPTO
005220                         TO DV-EMP-CONCEPTO (DV-EMP-HALLADO)
005230                 END-IF
005240                 IF DV-EMP-CONC-NUEVOS (DV-EMP-HALLADO) < 99
005250                     ADD 1 TO DV-EMP-CONC-NUEVOS (DV-EMP-HALLADO)
005260                 END-IF
005270             END-IF
005280         END-IF
005290     END-IF
005300     PERFORM 3310-LEER-VARIABLE.
005310
005320 3340-BUSCAR-CONCEPTO.
005330     IF DV-VPA-E-ID (DV-VPA-IDX) = VP-E-ID AND
005340             DV-VPA-CONCEPTO (DV-VPA-IDX) = VP-CONCEPTO
005350         MOVE "Y" TO DV-VPA-HALLADO-SW
005360     END-IF.
005370
005380*----------------------------------------------------------------
005390* 3600-CARGAR-AUSENCIAS - THE VALIDATED ABSENCES THE LAST PAYROLL
005400*                         RUN PRORATED (EMPABSOK.DAT HOLDS THE
005410*                         FEED OF THE RUN JUST MADE, SO THE REPORT
005420*                         BELONGS BEFORE THE NEXT MONTH'S FEED).
005430*----------------------------------------------------------------
005440 3600-CARGAR-AUSENCIAS.
005450     MOVE "N" TO AOK-EOF-SW
005460     OPEN INPUT AUSENCIAS-VALIDAS
005470     IF AOK-FILE-STATUS = "00"
005480         PERFORM 3610-LEER-AUSENCIA
005490         PERFORM 3620-ANOTAR-AUSENCIA UNTIL AOK-EOF
005500     END-IF
005510     IF AOK-FILE-STATUS = "00" OR AOK-FILE-STATUS = "05"
005520             OR AOK-FILE-STATUS = "10"
005530         CLOSE AUSENCIAS-VALIDAS
005540     END-IF.
005550
005560 3610-LEER-AUSENCIA.
005570     READ AUSENCIAS-VALIDAS
005580         AT END
005590             MOVE "Y" TO AOK-EOF-SW
005600     END-READ.
005610
005620 3620-ANOTAR-AUSENCIA.
005630     MOVE AOK-E-ID TO DV-E-ID-BUSCADO
005640     PERFORM 2300-BUSCAR-EMPLEADO
005650     IF DV-EMP-HALLADO > 0 AND AOK-DIAS IS NUMERIC
005660         IF DV-EMP-AUS-DIAS (DV-EMP-HALLADO) < 900
005670             ADD AOK-DIAS TO DV-EMP-AUS-DIAS (DV-EMP-HALLADO)
005680         END-IF
005690     END-IF
005700     PERFORM 3610-LEER-AUSENCIA.
005710
005720*----------------------------------------------------------------
005730* 4000-COMPARAR-EMPLEADO - FLAG ONE E-ID: NEW TO THE PERIOD,
005740*                          MISSING FROM IT, ANY FIGURE MOVED
005750*                          BEYOND THE THRESHOLD, A NET AT OR BELOW
005760*                          ZERO.  A FLAGGED E-ID GETS ITS LIKELY
005770*                          CAUSES UNDERNEATH.
005780*----------------------------------------------------------------
005790 4000-COMPARAR-EMPLEADO.
005800     MOVE "N" TO DV-MARCADO-SW
005810     IF DV-EMP-EN-ACT (DV-EMP-IDX) AND
005820             NOT DV-EMP-EN-ANT (DV-EMP-IDX)
005830         PERFORM 4050-CABECERA-EMPLEADO
005840         ADD 1 TO DV-NUEVOS
005850         MOVE SPACES TO RPT-LINEA
005860         STRING "  NUEVO: SIN NOMINA EN EL PERIODO "
005870             DV-PERIODO-ANT DELIMITED BY SIZE INTO RPT-LINEA
005880         PERFORM 6000-ESCRIBIR-LINEA
005890     END-IF
005900     IF DV-EMP-EN-ANT (DV-EMP-IDX) AND
005910             NOT DV-EMP-EN-ACT (DV-EMP-IDX)
005920         PERFORM 4050-CABECERA-EMPLEADO
005930         ADD 1 TO DV-DESAPARECIDOS
005940         MOVE DV-EMP-ANT (DV-EMP-IDX, 7) TO DV-IMPORTE-EDIT1
005950         MOVE SPACES TO RPT-LINEA
005960         STRING "  DESAPARECIDO: COBRO EN " DV-PERIODO-ANT
005970             " (NETO " DV-IMPORTE-EDIT1 ") Y NO EN " DV-PERIODO
005980             DELIMITED BY SIZE INTO RPT-LINEA
005990         PERFORM 6000-ESCRIBIR-LINEA
006000     END-IF
006010     IF DV-EMP-EN-ACT (DV-EMP-IDX) AND DV-EMP-EN-ANT (DV-EMP-IDX)
006020         ADD 1 TO DV-COMPARADOS
006030         PERFORM 4100-COMPARAR-CAMPO
006040             VARYING DV-K FROM 1 BY 1 UNTIL DV-K > 7
006050     END-IF
006060     IF DV-EMP-EN-ACT (DV-EMP-IDX) AND
006070             DV-EMP-ACT (DV-EMP-IDX, 7) NOT > ZERO
006080         PERFORM 4050-CABECERA-EMPLEADO
006090         ADD 1 TO DV-NETOS-CERO
006100         MOVE DV-EMP-ACT (DV-EMP-IDX, 7) TO DV-IMPORTE-EDIT1
006110         MOVE SPACES TO RPT-LINEA
006120         STRING "  NETO CERO O NEGATIVO: " DV-IMPORTE-EDIT1
006130             DELIMITED BY SIZE INTO RPT-LINEA
006140         PERFORM 6000-ESCRIBIR-LINEA
006150     END-IF
006160     IF DV-MARCADO
006170         PERFORM 4500-CAUSAS
006180     END-IF.
006190
006200 4050-CABECERA-EMPLEADO.
006210     IF NOT DV-MARCADO
006220         MOVE "Y" TO DV-MARCADO-SW
006230         ADD 1 TO DV-MARCADOS
006240         MOVE SPACES TO RPT-LINEA
006250         PERFORM 6000-ESCRIBIR-LINEA
006260         MOVE SPACES TO RPT-LINEA
006270         STRING "E-ID: " DV-EMP-E-ID (DV-EMP-IDX)
006280             DELIMITED BY SIZE INTO RPT-LINEA
006290         PERFORM 6000-ESCRIBIR-LINEA
006300     END-IF.
006310
006320*----------------------------------------------------------------
006330* 4100-COMPARAR-CAMPO - ONE FIGURE AGAINST THE PREVIOUS PERIOD.
006340*                       A FIGURE THAT WAS ZERO AND IS NOT NOW
006350*                       (AN ADVANCE OR GARNISHMENT STARTING) IS
006360*                       ALWAYS FLAGGED; SO IS ONE DROPPING TO
006370*                       ZERO, AT -100 %.
006380*----------------------------------------------------------------
006390 4100-COMPARAR-CAMPO.
006400     MOVE DV-EMP-ANT (DV-EMP-IDX, DV-K) TO DV-ANTES
006410     MOVE DV-EMP-ACT (DV-EMP-IDX, DV-K) TO DV-AHORA
006420     IF DV-ANTES NOT = DV-AHORA
006430         PERFORM 4150-MEDIR-VARIACION
006440     END-IF.
006450
006460 4150-MEDIR-VARIACION.
006470     IF DV-ANTES = ZERO
006480         MOVE 99999.9 TO DV-PCT-ABS
006490         MOVE 99999.9 TO DV-PCT
006500     ELSE
006510         IF DV-ANTES < ZERO
006520             COMPUTE DV-BASE = ZERO - DV-ANTES
006530         ELSE
006540             MOVE DV-ANTES TO DV-BASE
006550         END-IF
006560         COMPUTE DV-PCT ROUNDED =
006570                 (DV-AHORA - DV-ANTES) * 100 / DV-BASE
006580             ON SIZE ERROR
006590                 MOVE 99999.9 TO DV-PCT
006600         END-COMPUTE
006610         IF DV-PCT < ZERO
006620             COMPUTE DV-PCT-ABS = ZERO - DV-PCT
006630         ELSE
006640             MOVE DV-PCT TO DV-PCT-ABS
006650         END-IF
006660     END-IF
006670     IF DV-PCT-ABS > DV-UMBRAL
006680         PERFORM 4050-CABECERA-EMPLEADO
006690         ADD 1 TO DV-VARIACIONES
006700         MOVE DV-ANTES TO DV-IMPORTE-EDIT1
006710         MOVE DV-AHORA TO DV-IMPORTE-EDIT2
006720         MOVE SPACES TO RPT-LINEA
006730         IF DV-ANTES = ZERO
006740             STRING "  " DV-CAMPO-NOMBRE (DV-K)
006750                 " ANTERIOR " DV-IMPORTE-EDIT1
006760                 " ACTUAL " DV-IMPORTE-EDIT2
006770                 " VARIACION: SIN IMPORTE ANTERIOR"
006780                 DELIMITED BY SIZE INTO RPT-LINEA
006790         ELSE
006800             MOVE DV-PCT TO DV-PCT-EDIT
006810             STRING "  " DV-CAMPO-NOMBRE (DV-K)
006820                 " ANTERIOR " DV-IMPORTE-EDIT1
006830                 " ACTUAL " DV-IMPORTE-EDIT2
006840                 " VARIACION " DV-PCT-EDIT " %"
006850                 DELIMITED BY SIZE INTO RPT-LINEA
006860         END-IF
006870         PERFORM 6000-ESCRIBIR-LINEA
006880     END-IF.
006890
006900*----------------------------------------------------------------
006910* 4500-CAUSAS - THE LIKELY CAUSES VISIBLE FROM HERE.  NONE MEANS
006920*               THE FIGURE MOVED FOR A REASON OUTSIDE THE FILES
006930*               THIS REPORT READS, AND SOMEONE MUST LOOK AT IT.
006940*----------------------------------------------------------------
006950 4500-CAUSAS.
006960     MOVE ZERO TO DV-CAUSAS
006970     IF DV-EMP-PENDIENTE (DV-EMP-IDX)
006980         ADD 1 TO DV-CAUSAS
006990         MOVE SPACES TO RPT-LINEA
007000         STRING "  CAUSA PROBABLE: CAMBIO DIFERIDO APLICADO"
007010             " (EMPPEND)" DELIMITED BY SIZE INTO RPT-LINEA
007020         PERFORM 6000-ESCRIBIR-LINEA
007030     END-IF
007040     IF DV-EMP-CAMBIO-BANDA (DV-EMP-IDX)
007050         ADD 1 TO DV-CAUSAS
007060         MOVE SPACES TO RPT-LINEA
007070         STRING "  CAUSA PROBABLE: CAMBIO DE BANDA "
007080             DV-EMP-BANDA-ANT (DV-EMP-IDX) " -> "
007090             DV-EMP-BANDA-ACT (DV-EMP-IDX)
007100             DELIMITED BY SIZE INTO RPT-LINEA
007110         PERFORM 6000-ESCRIBIR-LINEA
007120     END-IF
007130     IF DV-EMP-CONC-NUEVOS (DV-EMP-IDX) > 0
007140         ADD 1 TO DV-CAUSAS
007150         MOVE SPACES TO RPT-LINEA
007160         STRING "  CAUSA PROBABLE: CONCEPTO VARIABLE NUEVO "
007170             DV-EMP-CONCEPTO (DV-EMP-IDX) " ("
007180             DV-EMP-CONC-NUEVOS (DV-EMP-IDX)
007190             " CONCEPTO(S) SIN PAGO EN EL PERIODO ANTERIOR)"
007200             DELIMITED BY SIZE INTO RPT-LINEA
007210         PERFORM 6000-ESCRIBIR-LINEA
007220     END-IF
007230     IF DV-EMP-AUS-DIAS (DV-EMP-IDX) > 0
007240         ADD 1 TO DV-CAUSAS
007250         MOVE DV-EMP-AUS-DIAS (DV-EMP-IDX) TO DV-DIAS-EDIT
007260         MOVE SPACES TO RPT-LINEA
007270         STRING "  CAUSA PROBABLE: AUSENCIAS PRORRATEADAS ("
007280             DV-DIAS-EDIT " DIAS, EMPABSOK.DAT)"
007290             DELIMITED BY SIZE INTO RPT-LINEA
007300         PERFORM 6000-ESCRIBIR-LINEA
007310     END-IF
007320     IF DV-EMP-IT-DIAS (DV-EMP-IDX) > 0
007330         ADD 1 TO DV-CAUSAS
007340         MOVE DV-EMP-IT-DIAS (DV-EMP-IDX) TO DV-DIAS-EDIT
007350         MOVE SPACES TO RPT-LINEA
007360         STRING "  CAUSA PROBABLE: BAJA POR INCAPACIDAD"
007370             " TEMPORAL (" DV-DIAS-EDIT " DIAS)"
007380             DELIMITED BY SIZE INTO RPT-LINEA
007390         PERFORM 6000-ESCRIBIR-LINEA
007400     END-IF
007410     IF DV-CAUSAS = ZERO
007420         MOVE "  CAUSA PROBABLE: NINGUNA VISIBLE - REVISAR A MANO"
007430             TO RPT-LINEA
007440         PERFORM 6000-ESCRIBIR-LINEA
007450     END-IF.
007460
007470*----------------------------------------------------------------
007480* 5000-TOTALES - SUMMARY COUNTS AT THE FOOT OF THE REPORT.
007490*----------------------------------------------------------------
007500 5000-TOTALES.
007510     MOVE SPACES TO RPT-LINEA
007520     PERFORM 6000-ESCRIBIR-LINEA
007530     MOVE ALL "-" TO RPT-LINEA
007540     PERFORM 6000-ESCRIBIR-LINEA
007550     MOVE SPACES TO RPT-LINEA
007560     STRING "EMPLEADOS COMPARADOS EN AMBOS PERIODOS: "
007570         DV-COMPARADOS DELIMITED BY SIZE INTO RPT-LINEA
007580     PERFORM 6000-ESCRIBIR-LINEA
007590     MOVE SPACES TO RPT-LINEA
007600     STRING "VARIACIONES SOBRE EL UMBRAL          : "
007610         DV-VARIACIONES DELIMITED BY SIZE INTO RPT-LINEA
007620     PERFORM 6000-ESCRIBIR-LINEA
007630     MOVE SPACES TO RPT-LINEA
007640     STRING "EMPLEADOS NUEVOS                     : "
007650         DV-NUEVOS DELIMITED BY SIZE INTO RPT-LINEA
007660     PERFORM 6000-ESCRIBIR-LINEA
007670     MOVE SPACES TO RPT-LINEA
007680     STRING "EMPLEADOS DESAPARECIDOS              : "
007690         DV-DESAPARECIDOS DELIMITED BY SIZE INTO RPT-LINEA
007700     PERFORM 6000-ESCRIBIR-LINEA
007710     MOVE SPACES TO RPT-LINEA
007720     STRING "NETOS CERO O NEGATIVOS               : "
007730         DV-NETOS-CERO DELIMITED BY SIZE INTO RPT-LINEA
007740     PERFORM 6000-ESCRIBIR-LINEA
007750     MOVE SPACES TO RPT-LINEA
007760     STRING "EMPLEADOS SENALADOS                  : "
007770         DV-MARCADOS DELIMITED BY SIZE INTO RPT-LINEA
007780     PERFORM 6000-ESCRIBIR-LINEA
007790     DISPLAY "EMPDESV: " DV-MARCADOS " EMPLEADO(S) SENALADO(S)"
007800         " PARA REVISAR ANTES DEL CIERRE DE " DV-PERIODO.
007810
007820 6000-ESCRIBIR-LINEA.
007830     IF DV-DESTINO-IMPRESORA
007840         MOVE RPT-LINEA TO LINEA-IMPRESORA
007850         WRITE LINEA-IMPRESORA
007860     ELSE
007870         WRITE RPT-LINEA
007880     END-IF.
007890
007900 9999-EXIT.
007910     IF DV-DESTINO-IMPRESORA
007920         CLOSE EMPDESV-IMPRESORA
007930     ELSE
007940         CLOSE EMPDESV-REPORTE
007950         CALL "OPERSES" USING DV-OPERADOR, DV-OPER-NIVEL
007960         MOVE "EMPDESV.RPT" TO DV-ARCHIVO-SPOOL
007970         CALL "SPOOLCAT" USING DV-LOG-PROGRAMA,
007980             DV-ARCHIVO-SPOOL, DV-OPERADOR
007990     END-IF
008000     GOBACK.
008010 END PROGRAM EMPDESV.
