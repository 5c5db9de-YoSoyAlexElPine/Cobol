000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       DAILY WORKING-TIME RECONCILIATION (REGISTRO DE
000060*                JORNADA).  FOR EVERY CLOSED DAY NOT YET
000070*                RECONCILED (THE DAY AFTER THE ONE ON EMPJORN.CTL
000080*                UP TO YESTERDAY, AT MOST 62 DAYS A RUN) IT
000090*                MATCHES THE EMPLOYEE MASTER AGAINST THE PUNCHES
000100*                EMPFICV RECORDED ON EMPFICOK.DAT, SORTED BY E-ID,
000110*                DATE AND TIME, AND WORKS OUT EACH EMPLOYEE'S
000120*                WORKED MINUTES PER DAY (ENTRADA/SALIDA PAIRS)
000130*                AGAINST THE SCHEDULED ONES FROM HORARIO.DAT (THE
000140*                EMPLOYEE'S OWN ROW OR THE GENERAL "*" ROW).  A
000150*                HOLIDAY OR A DAY OF AN APPROVED EMPVRQ VACATION
000160*                REQUEST IS NOT SCHEDULED.  HOLIDAYS ARE JUDGED
000170*                PER EMPLOYEE AS DIASLAB JUDGES THEM: THE NATIONAL
000180*                ONES ON FESTIVOS.DAT PLUS THE REGIONAL AND LOCAL
000190*                ONES OF THE CALENDAR OF THE EMPLOYEE'S
000200*                WORK CENTRE (E-CENTRO, CALENDAR FROM CENTVAL,
000210*                DAYS FROM FESTREG.DAT); A BLANK CENTRE HAS THE
000220*                NATIONAL ONES ONLY.  EVERY DAY IS KEPT ON THE
000230*                EMPJORD.DAT DAILY REGISTER; THE LISTING NAMES
000240*                THE DAYS WITH A MISSING PUNCH, NO PUNCH AT ALL
000250*                ON A SCHEDULED DAY, OR FEWER HOURS THAN
000260*                SCHEDULED.  TIME WORKED
000270*                OVER THE SCHEDULE ON A DAY WITH A COMPLETE RECORD
000280*                IS OVERTIME: "HN" ON A HOLIDAY, "HO" OTHERWISE,
000290*                TOTALLED PER EMPLOYEE IN WHOLE HOURS AND APPENDED
000300*                TO EMPHRS.DAT, SO EMPHRSV/EMPHRSC VALUE HOURS
000310*                THAT WERE ACTUALLY RECORDED.  A SHIFT CROSSING
000320*                MIDNIGHT SHOWS AS TWO INCOMPLETE DAYS.  ANY
000330*                EXCEPTION ENDS THE JOB WITH RETURN CODE 4.
000340* TECTONICS:     cobc -x -std=ibm -I copybooks EMPJORN.CBL
000350*                RPTROUTE RPTBANNER RUNLOG OPERSES SPOOLCAT
000360*                CENTVAL
000370*----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390*   DATE       INIT  DESCRIPTION
000400*   ---------- ----  ----------------------------------------
000410*   2026-10-15  RT   ORIGINAL PROGRAM.
000420*   2026-10-15  RT   HOLIDAYS ARE NOW JUDGED PER EMPLOYEE: THE
000430*                    NATIONAL FESTIVOS.DAT DAYS PLUS THE
000440*                    FESTREG.DAT DAYS OF THE CALENDAR OF THE
000450*                    EMPLOYEE'S WORK CENTRE (THROUGH CENTVAL), AS
000460*                    DIASLAB COUNTS THEM.  A REGIONAL HOLIDAY AT
000470*                    ONE SITE WAS FLAGGED AU/JC AND ITS OVERTIME
000480*                    POSTED AS HO INSTEAD OF HN.
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. EMPJORN.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     COPY EMPFSEL.
000570     COPY EMPVQSEL.
000580
000590     SELECT OPTIONAL FICHAJES-VALIDOS
000600         ASSIGN TO "EMPFICOK.DAT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS FOK-FILE-STATUS.
000630
000640     SELECT FIC-WORK-FILE
000650         ASSIGN TO "EMPJORN.WRK".
000660
000670     SELECT FICHAJES-ORDENADOS
000680         ASSIGN TO "EMPJORN.SRT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS SRT-FILE-STATUS.
000710
000720     SELECT OPTIONAL HORARIO-TABLA
000730         ASSIGN TO "HORARIO.DAT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS HOR-FILE-STATUS.
000760
000770     SELECT OPTIONAL FESTIVOS-ARCHIVO
000780         ASSIGN TO "FESTIVOS.DAT"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS FES-FILE-STATUS.
000810
000820     SELECT OPTIONAL FESTIVOS-REGION
000830         ASSIGN TO "FESTREG.DAT"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FRG-FILE-STATUS.
000860
000870     SELECT OPTIONAL JORNADA-CONTROL
000880         ASSIGN TO "EMPJORN.CTL"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS JCT-FILE-STATUS.
000910
000920     SELECT JORNADA-DIARIA
000930         ASSIGN TO "EMPJORD.DAT"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS JRD-FILE-STATUS.
000960
000970     SELECT HORAS-ENTRADA
000980         ASSIGN TO "EMPHRS.DAT"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS HRS-FILE-STATUS.
001010
001020     SELECT EMPJORN-REPORTE
001030         ASSIGN TO "EMPJORN.RPT"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS RPT-FILE-STATUS.
001060
001070     SELECT EMPJORN-IMPRESORA
001080         ASSIGN TO "EMPJORN.PRN"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS PRN-FILE-STATUS.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  EMPLEADOS-ARCHIVO.
001150     COPY EMPREG.
001160
001170 FD  EMPVRQ-ARCHIVO.
001180     COPY EMPVRQ.
001190
001200 FD  FICHAJES-VALIDOS.
001210 01  FOK-REGISTRO.
001220     05  FOK-E-ID            PIC X(50).
001230     05  FOK-FECHA           PIC 9(08).
001240     05  FOK-HORA            PIC 9(04).
001250     05  FOK-TIPO            PIC X(01).
001260
001270 SD  FIC-WORK-FILE.
001280 01  SRT-REGISTRO.
001290     05  SRT-E-ID            PIC X(50).
001300     05  SRT-FECHA           PIC 9(08).
001310     05  SRT-HORA            PIC 9(04).
001320     05  SRT-TIPO            PIC X(01).
001330
001340 FD  FICHAJES-ORDENADOS.
001350 01  ORD-REGISTRO.
001360     05  ORD-E-ID            PIC X(50).
001370     05  ORD-FECHA           PIC 9(08).
001380     05  ORD-HORA            PIC 9(04).
001390     05  ORD-TIPO            PIC X(01).
001400
001410 FD  HORARIO-TABLA.
001420 01  HOR-REGISTRO.
001430     05  HOR-E-ID            PIC X(50).
001440     05  HOR-HORAS           PIC 99V99 OCCURS 7 TIMES.
001450
001460 FD  FESTIVOS-ARCHIVO.
001470 01  FES-REGISTRO.
001480     05  FES-FECHA           PIC 9(8).
001490     05  FES-DESC            PIC X(30).
001500
001510 FD  FESTIVOS-REGION.
001520 01  FRG-REGISTRO.
001530     05  FRG-CALENDARIO      PIC X(04).
001540     05  FRG-FECHA           PIC 9(8).
001550     05  FRG-DESC            PIC X(30).
001560
001570 FD  JORNADA-CONTROL.
001580 01  JCT-REGISTRO.
001590     05  JCT-ULTIMO-DIA      PIC 9(08).
001600     05  JCT-FECHA-PROCESO   PIC 9(08).
001610
001620*    ONE RECORD PER EMPLOYEE AND DAY RECONCILED: SCHEDULED,
001630*    WORKED AND OVERTIME MINUTES, THE PUNCH COUNT AND THE
001640*    EXCEPTION - "FI" INCOMPLETE PUNCHES, "AU" NO PUNCH ON A
001650*    SCHEDULED DAY, "JC" SHORT DAY, SPACES WHEN IN ORDER.
001660 FD  JORNADA-DIARIA.
001670 01  JRD-REGISTRO.
001680     05  JRD-E-ID            PIC X(50).
001690     05  JRD-FECHA           PIC 9(08).
001700     05  JRD-PREVISTO-MIN    PIC 9(04).
001710     05  JRD-TRABAJADO-MIN   PIC 9(04).
001720     05  JRD-EXTRA-MIN       PIC 9(04).
001730     05  JRD-TIPO-EXTRA      PIC X(02).
001740     05  JRD-FICHAJES        PIC 9(02).
001750     05  JRD-INCIDENCIA      PIC X(02).
001760     05  JRD-FECHA-PROCESO   PIC 9(08).
001770
001780 FD  HORAS-ENTRADA.
001790 01  HRS-REGISTRO.
001800     05  HRS-E-ID            PIC X(50).
001810     05  HRS-TIPO            PIC X(02).
001820     05  HRS-HORAS           PIC 9(03).
001830
001840 FD  EMPJORN-REPORTE.
001850 01  RPT-LINEA                PIC X(132).
001860
001870 FD  EMPJORN-IMPRESORA.
001880 01  LINEA-IMPRESORA          PIC X(132).
001890
001900 WORKING-STORAGE SECTION.
001910 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001920 01  VRQ-FILE-STATUS          PIC XX VALUE SPACES.
001930 01  FOK-FILE-STATUS          PIC XX VALUE SPACES.
001940 01  SRT-FILE-STATUS          PIC XX VALUE SPACES.
001950 01  HOR-FILE-STATUS          PIC XX VALUE SPACES.
001960 01  FES-FILE-STATUS          PIC XX VALUE SPACES.
001970 01  FRG-FILE-STATUS          PIC XX VALUE SPACES.
001980 01  JCT-FILE-STATUS          PIC XX VALUE SPACES.
001990 01  JRD-FILE-STATUS          PIC XX VALUE SPACES.
002000 01  HRS-FILE-STATUS          PIC XX VALUE SPACES.
002010 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
002020 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
002030
002040 01  EMP-EOF-SW               PIC X VALUE "N".
002050     88  EMP-EOF              VALUE "Y".
002060 01  FOK-EOF-SW               PIC X VALUE "N".
002070     88  FOK-EOF              VALUE "Y".
002080 01  ORD-EOF-SW               PIC X VALUE "N".
002090     88  ORD-EOF              VALUE "Y".
002100 01  TB-EOF-SW                PIC X VALUE "N".
002110     88  TB-EOF               VALUE "Y".
002120
002130 01  JN-DESTINO               PIC X(01) VALUE "F".
002140     88  JN-DESTINO-IMPRESORA VALUE "P".
002150 01  JN-BANNER                PIC X(80) VALUE SPACES.
002160 01  JN-HOY                   PIC 9(08) VALUE ZERO.
002170 01  JN-DESDE                 PIC 9(08) VALUE ZERO.
002180 01  JN-HASTA                 PIC 9(08) VALUE ZERO.
002190 01  JN-PENDIENTES-SW         PIC X VALUE "N".
002200     88  JN-QUEDAN-PENDIENTES VALUE "Y".
002210
002220*    THE DAYS BEING RECONCILED, WITH THEIR WEEKDAY (1 = MONDAY,
002230*    THE HORARIO.DAT ORDER), WHETHER THEY ARE A NATIONAL HOLIDAY
002240*    AND WHETHER THEY ARE A HOLIDAY AT THE CURRENT EMPLOYEE'S WORK
002250*    CENTRE (NATIONAL OR REGIONAL).
002260 01  JN-DIAS-TABLA.
002270     05  JN-DIAS-MAX          PIC 9(2) VALUE 0.
002280     05  JN-DIA OCCURS 62 TIMES.
002290         10  JN-D-FECHA       PIC 9(08).
002300         10  JN-D-SEMANA      PIC 9(01).
002310         10  JN-D-FESTIVO-SW  PIC X(01).
002320             88  JN-D-FESTIVO VALUE "Y".
002330         10  JN-D-FIESTA-SW   PIC X(01).
002340             88  JN-D-FIESTA  VALUE "Y".
002350 01  JN-DIA-IDX               PIC 9(2) VALUE 0.
002360
002370 01  JN-FES-TABLA.
002380     05  JN-FES-MAX           PIC 9(3) VALUE 0.
002390     05  JN-FES-FECHA         PIC 9(8) OCCURS 100 TIMES.
002400 01  JN-FES-IDX               PIC 9(3) VALUE 0.
002410
002420*    THE FESTREG.DAT REGIONAL HOLIDAYS THAT FALL IN THE RANGE, OF
002430*    EVERY CALENDAR, AND THE CALENDAR OF THE CURRENT EMPLOYEE'S
002440*    CENTRE.  JN-CAL-MARCADO IS THE CALENDAR THE JN-D-FIESTA FLAGS
002450*    WERE LAST WORKED OUT FOR.
002460 01  JN-FRG-TABLA.
002470     05  JN-FRG-MAX           PIC 9(3) VALUE 0.
002480     05  JN-FRG-ENTRADA OCCURS 500 TIMES.
002490         10  JN-FRG-CALENDARIO PIC X(04).
002500         10  JN-FRG-FECHA     PIC 9(08).
002510 01  JN-FRG-IDX               PIC 9(3) VALUE 0.
002520 01  JN-CENTRO-ANTERIOR       PIC X(04) VALUE SPACES.
002530 01  JN-CALENDARIO            PIC X(04) VALUE SPACES.
002540 01  JN-CAL-MARCADO           PIC X(04) VALUE SPACES.
002550 01  JN-CV-VALIDO-SW          PIC X VALUE "N".
002560 01  JN-CV-NOMBRE             PIC X(20) VALUE SPACES.
002570 01  JN-CV-CUENTA             PIC 9(11) VALUE 0.
002580
002590 01  JN-HOR-TABLA.
002600     05  JN-HOR-MAX           PIC 9(3) VALUE 0.
002610     05  JN-HOR-ENTRADA OCCURS 500 TIMES.
002620         10  JN-HOR-E-ID      PIC X(50).
002630         10  JN-HOR-HORAS     PIC 99V99 OCCURS 7 TIMES.
002640 01  JN-HOR-IDX               PIC 9(3) VALUE 0.
002650 01  JN-HOR-HALLADO           PIC 9(3) VALUE 0.
002660 01  JN-HOR-GENERAL           PIC 9(3) VALUE 0.
002670
002680*    APPROVED (OR ALREADY POSTED) VACATION REQUESTS.
002690 01  JN-VAC-TABLA.
002700     05  JN-VAC-MAX           PIC 9(4) VALUE 0.
002710     05  JN-VAC-ENTRADA OCCURS 2000 TIMES.
002720         10  JN-VAC-E-ID      PIC X(50).
002730         10  JN-VAC-DESDE     PIC 9(08).
002740         10  JN-VAC-HASTA     PIC 9(08).
002750 01  JN-VAC-IDX               PIC 9(4) VALUE 0.
002760
002770*    THE CURRENT EMPLOYEE'S PUNCHES, ALREADY IN DATE/TIME ORDER.
002780 01  JN-FIC-TABLA.
002790     05  JN-FIC-MAX           PIC 9(3) VALUE 0.
002800     05  JN-FIC-ENTRADA OCCURS 500 TIMES.
002810         10  JN-FIC-FECHA     PIC 9(08).
002820         10  JN-FIC-HORA      PIC 9(04).
002830         10  JN-FIC-TIPO      PIC X(01).
002840 01  JN-FIC-IDX               PIC 9(3) VALUE 0.
002850 01  JN-FIC-DESBORDE          PIC 9(5) VALUE 0.
002860
002870 01  JN-CLAVE-EMP             PIC X(50) VALUE SPACES.
002880 01  JN-CLAVE-FIC             PIC X(50) VALUE SPACES.
002890
002900*    ONE EMPLOYEE-DAY BEING RECONCILED.
002910 01  JN-PREVISTO              PIC 9(4) VALUE 0.
002920 01  JN-TRABAJADO             PIC 9(4) VALUE 0.
002930 01  JN-EXTRA                 PIC 9(4) VALUE 0.
002940 01  JN-FALTA                 PIC 9(4) VALUE 0.
002950 01  JN-FICHAJES              PIC 9(2) VALUE 0.
002960 01  JN-MIN-ENTRADA           PIC 9(4) VALUE 0.
002970 01  JN-MIN-PUNTO             PIC 9(4) VALUE 0.
002980 01  JN-ABIERTO-SW            PIC X VALUE "N".
002990     88  JN-ABIERTO           VALUE "Y".
003000 01  JN-INCOMPLETO-SW         PIC X VALUE "N".
003010     88  JN-INCOMPLETO        VALUE "Y".
003020 01  JN-VACACION-SW           PIC X VALUE "N".
003030     88  JN-VACACION          VALUE "Y".
003040 01  JN-ESPERADO-SW           PIC X VALUE "N".
003050     88  JN-ESPERADO          VALUE "Y".
003060 01  JN-INCIDENCIA            PIC X(02) VALUE SPACES.
003070 01  JN-TIPO-EXTRA            PIC X(02) VALUE SPACES.
003080
003090*    THE CURRENT EMPLOYEE'S OVERTIME FOR THE RANGE.
003100 01  JN-EXTRA-HO              PIC 9(5) VALUE 0.
003110 01  JN-EXTRA-HN              PIC 9(5) VALUE 0.
003120 01  JN-HORAS                 PIC 9(3) VALUE 0.
003130 01  JN-RESTO                 PIC 9(2) VALUE 0.
003140
003150*    DAY-OF-WEEK (ZELLER, AS IN DIASLAB) AND NEXT-DAY WORK AREAS.
003160 01  JN-FECHA                 PIC 9(8) VALUE ZERO.
003170 01  JN-ANIO                  PIC 9(4) VALUE 0.
003180 01  JN-MES                   PIC 9(2) VALUE 0.
003190 01  JN-DIA-MES               PIC 9(2) VALUE 0.
003200 01  JN-Z-ANIO                PIC 9(4) VALUE 0.
003210 01  JN-Z-MES                 PIC 9(2) VALUE 0.
003220 01  JN-Z-K                   PIC 9(2) VALUE 0.
003230 01  JN-Z-J                   PIC 9(2) VALUE 0.
003240 01  JN-Z-H                   PIC 9(2) VALUE 0.
003250 01  JN-MES-DIAS              PIC 9(2) VALUE 0.
003260 01  JN-T1                    PIC 9(4) VALUE 0.
003270 01  JN-T2                    PIC 9(4) VALUE 0.
003280 01  JN-T3                    PIC 9(4) VALUE 0.
003290 01  JN-CALC                  PIC 9(4) VALUE 0.
003300
003310 01  JN-EMPLEADOS             PIC 9(5) VALUE 0.
003320 01  JN-DIAS-FI               PIC 9(5) VALUE 0.
003330 01  JN-DIAS-AU               PIC 9(5) VALUE 0.
003340 01  JN-DIAS-JC               PIC 9(5) VALUE 0.
003350 01  JN-SIN-HORARIO           PIC 9(5) VALUE 0.
003360 01  JN-FIC-HUERFANOS         PIC 9(5) VALUE 0.
003370 01  JN-LINEAS-HRS            PIC 9(5) VALUE 0.
003380 01  JN-TOTAL-HO              PIC 9(5) VALUE 0.
003390 01  JN-TOTAL-HN              PIC 9(5) VALUE 0.
003400 01  JN-CONTADOR-EDIT         PIC ZZ,ZZ9.
003410 01  JN-MIN-EDIT              PIC Z,ZZ9.
003420 01  JN-MIN2-EDIT             PIC Z,ZZ9.
003430 01  JN-HORAS-EDIT            PIC ZZ9.
003440
003450 01  JN-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
003460 01  JN-SPL-OPERADOR          PIC X(08) VALUE SPACES.
003470 01  JN-SPL-NIVEL             PIC X(01) VALUE SPACES.
003480 01  JN-LOG-PROGRAMA          PIC X(08) VALUE "EMPJORN".
003490 01  JN-LOG-EVENTO            PIC X(06) VALUE SPACES.
003500 01  JN-LOG-CONTADOR          PIC 9(07) VALUE 0.
003510 01  JN-LOG-RETORNO           PIC 9(04) VALUE 0.
003520
003530 PROCEDURE DIVISION.
003540
003550 0000-MAINLINE.
003560     MOVE "INICIO" TO JN-LOG-EVENTO
003570     CALL "RUNLOG" USING JN-LOG-PROGRAMA, JN-LOG-EVENTO,
003580         JN-LOG-CONTADOR, JN-LOG-RETORNO
003590     PERFORM 1000-INITIALIZE
003600     IF JN-DIAS-MAX = 0
003610         DISPLAY "EMPJORN: NO HAY DIAS CERRADOS PENDIENTES DE"
003620             " CONCILIAR"
003630     ELSE
003640         PERFORM 2000-CARGAR-TABLAS
003650         PERFORM 2500-ORDENAR-FICHAJES
003660         PERFORM 5000-ABRIR-LISTADO
003670         PERFORM 3000-CONCILIAR
003680         PERFORM 5900-CERRAR-LISTADO
003690         MOVE ZERO TO RETURN-CODE
003700         PERFORM 7000-GRABAR-CONTROL
003710         IF RETURN-CODE = ZERO
003720                 AND JN-DIAS-FI + JN-DIAS-AU + JN-DIAS-JC
003730                 + JN-SIN-HORARIO + JN-FIC-HUERFANOS > ZERO
003740             DISPLAY "EMPJORN: HAY INCIDENCIAS DE JORNADA (VER"
003750                 " EMPJORN.RPT)"
003760             MOVE 4 TO RETURN-CODE
003770         END-IF
003780     END-IF
003790     MOVE "FIN" TO JN-LOG-EVENTO
003800     MOVE JN-EMPLEADOS TO JN-LOG-CONTADOR
003810     MOVE RETURN-CODE TO JN-LOG-RETORNO
003820     CALL "RUNLOG" USING JN-LOG-PROGRAMA, JN-LOG-EVENTO,
003830         JN-LOG-CONTADOR, JN-LOG-RETORNO
003840     MOVE JN-LOG-RETORNO TO RETURN-CODE
003850     PERFORM 9999-EXIT.
003860
003870*----------------------------------------------------------------
003880* 1000-INITIALIZE - WORK OUT THE RANGE: FROM THE DAY AFTER THE
003890*                   LAST ONE RECONCILED (THE FIRST OF THIS MONTH
003900*                   ON THE FIRST RUN) UP TO YESTERDAY, AT MOST 62
003910*                   DAYS.  TODAY IS NEVER RECONCILED - ITS PUNCHES
003920*                   ARE STILL COMING IN.
003930*----------------------------------------------------------------
003940 1000-INITIALIZE.
003950     MOVE FUNCTION CURRENT-DATE(1:8) TO JN-HOY
003960     CALL "OPERSES" USING JN-SPL-OPERADOR, JN-SPL-NIVEL
003970     MOVE ZERO TO JN-DESDE
003980     OPEN INPUT JORNADA-CONTROL
003990     IF JCT-FILE-STATUS = "00"
004000         READ JORNADA-CONTROL
004010             NOT AT END
004020                 IF JCT-ULTIMO-DIA NUMERIC
004030                         AND JCT-ULTIMO-DIA NOT = ZERO
004040                     MOVE JCT-ULTIMO-DIA TO JN-FECHA
004050                     PERFORM 8200-SIGUIENTE-DIA
004060                     MOVE JN-FECHA TO JN-DESDE
004070                 END-IF
004080         END-READ
004090     END-IF
004100     IF JCT-FILE-STATUS = "00" OR JCT-FILE-STATUS = "05"
004110             OR JCT-FILE-STATUS = "10"
004120         CLOSE JORNADA-CONTROL
004130     END-IF
004140     IF JN-DESDE = ZERO
004150         MOVE JN-HOY TO JN-DESDE
004160         MOVE "01" TO JN-DESDE (7:2)
004170     END-IF
004180     MOVE ZERO TO JN-DIAS-MAX
004190     MOVE JN-DESDE TO JN-FECHA
004200     PERFORM 1100-AGREGAR-DIA
004210         UNTIL JN-FECHA >= JN-HOY OR JN-DIAS-MAX >= 62
004220     IF JN-FECHA < JN-HOY
004230         MOVE "Y" TO JN-PENDIENTES-SW
004240     END-IF
004250     IF JN-DIAS-MAX > 0
004260         MOVE JN-D-FECHA (JN-DIAS-MAX) TO JN-HASTA
004270     END-IF.
004280
004290 1100-AGREGAR-DIA.
004300     ADD 1 TO JN-DIAS-MAX
004310     MOVE JN-FECHA TO JN-D-FECHA (JN-DIAS-MAX)
004320     MOVE "N" TO JN-D-FESTIVO-SW (JN-DIAS-MAX)
004330     MOVE "N" TO JN-D-FIESTA-SW (JN-DIAS-MAX)
004340     PERFORM 8100-DIA-DE-SEMANA
004350     EVALUATE JN-Z-H
004360         WHEN 0
004370             MOVE 6 TO JN-D-SEMANA (JN-DIAS-MAX)
004380         WHEN 1
004390             MOVE 7 TO JN-D-SEMANA (JN-DIAS-MAX)
004400         WHEN OTHER
004410             COMPUTE JN-D-SEMANA (JN-DIAS-MAX) = JN-Z-H - 1
004420     END-EVALUATE
004430     PERFORM 8200-SIGUIENTE-DIA.
004440
004450*----------------------------------------------------------------
004460* 2000-CARGAR-TABLAS - NATIONAL HOLIDAYS (MARKED ON THE DAY
004470*                      TABLE), THE RANGE'S REGIONAL HOLIDAYS,
004480*                      SCHEDULES AND APPROVED VACATIONS.
004490*----------------------------------------------------------------
004500 2000-CARGAR-TABLAS.
004510     MOVE ZERO TO JN-FES-MAX
004520     MOVE "N" TO TB-EOF-SW
004530     OPEN INPUT FESTIVOS-ARCHIVO
004540     IF FES-FILE-STATUS = "00"
004550         PERFORM 2010-LEER-FESTIVO
004560         PERFORM 2020-GUARDAR-FESTIVO UNTIL TB-EOF
004570     END-IF
004580     IF FES-FILE-STATUS = "00" OR FES-FILE-STATUS = "05"
004590             OR FES-FILE-STATUS = "10"
004600         CLOSE FESTIVOS-ARCHIVO
004610     END-IF
004620     PERFORM 2030-MARCAR-FESTIVO
004630         VARYING JN-DIA-IDX FROM 1 BY 1
004640         UNTIL JN-DIA-IDX > JN-DIAS-MAX
004650
004660     MOVE ZERO TO JN-FRG-MAX
004670     MOVE "N" TO TB-EOF-SW
004680     OPEN INPUT FESTIVOS-REGION
004690     IF FRG-FILE-STATUS = "00"
004700         PERFORM 2060-LEER-REGIONAL
004710         PERFORM 2070-GUARDAR-REGIONAL UNTIL TB-EOF
004720     END-IF
004730     IF FRG-FILE-STATUS = "00" OR FRG-FILE-STATUS = "05"
004740             OR FRG-FILE-STATUS = "10"
004750         CLOSE FESTIVOS-REGION
004760     END-IF
004770     MOVE SPACES TO JN-CENTRO-ANTERIOR JN-CALENDARIO
004780     MOVE HIGH-VALUES TO JN-CAL-MARCADO
004790
004800     MOVE ZERO TO JN-HOR-MAX JN-HOR-GENERAL
004810     MOVE "N" TO TB-EOF-SW
004820     OPEN INPUT HORARIO-TABLA
004830     IF HOR-FILE-STATUS = "00"
004840         PERFORM 2110-LEER-HORARIO
004850         PERFORM 2120-GUARDAR-HORARIO UNTIL TB-EOF
004860     END-IF
004870     IF HOR-FILE-STATUS = "00" OR HOR-FILE-STATUS = "05"
004880             OR HOR-FILE-STATUS = "10"
004890         CLOSE HORARIO-TABLA
004900     END-IF
004910
004920     MOVE ZERO TO JN-VAC-MAX
004930     MOVE "N" TO TB-EOF-SW
004940     OPEN INPUT EMPVRQ-ARCHIVO
004950     IF VRQ-FILE-STATUS = "00"
004960         PERFORM 2210-LEER-VACACION
004970         PERFORM 2220-GUARDAR-VACACION UNTIL TB-EOF
004980     END-IF
004990     IF VRQ-FILE-STATUS = "00" OR VRQ-FILE-STATUS = "05"
005000             OR VRQ-FILE-STATUS = "10"
005010         CLOSE EMPVRQ-ARCHIVO
005020     END-IF.
005030
005040 2010-LEER-FESTIVO.
005050     READ FESTIVOS-ARCHIVO
005060         AT END
005070             MOVE "Y" TO TB-EOF-SW
005080     END-READ.
005090
005100 2020-GUARDAR-FESTIVO.
005110     IF JN-FES-MAX < 100
005120         ADD 1 TO JN-FES-MAX
005130         MOVE FES-FECHA TO JN-FES-FECHA (JN-FES-MAX)
005140     END-IF
005150     PERFORM 2010-LEER-FESTIVO.
005160
005170 2030-MARCAR-FESTIVO.
005180     PERFORM 2040-COMPARAR-FESTIVO
005190         VARYING JN-FES-IDX FROM 1 BY 1
005200         UNTIL JN-FES-IDX > JN-FES-MAX.
005210
005220 2040-COMPARAR-FESTIVO.
005230     IF JN-FES-FECHA (JN-FES-IDX) = JN-D-FECHA (JN-DIA-IDX)
005240         MOVE "Y" TO JN-D-FESTIVO-SW (JN-DIA-IDX)
005250     END-IF.
005260
005270 2060-LEER-REGIONAL.
005280     READ FESTIVOS-REGION
005290         AT END
005300             MOVE "Y" TO TB-EOF-SW
005310     END-READ.
005320
005330*    ONLY THE REGIONAL HOLIDAYS THAT FALL IN THE RANGE ARE KEPT.
005340 2070-GUARDAR-REGIONAL.
005350     IF FRG-FECHA >= JN-DESDE AND FRG-FECHA <= JN-HASTA
005360         IF JN-FRG-MAX < 500
005370             ADD 1 TO JN-FRG-MAX
005380             MOVE FRG-CALENDARIO TO JN-FRG-CALENDARIO (JN-FRG-MAX)
005390             MOVE FRG-FECHA      TO JN-FRG-FECHA (JN-FRG-MAX)
005400         ELSE
005410             DISPLAY "EMPJORN: MAS DE 500 FESTIVOS REGIONALES EN"
005420                 " EL PERIODO - SE IGNORA " FRG-CALENDARIO " "
005430                 FRG-FECHA
005440         END-IF
005450     END-IF
005460     PERFORM 2060-LEER-REGIONAL.
005470
005480 2110-LEER-HORARIO.
005490     READ HORARIO-TABLA
005500         AT END
005510             MOVE "Y" TO TB-EOF-SW
005520     END-READ.
005530
005540 2120-GUARDAR-HORARIO.
005550     IF JN-HOR-MAX < 500
005560         ADD 1 TO JN-HOR-MAX
005570         MOVE HOR-REGISTRO TO JN-HOR-ENTRADA (JN-HOR-MAX)
005580         IF HOR-E-ID = "*"
005590             MOVE JN-HOR-MAX TO JN-HOR-GENERAL
005600         END-IF
005610     END-IF
005620     PERFORM 2110-LEER-HORARIO.
005630
005640 2210-LEER-VACACION.
005650     READ EMPVRQ-ARCHIVO
005660         AT END
005670             MOVE "Y" TO TB-EOF-SW
005680     END-READ.
005690
005700*    ONLY REQUESTS THAT TOUCH THE RANGE ARE KEPT.
005710 2220-GUARDAR-VACACION.
005720     IF (VRQ-APROBADA OR VRQ-CONTABILIZADA)
005730             AND VRQ-FECHA-DESDE <= JN-HASTA
005740             AND VRQ-FECHA-HASTA >= JN-DESDE
005750         IF JN-VAC-MAX < 2000
005760             ADD 1 TO JN-VAC-MAX
005770             MOVE VRQ-E-ID        TO JN-VAC-E-ID (JN-VAC-MAX)
005780             MOVE VRQ-FECHA-DESDE TO JN-VAC-DESDE (JN-VAC-MAX)
005790             MOVE VRQ-FECHA-HASTA TO JN-VAC-HASTA (JN-VAC-MAX)
005800         ELSE
005810             DISPLAY "EMPJORN: MAS DE 2000 VACACIONES EN EL"
005820                 " PERIODO - SE IGNORA " VRQ-E-ID
005830         END-IF
005840     END-IF
005850     PERFORM 2210-LEER-VACACION.
005860
005870*----------------------------------------------------------------
005880* 2500-ORDENAR-FICHAJES - SORT THE RANGE'S PUNCHES BY E-ID, DATE
005890*                         AND TIME, SO THEY MATCH THE MASTER IN
005900*                         KEY ORDER AND PAIR UP WITHIN A DAY.
005910*----------------------------------------------------------------
005920 2500-ORDENAR-FICHAJES.
005930     SORT FIC-WORK-FILE
005940         ON ASCENDING KEY SRT-E-ID SRT-FECHA SRT-HORA
005950         INPUT PROCEDURE IS 2510-LIBERAR-FICHAJES
005960         GIVING FICHAJES-ORDENADOS.
005970
005980 2510-LIBERAR-FICHAJES.
005990     MOVE "N" TO FOK-EOF-SW
006000     OPEN INPUT FICHAJES-VALIDOS
006010     IF FOK-FILE-STATUS = "00"
006020         PERFORM 2520-LEER-FICHAJE
006030         PERFORM 2530-LIBERAR-FICHAJE UNTIL FOK-EOF
006040     END-IF
006050     IF FOK-FILE-STATUS = "00" OR FOK-FILE-STATUS = "05"
006060             OR FOK-FILE-STATUS = "10"
006070         CLOSE FICHAJES-VALIDOS
006080     END-IF.
006090
006100 2520-LEER-FICHAJE.
006110     READ FICHAJES-VALIDOS
006120         AT END
006130             MOVE "Y" TO FOK-EOF-SW
006140     END-READ.
006150
006160 2530-LIBERAR-FICHAJE.
006170     IF FOK-FECHA >= JN-DESDE AND FOK-FECHA <= JN-HASTA
006180         MOVE FOK-REGISTRO TO SRT-REGISTRO
006190         RELEASE SRT-REGISTRO
006200     END-IF
006210     PERFORM 2520-LEER-FICHAJE.
006220
006230*----------------------------------------------------------------
006240* 3000-CONCILIAR - MATCH THE MASTER (READ IN E-ID ORDER) AGAINST
006250*                  THE SORTED PUNCHES.  AN EMPLOYEE WITH NO
006260*                  PUNCHES IS STILL RECONCILED, SO A SCHEDULED
006270*                  DAY WITHOUT ANY SHOWS UP; PUNCHES WHOSE E-ID
006280*                  IS NO LONGER ON THE MASTER ARE COUNTED AND
006290*                  LISTED.
006300*----------------------------------------------------------------
006310 3000-CONCILIAR.
006320     OPEN INPUT EMPLEADOS-ARCHIVO
006330     OPEN INPUT FICHAJES-ORDENADOS
006340     OPEN EXTEND JORNADA-DIARIA
006350     IF JRD-FILE-STATUS = "35"
006360         OPEN OUTPUT JORNADA-DIARIA
006370     END-IF
006380     OPEN EXTEND HORAS-ENTRADA
006390     IF HRS-FILE-STATUS = "35"
006400         OPEN OUTPUT HORAS-ENTRADA
006410     END-IF
006420     MOVE "N" TO EMP-EOF-SW ORD-EOF-SW
006430     PERFORM 3010-LEER-EMPLEADO
006440     PERFORM 3020-LEER-ORDENADO
006450     PERFORM 3100-EMPAREJAR
006460         UNTIL JN-CLAVE-EMP = HIGH-VALUES
006470         AND JN-CLAVE-FIC = HIGH-VALUES
006480     CLOSE EMPLEADOS-ARCHIVO
006490     CLOSE FICHAJES-ORDENADOS
006500     CLOSE JORNADA-DIARIA
006510     CLOSE HORAS-ENTRADA.
006520
006530 3010-LEER-EMPLEADO.
006540     READ EMPLEADOS-ARCHIVO NEXT RECORD
006550         AT END
006560             MOVE "Y" TO EMP-EOF-SW
006570     END-READ
006580     IF EMP-EOF
006590         MOVE HIGH-VALUES TO JN-CLAVE-EMP
006600     ELSE
006610         MOVE E-ID TO JN-CLAVE-EMP
006620     END-IF.
006630
006640 3020-LEER-ORDENADO.
006650     READ FICHAJES-ORDENADOS
006660         AT END
006670             MOVE "Y" TO ORD-EOF-SW
006680     END-READ
006690     IF ORD-EOF
006700         MOVE HIGH-VALUES TO JN-CLAVE-FIC
006710     ELSE
006720         MOVE ORD-E-ID TO JN-CLAVE-FIC
006730     END-IF.
006740
006750 3100-EMPAREJAR.
006760     MOVE ZERO TO JN-FIC-MAX
006770     EVALUATE TRUE
006780         WHEN JN-CLAVE-FIC < JN-CLAVE-EMP
006790             MOVE JN-CLAVE-FIC TO JN-CLAVE-EMP
006800             PERFORM 3200-CARGAR-FICHAJES
006810             PERFORM 3300-FICHAJES-HUERFANOS
006820             IF EMP-EOF
006830                 MOVE HIGH-VALUES TO JN-CLAVE-EMP
006840             ELSE
006850                 MOVE E-ID TO JN-CLAVE-EMP
006860             END-IF
006870         WHEN JN-CLAVE-FIC = JN-CLAVE-EMP
006880             PERFORM 3200-CARGAR-FICHAJES
006890             PERFORM 4000-CONCILIAR-EMPLEADO
006900             PERFORM 3010-LEER-EMPLEADO
006910         WHEN OTHER
006920             PERFORM 4000-CONCILIAR-EMPLEADO
006930             PERFORM 3010-LEER-EMPLEADO
006940     END-EVALUATE.
006950
006960*    EVERY SORTED PUNCH OF JN-CLAVE-EMP INTO THE PUNCH TABLE.
006970 3200-CARGAR-FICHAJES.
006980     MOVE ZERO TO JN-FIC-DESBORDE
006990     PERFORM 3210-GUARDAR-FICHAJE
007000         UNTIL JN-CLAVE-FIC NOT = JN-CLAVE-EMP
007010     IF JN-FIC-DESBORDE > ZERO
007020         DISPLAY "EMPJORN: " JN-CLAVE-EMP " TIENE MAS DE 500"
007030             " FICHAJES - " JN-FIC-DESBORDE " SIN CONCILIAR"
007040     END-IF.
007050
007060 3210-GUARDAR-FICHAJE.
007070     IF JN-FIC-MAX < 500
007080         ADD 1 TO JN-FIC-MAX
007090         MOVE ORD-FECHA TO JN-FIC-FECHA (JN-FIC-MAX)
007100         MOVE ORD-HORA  TO JN-FIC-HORA (JN-FIC-MAX)
007110         MOVE ORD-TIPO  TO JN-FIC-TIPO (JN-FIC-MAX)
007120     ELSE
007130         ADD 1 TO JN-FIC-DESBORDE
007140     END-IF
007150     PERFORM 3020-LEER-ORDENADO.
007160
007170 3300-FICHAJES-HUERFANOS.
007180     ADD JN-FIC-MAX TO JN-FIC-HUERFANOS
007190     MOVE JN-FIC-MAX TO JN-CONTADOR-EDIT
007200     MOVE SPACES TO RPT-LINEA
007210     STRING JN-CLAVE-EMP (1:30) " " JN-CONTADOR-EDIT
007220         " FICHAJES DE UN E-ID QUE YA NO ESTA EN EL MAESTRO"
007230         DELIMITED BY SIZE INTO RPT-LINEA
007240     PERFORM 6900-ESCRIBIR-LINEA.
007250
007260*----------------------------------------------------------------
007270* 4000-CONCILIAR-EMPLEADO - ONE EMPLOYEE OVER THE WHOLE RANGE.
007280*                           ONLY AN ACTIVE EMPLOYEE, OR A LEAVER
007290*                           UP TO THE LEAVING DATE, IS EXPECTED AT
007300*                           WORK; SOMEONE NOT EXPECTED IS ONLY
007310*                           RECONCILED WHEN THEY PUNCHED.
007320*----------------------------------------------------------------
007330 4000-CONCILIAR-EMPLEADO.
007340     IF E-ACTIVO OR E-INACTIVO OR JN-FIC-MAX > 0
007350         PERFORM 4050-BUSCAR-HORARIO
007360         IF JN-HOR-HALLADO = 0
007370             IF JN-FIC-MAX > 0
007380                 ADD 1 TO JN-SIN-HORARIO
007390                 MOVE JN-FIC-MAX TO JN-CONTADOR-EDIT
007400                 MOVE SPACES TO RPT-LINEA
007410                 STRING E-ID (1:30)
007420                     " SIN HORARIO EN HORARIO.DAT -"
007430                     JN-CONTADOR-EDIT " FICHAJES SIN CONCILIAR"
007440                     DELIMITED BY SIZE INTO RPT-LINEA
007450                 PERFORM 6900-ESCRIBIR-LINEA
007460             END-IF
007470         ELSE
007480             IF E-ACTIVO OR JN-FIC-MAX > 0
007490                     OR E-FECHA-BAJA >= JN-DESDE
007500                 ADD 1 TO JN-EMPLEADOS
007510                 PERFORM 4020-FESTIVOS-CENTRO
007520                 MOVE ZERO TO JN-EXTRA-HO JN-EXTRA-HN
007530                 MOVE 1 TO JN-FIC-IDX
007540                 PERFORM 4100-CONCILIAR-DIA
007550                     VARYING JN-DIA-IDX FROM 1 BY 1
007560                     UNTIL JN-DIA-IDX > JN-DIAS-MAX
007570                 PERFORM 4800-GENERAR-HORAS
007580             END-IF
007590         END-IF
007600     END-IF.
007610
007620*----------------------------------------------------------------
007630* 4020-FESTIVOS-CENTRO - THE HOLIDAYS OF THE EMPLOYEE'S OWN WORK
007640*                        CENTRE: THE NATIONAL ONES PLUS THOSE OF
007650*                        THE CENTRE'S REGIONAL CALENDAR, AS
007660*                        DIASLAB COUNTS THEM.  CENTVAL IS ONLY
007670*                        ASKED WHEN THE CENTRE CHANGES, AND THE
007680*                        DAYS ARE ONLY RE-MARKED WHEN THE CALENDAR
007690*                        DOES.
007700*----------------------------------------------------------------
007710 4020-FESTIVOS-CENTRO.
007720     IF E-CENTRO NOT = JN-CENTRO-ANTERIOR
007730         MOVE SPACES TO JN-CALENDARIO
007740         IF E-CENTRO NOT = SPACES
007750             CALL "CENTVAL" USING E-CENTRO, JN-CV-VALIDO-SW,
007760                 JN-CV-NOMBRE, JN-CV-CUENTA, JN-CALENDARIO
007770         END-IF
007780         MOVE E-CENTRO TO JN-CENTRO-ANTERIOR
007790     END-IF
007800     IF JN-CALENDARIO NOT = JN-CAL-MARCADO
007810         PERFORM 4030-MARCAR-FIESTA
007820             VARYING JN-DIA-IDX FROM 1 BY 1
007830             UNTIL JN-DIA-IDX > JN-DIAS-MAX
007840         MOVE JN-CALENDARIO TO JN-CAL-MARCADO
007850     END-IF.
007860
007870 4030-MARCAR-FIESTA.
007880     MOVE JN-D-FESTIVO-SW (JN-DIA-IDX)
007890         TO JN-D-FIESTA-SW (JN-DIA-IDX)
007900     IF JN-CALENDARIO NOT = SPACES
007910         PERFORM 4040-COMPARAR-REGIONAL
007920             VARYING JN-FRG-IDX FROM 1 BY 1
007930             UNTIL JN-FRG-IDX > JN-FRG-MAX
007940     END-IF.
007950
007960 4040-COMPARAR-REGIONAL.
007970     IF JN-FRG-CALENDARIO (JN-FRG-IDX) = JN-CALENDARIO
007980             AND JN-FRG-FECHA (JN-FRG-IDX)
007990                 = JN-D-FECHA (JN-DIA-IDX)
008000         MOVE "Y" TO JN-D-FIESTA-SW (JN-DIA-IDX)
008010     END-IF.
008020
008030*    THE EMPLOYEE'S OWN SCHEDULE, ELSE THE GENERAL "*" ONE.
008040 4050-BUSCAR-HORARIO.
008050     MOVE 0 TO JN-HOR-HALLADO
008060     PERFORM 4060-COMPARAR-HORARIO
008070         VARYING JN-HOR-IDX FROM 1 BY 1
008080         UNTIL JN-HOR-IDX > JN-HOR-MAX OR JN-HOR-HALLADO > 0
008090     IF JN-HOR-HALLADO = 0
008100         MOVE JN-HOR-GENERAL TO JN-HOR-HALLADO
008110     END-IF.
008120
008130 4060-COMPARAR-HORARIO.
008140     IF JN-HOR-E-ID (JN-HOR-IDX) = E-ID
008150         MOVE JN-HOR-IDX TO JN-HOR-HALLADO
008160     END-IF.
008170
008180*----------------------------------------------------------------
008190* 4100-CONCILIAR-DIA - SCHEDULED MINUTES FOR THE DAY, WORKED
008200*                      MINUTES FROM ITS ENTRADA/SALIDA PAIRS, AND
008210*                      THE RESULTING EXCEPTION OR OVERTIME.  AN
008220*                      ENTRADA WITH NO SALIDA, OR A SALIDA WITH NO
008230*                      ENTRADA, MAKES THE DAY INCOMPLETE AND EARNS
008240*                      NO OVERTIME UNTIL THE RECORD IS PUT RIGHT.
008250*----------------------------------------------------------------
008260 4100-CONCILIAR-DIA.
008270     MOVE JN-D-FECHA (JN-DIA-IDX) TO JN-FECHA
008280     MOVE "N" TO JN-ESPERADO-SW
008290     IF JN-FECHA >= E-FECHA-INGRESO
008300         IF E-ACTIVO
008310             MOVE "Y" TO JN-ESPERADO-SW
008320         END-IF
008330         IF E-INACTIVO AND JN-FECHA <= E-FECHA-BAJA
008340             MOVE "Y" TO JN-ESPERADO-SW
008350         END-IF
008360     END-IF
008370     MOVE "N" TO JN-VACACION-SW
008380     PERFORM 4110-COMPARAR-VACACION
008390         VARYING JN-VAC-IDX FROM 1 BY 1
008400         UNTIL JN-VAC-IDX > JN-VAC-MAX OR JN-VACACION
008410     MOVE ZERO TO JN-PREVISTO
008420     IF JN-ESPERADO AND NOT JN-VACACION
008430             AND NOT JN-D-FIESTA (JN-DIA-IDX)
008440         COMPUTE JN-PREVISTO ROUNDED = JN-HOR-HORAS
008450             (JN-HOR-HALLADO, JN-D-SEMANA (JN-DIA-IDX)) * 60
008460     END-IF
008470
008480     MOVE ZERO TO JN-TRABAJADO JN-EXTRA JN-FALTA JN-FICHAJES
008490     MOVE "N" TO JN-ABIERTO-SW JN-INCOMPLETO-SW
008500     PERFORM 4200-EMPAREJAR-FICHAJE
008510         UNTIL JN-FIC-IDX > JN-FIC-MAX
008520         OR JN-FIC-FECHA (JN-FIC-IDX) NOT = JN-FECHA
008530     IF JN-ABIERTO
008540         MOVE "Y" TO JN-INCOMPLETO-SW
008550     END-IF
008560
008570     MOVE SPACES TO JN-INCIDENCIA JN-TIPO-EXTRA
008580     EVALUATE TRUE
008590         WHEN JN-INCOMPLETO
008600             MOVE "FI" TO JN-INCIDENCIA
008610             ADD 1 TO JN-DIAS-FI
008620         WHEN JN-PREVISTO > 0 AND JN-FICHAJES = 0
008630             MOVE "AU" TO JN-INCIDENCIA
008640             ADD 1 TO JN-DIAS-AU
008650         WHEN JN-TRABAJADO < JN-PREVISTO
008660             MOVE "JC" TO JN-INCIDENCIA
008670             ADD 1 TO JN-DIAS-JC
008680             COMPUTE JN-FALTA = JN-PREVISTO - JN-TRABAJADO
008690         WHEN JN-TRABAJADO > JN-PREVISTO
008700             COMPUTE JN-EXTRA = JN-TRABAJADO - JN-PREVISTO
008710             IF JN-D-FIESTA (JN-DIA-IDX)
008720                 MOVE "HN" TO JN-TIPO-EXTRA
008730                 ADD JN-EXTRA TO JN-EXTRA-HN
008740             ELSE
008750                 MOVE "HO" TO JN-TIPO-EXTRA
008760                 ADD JN-EXTRA TO JN-EXTRA-HO
008770             END-IF
008780     END-EVALUATE
008790
008800     IF JN-PREVISTO > 0 OR JN-FICHAJES > 0
008810         MOVE E-ID           TO JRD-E-ID
008820         MOVE JN-FECHA       TO JRD-FECHA
008830         MOVE JN-PREVISTO    TO JRD-PREVISTO-MIN
008840         MOVE JN-TRABAJADO   TO JRD-TRABAJADO-MIN
008850         MOVE JN-EXTRA       TO JRD-EXTRA-MIN
008860         MOVE JN-TIPO-EXTRA  TO JRD-TIPO-EXTRA
008870         MOVE JN-FICHAJES    TO JRD-FICHAJES
008880         MOVE JN-INCIDENCIA  TO JRD-INCIDENCIA
008890         MOVE JN-HOY         TO JRD-FECHA-PROCESO
008900         WRITE JRD-REGISTRO
008910     END-IF
008920     IF JN-INCIDENCIA NOT = SPACES
008930         PERFORM 5100-LINEA-INCIDENCIA
008940     END-IF.
008950
008960 4110-COMPARAR-VACACION.
008970     IF JN-VAC-E-ID (JN-VAC-IDX) = E-ID
008980             AND JN-VAC-DESDE (JN-VAC-IDX) <= JN-FECHA
008990             AND JN-VAC-HASTA (JN-VAC-IDX) >= JN-FECHA
009000         MOVE "Y" TO JN-VACACION-SW
009010     END-IF.
009020
009030 4200-EMPAREJAR-FICHAJE.
009040     ADD 1 TO JN-FICHAJES
009050     DIVIDE JN-FIC-HORA (JN-FIC-IDX) BY 100 GIVING JN-CALC
009060         REMAINDER JN-MIN-PUNTO
009070     COMPUTE JN-MIN-PUNTO = JN-CALC * 60 + JN-MIN-PUNTO
009080     IF JN-FIC-TIPO (JN-FIC-IDX) = "E"
009090         IF JN-ABIERTO
009100             MOVE "Y" TO JN-INCOMPLETO-SW
009110         END-IF
009120         MOVE "Y" TO JN-ABIERTO-SW
009130         MOVE JN-MIN-PUNTO TO JN-MIN-ENTRADA
009140     ELSE
009150         IF JN-ABIERTO
009160             COMPUTE JN-TRABAJADO = JN-TRABAJADO
009170                 + JN-MIN-PUNTO - JN-MIN-ENTRADA
009180             MOVE "N" TO JN-ABIERTO-SW
009190         ELSE
009200             MOVE "Y" TO JN-INCOMPLETO-SW
009210         END-IF
009220     END-IF
009230     ADD 1 TO JN-FIC-IDX.
009240
009250*----------------------------------------------------------------
009260* 4800-GENERAR-HORAS - THE EMPLOYEE'S OVERTIME FOR THE RANGE, IN
009270*                      WHOLE HOURS, AS EMPHRS.DAT PARTES FOR THE
009280*                      EMPHRSV/EMPHRSC STEP.  THE MINUTES UNDER A
009290*                      WHOLE HOUR ARE SHOWN ON THE LISTING AND
009300*                      STAY ON EMPJORD.DAT; THEY ARE NOT PAID.
009310*----------------------------------------------------------------
009320 4800-GENERAR-HORAS.
009330     IF JN-EXTRA-HO > 0
009340         MOVE "HO" TO JN-TIPO-EXTRA
009350         DIVIDE JN-EXTRA-HO BY 60 GIVING JN-HORAS
009360             REMAINDER JN-RESTO
009370         PERFORM 4810-ESCRIBIR-PARTE
009380         ADD JN-HORAS TO JN-TOTAL-HO
009390     END-IF
009400     IF JN-EXTRA-HN > 0
009410         MOVE "HN" TO JN-TIPO-EXTRA
009420         DIVIDE JN-EXTRA-HN BY 60 GIVING JN-HORAS
009430             REMAINDER JN-RESTO
009440         PERFORM 4810-ESCRIBIR-PARTE
009450         ADD JN-HORAS TO JN-TOTAL-HN
009460     END-IF.
009470
009480 4810-ESCRIBIR-PARTE.
009490     IF JN-HORAS > 0
009500         MOVE E-ID          TO HRS-E-ID
009510         MOVE JN-TIPO-EXTRA TO HRS-TIPO
009520         MOVE JN-HORAS      TO HRS-HORAS
009530         WRITE HRS-REGISTRO
009540         ADD 1 TO JN-LINEAS-HRS
009550     END-IF
009560     MOVE JN-HORAS TO JN-HORAS-EDIT
009570     MOVE JN-RESTO TO JN-MIN-EDIT
009580     MOVE SPACES TO RPT-LINEA
009590     STRING E-ID (1:30) " HORAS EXTRA " JN-TIPO-EXTRA ": "
009600         JN-HORAS-EDIT " H A EMPHRS.DAT  (" JN-MIN-EDIT
009610         " MIN SUELTOS NO ABONADOS)"
009620         DELIMITED BY SIZE INTO RPT-LINEA
009630     PERFORM 6900-ESCRIBIR-LINEA.
009640
009650*----------------------------------------------------------------
009660* 5000-ABRIR-LISTADO - OPEN THE CONTROL LISTING AND WRITE ITS
009670*                      HEADINGS.
009680*----------------------------------------------------------------
009690 5000-ABRIR-LISTADO.
009700     CALL "RPTROUTE" USING JN-DESTINO
009710     IF JN-DESTINO-IMPRESORA
009720         OPEN OUTPUT EMPJORN-IMPRESORA
009730         DISPLAY "EMPJORN: SALIDA A EMPJORN.PRN (IMPRESORA)"
009740     ELSE
009750         OPEN OUTPUT EMPJORN-REPORTE
009760     END-IF
009770     CALL "RPTBANNER" USING JN-BANNER
009780     MOVE JN-BANNER TO RPT-LINEA
009790     PERFORM 6900-ESCRIBIR-LINEA
009800     MOVE SPACES TO RPT-LINEA
009810     STRING "REGISTRO DE JORNADA - CONCILIACION DEL " JN-DESDE
009820         " AL " JN-HASTA DELIMITED BY SIZE INTO RPT-LINEA
009830     PERFORM 6900-ESCRIBIR-LINEA
009840     MOVE SPACES TO RPT-LINEA
009850     PERFORM 6900-ESCRIBIR-LINEA
009860     MOVE "E-ID" TO RPT-LINEA
009870     MOVE "FECHA    PREVISTO TRABAJADO  INCIDENCIA"
009880         TO RPT-LINEA (32:39)
009890     PERFORM 6900-ESCRIBIR-LINEA.
009900
009910 5100-LINEA-INCIDENCIA.
009920     MOVE JN-PREVISTO  TO JN-MIN-EDIT
009930     MOVE JN-TRABAJADO TO JN-MIN2-EDIT
009940     MOVE SPACES TO RPT-LINEA
009950     STRING E-ID (1:30) " " JN-FECHA "  " JN-MIN-EDIT " MIN "
009960         JN-MIN2-EDIT " MIN  " DELIMITED BY SIZE INTO RPT-LINEA
009970     EVALUATE JN-INCIDENCIA
009980         WHEN "FI"
009990             MOVE "FICHAJE INCOMPLETO (ENTRADA/SALIDA SIN PAR)"
010000                 TO RPT-LINEA (71:45)
010010         WHEN "AU"
010020             MOVE "SIN FICHAJE EN DIA DE TRABAJO"
010030                 TO RPT-LINEA (71:45)
010040         WHEN "JC"
010050             MOVE JN-FALTA TO JN-MIN-EDIT
010060             STRING "JORNADA CORTA - FALTAN " JN-MIN-EDIT " MIN"
010070                 DELIMITED BY SIZE INTO RPT-LINEA (71:45)
010080     END-EVALUATE
010090     PERFORM 6900-ESCRIBIR-LINEA.
010100
010110*----------------------------------------------------------------
010120* 5900-CERRAR-LISTADO - TOTALS, THEN CLOSE AND SPOOL.
010130*----------------------------------------------------------------
010140 5900-CERRAR-LISTADO.
010150     MOVE SPACES TO RPT-LINEA
010160     PERFORM 6900-ESCRIBIR-LINEA
010170     MOVE JN-EMPLEADOS TO JN-CONTADOR-EDIT
010180     MOVE SPACES TO RPT-LINEA
010190     STRING "EMPLEADOS CONCILIADOS              : "
010200         JN-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
010210     PERFORM 6900-ESCRIBIR-LINEA
010220     MOVE JN-DIAS-FI TO JN-CONTADOR-EDIT
010230     MOVE SPACES TO RPT-LINEA
010240     STRING "DIAS CON FICHAJE INCOMPLETO        : "
010250         JN-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
010260     PERFORM 6900-ESCRIBIR-LINEA
010270     MOVE JN-DIAS-AU TO JN-CONTADOR-EDIT
010280     MOVE SPACES TO RPT-LINEA
010290     STRING "DIAS DE TRABAJO SIN FICHAJE        : "
010300         JN-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
010310     PERFORM 6900-ESCRIBIR-LINEA
010320     MOVE JN-DIAS-JC TO JN-CONTADOR-EDIT
010330     MOVE SPACES TO RPT-LINEA
010340     STRING "DIAS CON JORNADA CORTA             : "
010350         JN-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
010360     PERFORM 6900-ESCRIBIR-LINEA
010370     MOVE JN-SIN-HORARIO TO JN-CONTADOR-EDIT
010380     MOVE SPACES TO RPT-LINEA
010390     STRING "EMPLEADOS CON FICHAJES SIN HORARIO : "
010400         JN-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
010410     PERFORM 6900-ESCRIBIR-LINEA
010420     MOVE JN-FIC-HUERFANOS TO JN-CONTADOR-EDIT
010430     MOVE SPACES TO RPT-LINEA
010440     STRING "FICHAJES DE E-ID FUERA DEL MAESTRO : "
010450         JN-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
010460     PERFORM 6900-ESCRIBIR-LINEA
010470     MOVE JN-TOTAL-HO TO JN-CONTADOR-EDIT
010480     MOVE SPACES TO RPT-LINEA
010490     STRING "HORAS EXTRA HO GENERADAS           : "
010500         JN-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
010510     PERFORM 6900-ESCRIBIR-LINEA
010520     MOVE JN-TOTAL-HN TO JN-CONTADOR-EDIT
010530     MOVE SPACES TO RPT-LINEA
010540     STRING "HORAS EXTRA HN (FESTIVO) GENERADAS : "
010550         JN-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
010560     PERFORM 6900-ESCRIBIR-LINEA
010570     MOVE JN-LINEAS-HRS TO JN-CONTADOR-EDIT
010580     MOVE SPACES TO RPT-LINEA
010590     STRING "PARTES ESCRITOS EN EMPHRS.DAT      : "
010600         JN-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
010610     PERFORM 6900-ESCRIBIR-LINEA
010620     IF JN-QUEDAN-PENDIENTES
010630         MOVE SPACES TO RPT-LINEA
010640         STRING "QUEDAN DIAS POSTERIORES AL " JN-HASTA
010650             " PENDIENTES - VUELVA A EJECUTAR EMPJORN"
010660             DELIMITED BY SIZE INTO RPT-LINEA
010670         PERFORM 6900-ESCRIBIR-LINEA
010680     END-IF
010690     IF JN-DESTINO-IMPRESORA
010700         CLOSE EMPJORN-IMPRESORA
010710     ELSE
010720         CLOSE EMPJORN-REPORTE
010730         MOVE "EMPJORN.RPT" TO JN-ARCHIVO-SPOOL
010740         CALL "SPOOLCAT" USING JN-LOG-PROGRAMA,
010750             JN-ARCHIVO-SPOOL, JN-SPL-OPERADOR
010760     END-IF.
010770
010780*----------------------------------------------------------------
010790* 6900-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
010800*                       RPTROUTE SELECTED.
010810*----------------------------------------------------------------
010820 6900-ESCRIBIR-LINEA.
010830     IF JN-DESTINO-IMPRESORA
010840         MOVE RPT-LINEA TO LINEA-IMPRESORA
010850         WRITE LINEA-IMPRESORA
010860     ELSE
010870         WRITE RPT-LINEA
010880     END-IF.
010890
010900*----------------------------------------------------------------
010910* 7000-GRABAR-CONTROL - REMEMBER THE LAST DAY RECONCILED, SO THE
010920*                       NEXT RUN STARTS AFTER IT AND NO DAY'S
010930*                       OVERTIME REACHES EMPHRS.DAT TWICE.
010940*----------------------------------------------------------------
010950 7000-GRABAR-CONTROL.
010960     OPEN OUTPUT JORNADA-CONTROL
010970     MOVE JN-HASTA TO JCT-ULTIMO-DIA
010980     MOVE JN-HOY   TO JCT-FECHA-PROCESO
010990     WRITE JCT-REGISTRO
011000     CLOSE JORNADA-CONTROL
011010     IF JCT-FILE-STATUS NOT = "00"
011020         DISPLAY "EMPJORN: ERROR AL GRABAR EMPJORN.CTL, ESTADO: "
011030             JCT-FILE-STATUS
011040         MOVE 8 TO RETURN-CODE
011050     END-IF.
011060
011070*----------------------------------------------------------------
011080* 8100-DIA-DE-SEMANA - ZELLER'S CONGRUENCE, AS IN DIASLAB.  H = 0
011090*                      IS SATURDAY AND H = 1 IS SUNDAY.
011100*----------------------------------------------------------------
011110 8100-DIA-DE-SEMANA.
011120     MOVE JN-FECHA(1:4) TO JN-ANIO
011130     MOVE JN-FECHA(5:2) TO JN-MES
011140     MOVE JN-FECHA(7:2) TO JN-DIA-MES
011150     MOVE JN-ANIO TO JN-Z-ANIO
011160     MOVE JN-MES  TO JN-Z-MES
011170     IF JN-Z-MES < 3
011180         ADD 12 TO JN-Z-MES
011190         SUBTRACT 1 FROM JN-Z-ANIO
011200     END-IF
011210     COMPUTE JN-CALC = JN-Z-ANIO / 100
011220     MOVE JN-CALC TO JN-Z-J
011230     COMPUTE JN-Z-K = JN-Z-ANIO - JN-Z-J * 100
011240     COMPUTE JN-T1 = (13 * (JN-Z-MES + 1)) / 5
011250     COMPUTE JN-T2 = JN-Z-K / 4
011260     COMPUTE JN-T3 = JN-Z-J / 4
011270     COMPUTE JN-Z-H = FUNCTION MOD(
011280         JN-DIA-MES + JN-T1 + JN-Z-K + JN-T2 + JN-T3
011290         + 5 * JN-Z-J, 7).
011300
011310*----------------------------------------------------------------
011320* 8200-SIGUIENTE-DIA - STEP JN-FECHA TO THE NEXT REAL CALENDAR
011330*                      DAY, WITH THE LEAP-YEAR FEBRUARY HANDLED.
011340*----------------------------------------------------------------
011350 8200-SIGUIENTE-DIA.
011360     MOVE JN-FECHA(1:4) TO JN-ANIO
011370     MOVE JN-FECHA(5:2) TO JN-MES
011380     MOVE JN-FECHA(7:2) TO JN-DIA-MES
011390     EVALUATE JN-MES
011400         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
011410             MOVE 31 TO JN-MES-DIAS
011420         WHEN 4 WHEN 6 WHEN 9 WHEN 11
011430             MOVE 30 TO JN-MES-DIAS
011440         WHEN OTHER
011450             MOVE 28 TO JN-MES-DIAS
011460             COMPUTE JN-CALC = FUNCTION MOD(JN-ANIO, 4)
011470             IF JN-CALC = 0
011480                 COMPUTE JN-CALC = FUNCTION MOD(JN-ANIO, 100)
011490                 IF JN-CALC NOT = 0
011500                     MOVE 29 TO JN-MES-DIAS
011510                 ELSE
011520                     COMPUTE JN-CALC = FUNCTION MOD(JN-ANIO, 400)
011530                     IF JN-CALC = 0
011540                         MOVE 29 TO JN-MES-DIAS
011550                     END-IF
011560                 END-IF
011570             END-IF
011580     END-EVALUATE
011590     ADD 1 TO JN-DIA-MES
011600     IF JN-DIA-MES > JN-MES-DIAS
011610         MOVE 1 TO JN-DIA-MES
011620         ADD 1 TO JN-MES
011630         IF JN-MES > 12
011640             MOVE 1 TO JN-MES
011650             ADD 1 TO JN-ANIO
011660         END-IF
011670     END-IF
011680     COMPUTE JN-FECHA = JN-ANIO * 10000 + JN-MES * 100
011690         + JN-DIA-MES.
011700
011710 9999-EXIT.
011720     GOBACK.
011730 END PROGRAM EMPJORN.
