000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       ROLLING TWELVE-MONTH ABSENTEEISM REPORT FROM THE
000060*                EMPAUSH.DAT ABSENCE HISTORY THAT EMPABSV KEEPS.
000070*                THE WINDOW IS THE TWELVE PAYROLL PERIODS ENDING
000080*                AT THE STREAM'S PERIOD (RUNPER), OR AT THE
000090*                CURRENT MONTH WHEN NO STREAM IS RUNNING.  FOR
000100*                EVERY ACTIVE EMPLOYEE WITH AN ABSENCE IN THE
000110*                WINDOW IT SHOWS THE SPELLS, THE DAYS, THE
000120*                ABSENTEEISM RATE (DAYS OVER THE WORKING DAYS OF
000130*                THE WINDOW FROM DIASLAB, AGAINST THE EMPLOYEE'S
000140*                OWN WORK CENTRE CALENDAR AND FROM THE HIRE DATE
000150*                WHEN LATER) AND THE BRADFORD FACTOR (SPELLS
000160*                SQUARED TIMES DAYS), GROUPED BY DEPARTMENT WITH
000170*                DEPARTMENT TOTALS OVER THE WHOLE ACTIVE
000180*                HEADCOUNT, THEN A DEPARTMENT SUMMARY, THEN THE
000190*                EMPLOYEES ABOVE THE BRADFORD TRIGGER GROUPED BY
000200*                E-SUPERVISOR FOR FOLLOW-UP.  A DATED ABSENCE
000210*                CARRIED OVER SEVERAL PERIODS UNDER THE SAME TYPE
000220*                AND START DATE IS ONE SPELL; AN UNDATED ONE IS A
000230*                SPELL OF ITS OWN.  EMPBRAD.PRM CARRIES THE
000240*                TRIGGER (A FIVE-DIGIT NUMBER, DEFAULT 250) AND,
000250*                OPTIONALLY, ONE ABSENCE TYPE PER RECORD TO COUNT
000260*                ONLY THOSE TYPES; WITH NO TYPES LISTED EVERY TYPE
000270*                COUNTS.
000280* TECTONICS:     cobc -x -std=ibm -I copybooks EMPBRAD.CBL
000290*                RUNPER FECHAVAL DIASLAB RPTROUTE RPTBANNER RUNLOG
000300*                OPERSES SPOOLCAT
000310*----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   ---------- ----  ----------------------------------------
000350*   2026-10-15  RT   ORIGINAL PROGRAM.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. EMPBRAD.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     COPY EMPFSEL.
000440     COPY EMPAHSEL.
000450
000460     SELECT OPTIONAL BRAD-PARAMETRO
000470         ASSIGN TO "EMPBRAD.PRM"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS PRM-FILE-STATUS.
000500
000510     SELECT AUS-WORK-FILE
000520         ASSIGN TO "EMPBRAD.WRK".
000530
000540     SELECT BRAD-RESUMEN
000550         ASSIGN TO "EMPBRAD.RES"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS RES-FILE-STATUS.
000580
000590     SELECT RES-WORK-FILE
000600         ASSIGN TO "EMPBRAD.WR2".
000610
000620     SELECT BRAD-ORDENADO
000630         ASSIGN TO "EMPBRAD.SRT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS ORD-FILE-STATUS.
000660
000670     SELECT EMPBRAD-REPORTE
000680         ASSIGN TO "EMPBRAD.RPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS RPT-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  EMPLEADOS-ARCHIVO.
000750     COPY EMPREG.
000760
000770 FD  AUSENCIAS-HISTORIA.
000780     COPY EMPAUSH.
000790
000800 FD  BRAD-PARAMETRO.
000810 01  PRM-REGISTRO-BRAD        PIC X(05).
000820
000830 SD  AUS-WORK-FILE.
000840 01  BA-REGISTRO.
000850     05  BA-E-ID             PIC X(50).
000860     05  BA-TIPO             PIC X(02).
000870     05  BA-FECHA-INICIO     PIC 9(08).
000880     05  BA-DIAS             PIC 9(02).
000890     05  BA-FECHADA          PIC X(01).
000900
000910 FD  BRAD-RESUMEN.
000920 01  RES-REGISTRO.
000930     05  RES-DEPTO           PIC X(04).
000940     05  RES-SUPERVISOR      PIC X(50).
000950     05  RES-E-ID            PIC X(50).
000960     05  RES-NOMBRE          PIC X(50).
000970     05  RES-EPISODIOS       PIC 9(04).
000980     05  RES-DIAS            PIC 9(05).
000990     05  RES-LABORABLES      PIC 9(03).
001000     05  RES-TASA            PIC 9(3)V99.
001010     05  RES-BRADFORD        PIC 9(09).
001020
001030 SD  RES-WORK-FILE.
001040 01  BS-REGISTRO.
001050     05  BS-DEPTO            PIC X(04).
001060     05  BS-SUPERVISOR       PIC X(50).
001070     05  BS-E-ID             PIC X(50).
001080     05  BS-NOMBRE           PIC X(50).
001090     05  BS-EPISODIOS        PIC 9(04).
001100     05  BS-DIAS             PIC 9(05).
001110     05  BS-LABORABLES       PIC 9(03).
001120     05  BS-TASA             PIC 9(3)V99.
001130     05  BS-BRADFORD         PIC 9(09).
001140
001150 FD  BRAD-ORDENADO.
001160 01  ORD-REGISTRO.
001170     05  ORD-DEPTO           PIC X(04).
001180     05  ORD-SUPERVISOR      PIC X(50).
001190     05  ORD-E-ID            PIC X(50).
001200     05  ORD-NOMBRE          PIC X(50).
001210     05  ORD-EPISODIOS       PIC 9(04).
001220     05  ORD-DIAS            PIC 9(05).
001230     05  ORD-LABORABLES      PIC 9(03).
001240     05  ORD-TASA            PIC 9(3)V99.
001250     05  ORD-BRADFORD        PIC 9(09).
001260
001270 FD  EMPBRAD-REPORTE.
001280 01  RPT-LINEA               PIC X(132).
001290
001300 WORKING-STORAGE SECTION.
001310 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001320 01  AH-FILE-STATUS           PIC XX VALUE SPACES.
001330 01  PRM-FILE-STATUS          PIC XX VALUE SPACES.
001340 01  RES-FILE-STATUS          PIC XX VALUE SPACES.
001350 01  ORD-FILE-STATUS          PIC XX VALUE SPACES.
001360 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001370
001380 01  EMP-EOF-SW               PIC X VALUE "N".
001390     88  EMP-EOF              VALUE "Y".
001400 01  AH-EOF-SW                PIC X VALUE "N".
001410     88  AH-EOF               VALUE "Y".
001420 01  PRM-EOF-SW               PIC X VALUE "N".
001430     88  PRM-EOF              VALUE "Y".
001440 01  BA-EOF-SW                PIC X VALUE "N".
001450     88  BA-EOF               VALUE "Y".
001460 01  ORD-EOF-SW               PIC X VALUE "N".
001470     88  ORD-EOF              VALUE "Y".
001480
001490 01  BR-BANNER                PIC X(80) VALUE SPACES.
001500 01  BR-HOY                   PIC 9(8) VALUE ZERO.
001510 01  BR-UMBRAL                PIC 9(5) VALUE 250.
001520
001530 01  BR-TIP-TABLA.
001540     05  BR-TIP-MAX           PIC 9(2) VALUE 0.
001550     05  BR-TIP-CODIGO OCCURS 10 TIMES PIC X(02).
001560 01  BR-TIP-IDX               PIC 9(2) VALUE 0.
001570 01  BR-TIPO-CUENTA-SW        PIC X VALUE "N".
001580     88  BR-TIPO-CUENTA       VALUE "Y".
001590 01  BR-TIPOS-TXT             PIC X(40) VALUE SPACES.
001600 01  BR-TIPOS-PTR             PIC 9(3) VALUE 1.
001610
001620 01  BR-PER-ACCION            PIC X(08) VALUE SPACES.
001630 01  BR-PERIODO               PIC 9(06) VALUE ZERO.
001640 01  BR-PERIODO-DESDE         PIC 9(06) VALUE ZERO.
001650 01  BR-ANIO                  PIC 9(4) VALUE 0.
001660 01  BR-MES                   PIC S9(3) VALUE 0.
001670 01  BR-DESDE                 PIC 9(8) VALUE ZERO.
001680 01  BR-HASTA                 PIC 9(8) VALUE ZERO.
001690 01  BR-FECHA-VALIDA-SW       PIC X VALUE "N".
001700
001710 01  BR-EMP-DESDE             PIC 9(8) VALUE ZERO.
001720 01  BR-LABORABLES            PIC 9(3) VALUE 0.
001730 01  BR-SALTADOS              PIC 9(3) VALUE 0.
001740
001750 01  BR-CEN-TABLA.
001760     05  BR-CEN-MAX           PIC 9(2) VALUE 0.
001770     05  BR-CEN-ENTRADA OCCURS 50 TIMES.
001780         10  BR-CEN-CODIGO    PIC X(04).
001790         10  BR-CEN-LABORABLES PIC 9(03).
001800 01  BR-CEN-IDX               PIC 9(2) VALUE 0.
001810 01  BR-CEN-HALLADO           PIC 9(2) VALUE 0.
001820
001830 01  BR-DEP-TABLA.
001840     05  BR-DEP-MAX           PIC 9(3) VALUE 0.
001850     05  BR-DEP-ENTRADA OCCURS 200 TIMES.
001860         10  BR-DEP-CODIGO    PIC X(04).
001870         10  BR-DEP-PLANTILLA PIC 9(05).
001880         10  BR-DEP-LABORABLES PIC 9(07).
001890         10  BR-DEP-AUSENTES  PIC 9(05).
001900         10  BR-DEP-EPISODIOS PIC 9(06).
001910         10  BR-DEP-DIAS      PIC 9(07).
001920         10  BR-DEP-SOBRE     PIC 9(05).
001930 01  BR-DEP-IDX               PIC 9(3) VALUE 0.
001940 01  BR-DEP-HALLADO           PIC 9(3) VALUE 0.
001950 01  BR-DEP-LLENA-SW          PIC X VALUE "N".
001960     88  BR-DEP-LLENA         VALUE "Y".
001970
001980 01  BR-EMP-ACTUAL            PIC X(50) VALUE SPACES.
001990 01  BR-TIPO-ANTERIOR         PIC X(02) VALUE SPACES.
002000 01  BR-INICIO-ANTERIOR       PIC 9(8) VALUE ZERO.
002010 01  BR-EPISODIOS             PIC 9(4) VALUE 0.
002020 01  BR-DIAS                  PIC 9(5) VALUE 0.
002030 01  BR-TASA                  PIC 9(3)V99 VALUE 0.
002040 01  BR-BRADFORD              PIC 9(9) VALUE 0.
002050
002060 01  BR-TOT-PLANTILLA         PIC 9(7) VALUE 0.
002070 01  BR-TOT-LABORABLES        PIC 9(9) VALUE 0.
002080 01  BR-TOT-AUSENTES          PIC 9(7) VALUE 0.
002090 01  BR-TOT-EPISODIOS         PIC 9(7) VALUE 0.
002100 01  BR-TOT-DIAS              PIC 9(9) VALUE 0.
002110 01  BR-TOT-SOBRE             PIC 9(7) VALUE 0.
002120 01  BR-HIS-LEIDAS            PIC 9(7) VALUE 0.
002130 01  BR-HIS-CONTADAS          PIC 9(7) VALUE 0.
002140 01  BR-SIN-MAESTRO           PIC 9(5) VALUE 0.
002150 01  BR-BAJAS                 PIC 9(5) VALUE 0.
002160
002170 01  BR-DEP-ANTERIOR          PIC X(04) VALUE HIGH-VALUES.
002180 01  BR-SUP-ANTERIOR          PIC X(50) VALUE HIGH-VALUES.
002190 01  BR-CALC-DIAS             PIC 9(9) VALUE 0.
002200 01  BR-CALC-LABORABLES       PIC 9(9) VALUE 0.
002210 01  BR-MARCA                 PIC X(01) VALUE SPACES.
002220
002230 01  BR-CUENTA-EDIT           PIC ZZZZZZ9.
002240 01  BR-EPIS-EDIT             PIC ZZZ9.
002250 01  BR-DIAS-EDIT             PIC ZZZZ9.
002260 01  BR-LAB-EDIT              PIC ZZZZZZ9.
002270 01  BR-TASA-EDIT             PIC ZZ9.99.
002280 01  BR-BRAD-EDIT             PIC ZZZZZZZZ9.
002290 01  BR-UMBRAL-EDIT           PIC ZZZZ9.
002300
002310 01  BR-ARCHIVO-SPOOL        PIC X(20) VALUE SPACES.
002320 01  BR-SPL-OPERADOR         PIC X(08) VALUE SPACES.
002330 01  BR-SPL-NIVEL            PIC X(01) VALUE SPACES.
002340 01  BR-LOG-PROGRAMA          PIC X(08) VALUE "EMPBRAD".
002350 01  BR-LOG-EVENTO            PIC X(06) VALUE SPACES.
002360 01  BR-LOG-CONTADOR          PIC 9(07) VALUE 0.
002370 01  BR-LOG-RETORNO           PIC 9(04) VALUE 0.
002380
002390 PROCEDURE DIVISION.
002400
002410 0000-MAINLINE.
002420     MOVE "INICIO" TO BR-LOG-EVENTO
002430     CALL "RUNLOG" USING BR-LOG-PROGRAMA, BR-LOG-EVENTO,
002440         BR-LOG-CONTADOR, BR-LOG-RETORNO
002450     PERFORM 1000-INITIALIZE
002460     PERFORM 2000-CARGAR-PLANTILLA
002470     PERFORM 3000-SORT-HISTORIA
002480     CLOSE EMPLEADOS-ARCHIVO
002490     PERFORM 4000-INFORME-DEPARTAMENTOS
002500     PERFORM 5000-RESUMEN-DEPARTAMENTOS
002510     PERFORM 6000-INFORME-SUPERVISORES
002520     PERFORM 8000-TERMINATE
002530     MOVE "FIN" TO BR-LOG-EVENTO
002540     MOVE BR-TOT-AUSENTES TO BR-LOG-CONTADOR
002550     MOVE RETURN-CODE TO BR-LOG-RETORNO
002560     CALL "RUNLOG" USING BR-LOG-PROGRAMA, BR-LOG-EVENTO,
002570         BR-LOG-CONTADOR, BR-LOG-RETORNO
002580     MOVE BR-LOG-RETORNO TO RETURN-CODE
002590     PERFORM 9999-EXIT.
002600
002610*----------------------------------------------------------------
002620* 1000-INITIALIZE - READ THE TRIGGER AND TYPES, WORK OUT THE
002630*                   TWELVE-PERIOD WINDOW AND OPEN THE REPORT WITH
002640*                   ITS HEADING.
002650*----------------------------------------------------------------
002660 1000-INITIALIZE.
002670     MOVE FUNCTION CURRENT-DATE(1:8) TO BR-HOY
002680     PERFORM 1100-LEER-PARAMETROS
002690     PERFORM 1300-CALCULAR-VENTANA
002700     OPEN OUTPUT EMPBRAD-REPORTE
002710     CALL "RPTBANNER" USING BR-BANNER
002720     MOVE BR-BANNER TO RPT-LINEA
002730     WRITE RPT-LINEA
002740     MOVE "ABSENTISMO DE LOS ULTIMOS 12 MESES - FACTOR BRADFORD"
002750         TO RPT-LINEA
002760     WRITE RPT-LINEA
002770     MOVE BR-UMBRAL TO BR-UMBRAL-EDIT
002780     MOVE SPACES TO RPT-LINEA
002790     STRING "PERIODOS " BR-PERIODO-DESDE " A " BR-PERIODO
002800         " / DIAS LABORABLES DEL " BR-DESDE " AL " BR-HASTA
002810         " / UMBRAL BRADFORD " BR-UMBRAL-EDIT
002820         DELIMITED BY SIZE INTO RPT-LINEA
002830     WRITE RPT-LINEA
002840     MOVE SPACES TO RPT-LINEA
002850     IF BR-TIP-MAX = ZERO
002860         MOVE "TIPOS DE AUSENCIA CONTADOS: TODOS" TO RPT-LINEA
002870     ELSE
002880         STRING "TIPOS DE AUSENCIA CONTADOS: " BR-TIPOS-TXT
002890             DELIMITED BY SIZE INTO RPT-LINEA
002900     END-IF
002910     WRITE RPT-LINEA
002920     MOVE ALL "-" TO RPT-LINEA
002930     WRITE RPT-LINEA.
002940
002950*----------------------------------------------------------------
002960* 1100-LEER-PARAMETROS - EACH EMPBRAD.PRM RECORD IS EITHER THE
002970*                        TRIGGER (ALL FIVE POSITIONS NUMERIC) OR
002980*                        ONE ABSENCE TYPE TO COUNT.  NO FILE, OR
002990*                        NO TYPES, KEEPS THE DEFAULTS.
003000*----------------------------------------------------------------
003010 1100-LEER-PARAMETROS.
003020     MOVE "N" TO PRM-EOF-SW
003030     OPEN INPUT BRAD-PARAMETRO
003040     IF PRM-FILE-STATUS = "00"
003050         PERFORM 1110-LEER-PARAMETRO
003060         PERFORM 1120-GUARDAR-PARAMETRO UNTIL PRM-EOF
003070     END-IF
003080     IF PRM-FILE-STATUS = "00" OR PRM-FILE-STATUS = "05"
003090             OR PRM-FILE-STATUS = "10"
003100         CLOSE BRAD-PARAMETRO
003110     END-IF.
003120
003130 1110-LEER-PARAMETRO.
003140     READ BRAD-PARAMETRO
003150         AT END
003160             MOVE "Y" TO PRM-EOF-SW
003170     END-READ.
003180
003190 1120-GUARDAR-PARAMETRO.
003200     IF PRM-REGISTRO-BRAD IS NUMERIC
003210         MOVE PRM-REGISTRO-BRAD TO BR-UMBRAL
003220     ELSE
003230         IF PRM-REGISTRO-BRAD(1:2) NOT = SPACES
003240                 AND BR-TIP-MAX < 10
003250             ADD 1 TO BR-TIP-MAX
003260             MOVE PRM-REGISTRO-BRAD(1:2)
003270                 TO BR-TIP-CODIGO (BR-TIP-MAX)
003280             STRING PRM-REGISTRO-BRAD(1:2) " "
003290                 DELIMITED BY SIZE INTO BR-TIPOS-TXT
003300                 WITH POINTER BR-TIPOS-PTR
003310             END-STRING
003320         END-IF
003330     END-IF
003340     PERFORM 1110-LEER-PARAMETRO.
003350
003360*----------------------------------------------------------------
003370* 1300-CALCULAR-VENTANA - THE WINDOW ENDS AT THE STREAM'S PERIOD
003380*                         (THE CURRENT MONTH OUTSIDE A STREAM) AND
003390*                         STARTS ELEVEN PERIODS EARLIER.  THE
003400*                         WORKING DAYS RUN FROM THE FIRST DAY OF
003410*                         THE FIRST PERIOD TO THE LAST DAY OF THE
003420*                         LAST ONE, NOT PAST TODAY.
003430*----------------------------------------------------------------
003440 1300-CALCULAR-VENTANA.
003450     MOVE "LEER" TO BR-PER-ACCION
003460     CALL "RUNPER" USING BR-PER-ACCION, BR-PERIODO
003470     IF BR-PERIODO = ZERO
003480         MOVE BR-HOY(1:6) TO BR-PERIODO
003490     END-IF
003500     MOVE BR-PERIODO(1:4) TO BR-ANIO
003510     MOVE BR-PERIODO(5:2) TO BR-MES
003520     SUBTRACT 11 FROM BR-MES
003530     IF BR-MES < 1
003540         ADD 12 TO BR-MES
003550         SUBTRACT 1 FROM BR-ANIO
003560     END-IF
003570     COMPUTE BR-PERIODO-DESDE = BR-ANIO * 100 + BR-MES
003580     COMPUTE BR-DESDE = BR-PERIODO-DESDE * 100 + 1
003590     COMPUTE BR-HASTA = BR-PERIODO * 100 + 31
003600     PERFORM 1310-VALIDAR-FIN
003610     PERFORM 1320-RETROCEDER-DIA
003620         UNTIL BR-FECHA-VALIDA-SW = "Y" OR BR-HASTA(7:2) = "28"
003630     IF BR-HASTA > BR-HOY
003640         MOVE BR-HOY TO BR-HASTA
003650     END-IF.
003660
003670 1310-VALIDAR-FIN.
003680     CALL "FECHAVAL" USING BR-HASTA, BR-FECHA-VALIDA-SW.
003690
003700 1320-RETROCEDER-DIA.
003710     SUBTRACT 1 FROM BR-HASTA
003720     PERFORM 1310-VALIDAR-FIN.
003730
003740*----------------------------------------------------------------
003750* 2000-CARGAR-PLANTILLA - BROWSE THE MASTER IN E-DEPTO ORDER AND
003760*                         BUILD THE DEPARTMENT TABLE FROM EVERY
003770*                         ACTIVE EMPLOYEE: HEADCOUNT AND WORKING
003780*                         DAYS, SO A DEPARTMENT'S RATE IS MEASURED
003790*                         OVER EVERYONE IN IT, NOT JUST THOSE WHO
003800*                         WERE ABSENT.
003810*----------------------------------------------------------------
003820 2000-CARGAR-PLANTILLA.
003830     OPEN INPUT EMPLEADOS-ARCHIVO
003840     MOVE "N" TO EMP-EOF-SW
003850     MOVE LOW-VALUES TO E-DEPTO
003860     START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN E-DEPTO
003870         INVALID KEY
003880             MOVE "Y" TO EMP-EOF-SW
003890     END-START
003900     IF NOT EMP-EOF
003910         PERFORM 2100-LEER-EMPLEADO
003920         PERFORM 2200-CONTAR-EMPLEADO UNTIL EMP-EOF
003930     END-IF
003940     IF BR-DEP-LLENA
003950         DISPLAY "EMPBRAD: MAS DE 200 DEPARTAMENTOS - LOS DEMAS"
003960             " NO TIENEN TOTALES"
003970     END-IF.
003980
003990 2100-LEER-EMPLEADO.
004000     READ EMPLEADOS-ARCHIVO NEXT RECORD
004010         AT END
004020             MOVE "Y" TO EMP-EOF-SW
004030     END-READ.
004040
004050 2200-CONTAR-EMPLEADO.
004060     IF E-ACTIVO
004070         IF BR-DEP-MAX = ZERO
004080                 OR E-DEPTO NOT = BR-DEP-CODIGO (BR-DEP-MAX)
004090             IF BR-DEP-MAX < 200
004100                 ADD 1 TO BR-DEP-MAX
004110                 INITIALIZE BR-DEP-ENTRADA (BR-DEP-MAX)
004120                 MOVE E-DEPTO TO BR-DEP-CODIGO (BR-DEP-MAX)
004130             ELSE
004140                 MOVE "Y" TO BR-DEP-LLENA-SW
004150             END-IF
004160         END-IF
004170         IF E-DEPTO = BR-DEP-CODIGO (BR-DEP-MAX)
004180             PERFORM 2600-CALCULAR-LABORABLES THRU 2600-SALIDA
004190             ADD 1 TO BR-DEP-PLANTILLA (BR-DEP-MAX)
004200             ADD BR-LABORABLES TO BR-DEP-LABORABLES (BR-DEP-MAX)
004210         END-IF
004220     END-IF
004230     PERFORM 2100-LEER-EMPLEADO.
004240
004250*----------------------------------------------------------------
004260* 2600-CALCULAR-LABORABLES - WORKING DAYS OF THE WINDOW FOR THE
004270*                            EMPLOYEE IN EMPLEADOS-REGISTRO, FROM
004280*                            THE HIRE DATE WHEN IT FALLS INSIDE
004290*                            IT, ON THE CENTRE'S CALENDAR.  THE
004300*                            FULL-WINDOW COUNT IS KEPT PER CENTRE
004310*                            SO DIASLAB IS ONLY ASKED ONCE FOR
004320*                            MOST OF THE STAFF.
004330*----------------------------------------------------------------
004340 2600-CALCULAR-LABORABLES.
004350     MOVE BR-DESDE TO BR-EMP-DESDE
004360     IF E-FECHA-INGRESO > BR-DESDE
004370         MOVE E-FECHA-INGRESO TO BR-EMP-DESDE
004380     END-IF
004390     MOVE ZERO TO BR-LABORABLES
004400     IF BR-EMP-DESDE > BR-HASTA
004410         GO TO 2600-SALIDA
004420     END-IF
004430     IF BR-EMP-DESDE NOT = BR-DESDE
004440         CALL "DIASLAB" USING BR-EMP-DESDE, BR-HASTA,
004450             BR-LABORABLES, BR-SALTADOS, E-CENTRO
004460         GO TO 2600-SALIDA
004470     END-IF
004480     MOVE ZERO TO BR-CEN-HALLADO
004490     PERFORM 2610-BUSCAR-CENTRO
004500         VARYING BR-CEN-IDX FROM 1 BY 1
004510         UNTIL BR-CEN-IDX > BR-CEN-MAX OR BR-CEN-HALLADO > 0
004520     IF BR-CEN-HALLADO > 0
004530         MOVE BR-CEN-LABORABLES (BR-CEN-HALLADO) TO BR-LABORABLES
004540     ELSE
004550         CALL "DIASLAB" USING BR-EMP-DESDE, BR-HASTA,
004560             BR-LABORABLES, BR-SALTADOS, E-CENTRO
004570         IF BR-CEN-MAX < 50
004580             ADD 1 TO BR-CEN-MAX
004590             MOVE E-CENTRO TO BR-CEN-CODIGO (BR-CEN-MAX)
004600             MOVE BR-LABORABLES TO BR-CEN-LABORABLES (BR-CEN-MAX)
004610         END-IF
004620     END-IF.
004630
004640 2600-SALIDA.
004650     EXIT.
004660
004670 2610-BUSCAR-CENTRO.
004680     IF BR-CEN-CODIGO (BR-CEN-IDX) = E-CENTRO
004690         MOVE BR-CEN-IDX TO BR-CEN-HALLADO
004700     END-IF.
004710
004720*----------------------------------------------------------------
004730* 3000-SORT-HISTORIA - RELEASE THE HISTORY RECORDS OF THE WINDOW'S
004740*                      PERIODS AND COUNTED TYPES BY E-ID, TYPE AND
004750*                      START DATE, AND TOTAL THEM PER EMPLOYEE ON
004760*                      THE WAY OUT.
004770*----------------------------------------------------------------
004780 3000-SORT-HISTORIA.
004790     SORT AUS-WORK-FILE
004800         ON ASCENDING KEY BA-E-ID
004810         ON ASCENDING KEY BA-TIPO
004820         ON ASCENDING KEY BA-FECHA-INICIO
004830         INPUT PROCEDURE IS 3100-LIBERAR-HISTORIA
004840         OUTPUT PROCEDURE IS 3500-ACUMULAR-EMPLEADOS.
004850
004860 3100-LIBERAR-HISTORIA.
004870     MOVE "N" TO AH-EOF-SW
004880     OPEN INPUT AUSENCIAS-HISTORIA
004890     IF AH-FILE-STATUS = "00"
004900         PERFORM 3110-LEER-HISTORIA
004910         PERFORM 3120-LIBERAR-AUSENCIA UNTIL AH-EOF
004920     ELSE
004930         DISPLAY "EMPBRAD: SIN EMPAUSH.DAT - NO HAY HISTORICO DE"
004940             " AUSENCIAS"
004950     END-IF
004960     IF AH-FILE-STATUS = "00" OR AH-FILE-STATUS = "05"
004970             OR AH-FILE-STATUS = "10"
004980         CLOSE AUSENCIAS-HISTORIA
004990     END-IF.
005000
005010 3110-LEER-HISTORIA.
005020     READ AUSENCIAS-HISTORIA
005030         AT END
005040             MOVE "Y" TO AH-EOF-SW
005050     END-READ.
005060
005070 3120-LIBERAR-AUSENCIA.
005080     ADD 1 TO BR-HIS-LEIDAS
005090     IF AH-PERIODO NOT < BR-PERIODO-DESDE
005100             AND AH-PERIODO NOT > BR-PERIODO
005110         MOVE "Y" TO BR-TIPO-CUENTA-SW
005120         IF BR-TIP-MAX > ZERO
005130             MOVE "N" TO BR-TIPO-CUENTA-SW
005140             PERFORM 3130-BUSCAR-TIPO
005150                 VARYING BR-TIP-IDX FROM 1 BY 1
005160                 UNTIL BR-TIP-IDX > BR-TIP-MAX
005170         END-IF
005180         IF BR-TIPO-CUENTA
005190             MOVE AH-E-ID         TO BA-E-ID
005200             MOVE AH-TIPO         TO BA-TIPO
005210             MOVE AH-FECHA-INICIO TO BA-FECHA-INICIO
005220             MOVE AH-DIAS         TO BA-DIAS
005230             MOVE AH-FECHADA      TO BA-FECHADA
005240             RELEASE BA-REGISTRO
005250             ADD 1 TO BR-HIS-CONTADAS
005260         END-IF
005270     END-IF
005280     PERFORM 3110-LEER-HISTORIA.
005290
005300 3130-BUSCAR-TIPO.
005310     IF BR-TIP-CODIGO (BR-TIP-IDX) = AH-TIPO
005320         MOVE "Y" TO BR-TIPO-CUENTA-SW
005330     END-IF.
005340
005350*----------------------------------------------------------------
005360* 3500-ACUMULAR-EMPLEADOS - ONE SPELL PER DISTINCT TYPE AND START
005370*                           DATE OF A DATED ABSENCE, ONE PER
005380*                           UNDATED RECORD; ALL THE DAYS ADD UP.
005390*                           EACH EMPLOYEE'S TOTALS GO TO
005400*                           EMPBRAD.RES.
005410*----------------------------------------------------------------
005420 3500-ACUMULAR-EMPLEADOS.
005430     OPEN OUTPUT BRAD-RESUMEN
005440     MOVE SPACES TO BR-EMP-ACTUAL
005450     MOVE "N" TO BA-EOF-SW
005460     PERFORM 3510-DEVOLVER-AUSENCIA
005470     PERFORM 3520-ACUMULAR-AUSENCIA UNTIL BA-EOF
005480     IF BR-EMP-ACTUAL NOT = SPACES
005490         PERFORM 3700-CERRAR-EMPLEADO THRU 3700-SALIDA
005500     END-IF
005510     CLOSE BRAD-RESUMEN.
005520
005530 3510-DEVOLVER-AUSENCIA.
005540     RETURN AUS-WORK-FILE
005550         AT END
005560             MOVE "Y" TO BA-EOF-SW
005570     END-RETURN.
005580
005590 3520-ACUMULAR-AUSENCIA.
005600     IF BA-E-ID NOT = BR-EMP-ACTUAL
005610         IF BR-EMP-ACTUAL NOT = SPACES
005620             PERFORM 3700-CERRAR-EMPLEADO THRU 3700-SALIDA
005630         END-IF
005640         MOVE BA-E-ID TO BR-EMP-ACTUAL
005650         MOVE SPACES TO BR-TIPO-ANTERIOR
005660         MOVE ZERO TO BR-INICIO-ANTERIOR BR-EPISODIOS BR-DIAS
005670     END-IF
005680     IF BA-FECHADA = "S"
005690         IF BA-TIPO NOT = BR-TIPO-ANTERIOR
005700                 OR BA-FECHA-INICIO NOT = BR-INICIO-ANTERIOR
005710             ADD 1 TO BR-EPISODIOS
005720             MOVE BA-TIPO TO BR-TIPO-ANTERIOR
005730             MOVE BA-FECHA-INICIO TO BR-INICIO-ANTERIOR
005740         END-IF
005750     ELSE
005760         ADD 1 TO BR-EPISODIOS
005770     END-IF
005780     ADD BA-DIAS TO BR-DIAS
005790     PERFORM 3510-DEVOLVER-AUSENCIA.
005800
005810*----------------------------------------------------------------
005820* 3700-CERRAR-EMPLEADO - LEAVERS AND E-IDS NO LONGER ON THE MASTER
005830*                        ARE COUNTED AND LEFT OUT.  FOR AN ACTIVE
005840*                        EMPLOYEE WORK OUT THE RATE AND THE
005850*                        BRADFORD FACTOR, ADD THEM TO THE
005860*                        DEPARTMENT AND WRITE THE SUMMARY RECORD.
005870*----------------------------------------------------------------
005880 3700-CERRAR-EMPLEADO.
005890     MOVE BR-EMP-ACTUAL TO E-ID
005900     READ EMPLEADOS-ARCHIVO
005910         INVALID KEY
005920             ADD 1 TO BR-SIN-MAESTRO
005930             GO TO 3700-SALIDA
005940     END-READ
005950     IF NOT E-ACTIVO
005960         ADD 1 TO BR-BAJAS
005970         GO TO 3700-SALIDA
005980     END-IF
005990     PERFORM 2600-CALCULAR-LABORABLES THRU 2600-SALIDA
006000     MOVE ZERO TO BR-TASA
006010     IF BR-LABORABLES > ZERO
006020         COMPUTE BR-TASA ROUNDED = BR-DIAS * 100 / BR-LABORABLES
006030             ON SIZE ERROR
006040                 MOVE 999.99 TO BR-TASA
006050         END-COMPUTE
006060     END-IF
006070     COMPUTE BR-BRADFORD = BR-EPISODIOS * BR-EPISODIOS * BR-DIAS
006080         ON SIZE ERROR
006090             MOVE 999999999 TO BR-BRADFORD
006100     END-COMPUTE
006110     ADD 1 TO BR-TOT-AUSENTES
006120     ADD BR-EPISODIOS TO BR-TOT-EPISODIOS
006130     ADD BR-DIAS TO BR-TOT-DIAS
006140     IF BR-BRADFORD > BR-UMBRAL
006150         ADD 1 TO BR-TOT-SOBRE
006160     END-IF
006170     MOVE ZERO TO BR-DEP-HALLADO
006180     PERFORM 3710-BUSCAR-DEPTO
006190         VARYING BR-DEP-IDX FROM 1 BY 1
006200         UNTIL BR-DEP-IDX > BR-DEP-MAX OR BR-DEP-HALLADO > 0
006210     IF BR-DEP-HALLADO > 0
006220         ADD 1 TO BR-DEP-AUSENTES (BR-DEP-HALLADO)
006230         ADD BR-EPISODIOS TO BR-DEP-EPISODIOS (BR-DEP-HALLADO)
006240         ADD BR-DIAS TO BR-DEP-DIAS (BR-DEP-HALLADO)
006250         IF BR-BRADFORD > BR-UMBRAL
006260             ADD 1 TO BR-DEP-SOBRE (BR-DEP-HALLADO)
006270         END-IF
006280     END-IF
006290     MOVE E-DEPTO       TO RES-DEPTO
006300     MOVE E-SUPERVISOR  TO RES-SUPERVISOR
006310     MOVE E-ID          TO RES-E-ID
006320     MOVE E-NOMBRE      TO RES-NOMBRE
006330     MOVE BR-EPISODIOS  TO RES-EPISODIOS
006340     MOVE BR-DIAS       TO RES-DIAS
006350     MOVE BR-LABORABLES TO RES-LABORABLES
006360     MOVE BR-TASA       TO RES-TASA
006370     MOVE BR-BRADFORD   TO RES-BRADFORD
006380     WRITE RES-REGISTRO.
006390
006400 3700-SALIDA.
006410     EXIT.
006420
006430 3710-BUSCAR-DEPTO.
006440     IF BR-DEP-CODIGO (BR-DEP-IDX) = E-DEPTO
006450         MOVE BR-DEP-IDX TO BR-DEP-HALLADO
006460     END-IF.
006470
006480*----------------------------------------------------------------
006490* 4000-INFORME-DEPARTAMENTOS - ONE LINE PER ABSENT EMPLOYEE BY
006500*                              DEPARTMENT, HIGHEST BRADFORD FACTOR
006510*                              FIRST, "*" ABOVE THE TRIGGER, WITH
006520*                              THE DEPARTMENT'S TOTALS AT THE
006530*                              BREAK.
006540*----------------------------------------------------------------
006550 4000-INFORME-DEPARTAMENTOS.
006560     SORT RES-WORK-FILE
006570         ON ASCENDING KEY BS-DEPTO
006580         ON DESCENDING KEY BS-BRADFORD
006590         ON ASCENDING KEY BS-E-ID
006600         USING BRAD-RESUMEN
006610         GIVING BRAD-ORDENADO
006620     MOVE SPACES TO RPT-LINEA
006630     WRITE RPT-LINEA
006640     MOVE "AUSENCIAS POR DEPARTAMENTO Y EMPLEADO" TO RPT-LINEA
006650     WRITE RPT-LINEA
006660     MOVE "N" TO ORD-EOF-SW
006670     MOVE HIGH-VALUES TO BR-DEP-ANTERIOR
006680     OPEN INPUT BRAD-ORDENADO
006690     PERFORM 4900-LEER-ORDENADO
006700     IF ORD-EOF
006710         MOVE "  NINGUNA AUSENCIA EN LOS ULTIMOS 12 MESES"
006720             TO RPT-LINEA
006730         WRITE RPT-LINEA
006740     END-IF
006750     PERFORM 4100-LISTAR-EMPLEADO UNTIL ORD-EOF
006760     IF BR-DEP-ANTERIOR NOT = HIGH-VALUES
006770         PERFORM 4200-TOTAL-DEPARTAMENTO
006780     END-IF
006790     CLOSE BRAD-ORDENADO.
006800
006810 4100-LISTAR-EMPLEADO.
006820     IF ORD-DEPTO NOT = BR-DEP-ANTERIOR
006830         IF BR-DEP-ANTERIOR NOT = HIGH-VALUES
006840             PERFORM 4200-TOTAL-DEPARTAMENTO
006850         END-IF
006860         MOVE SPACES TO RPT-LINEA
006870         WRITE RPT-LINEA
006880         MOVE SPACES TO RPT-LINEA
006890         IF ORD-DEPTO = SPACES
006900             MOVE "DEPARTAMENTO: (SIN ASIGNAR)" TO RPT-LINEA
006910         ELSE
006920             STRING "DEPARTAMENTO: " ORD-DEPTO
006930                 DELIMITED BY SIZE INTO RPT-LINEA
006940         END-IF
006950         WRITE RPT-LINEA
006960         MOVE ORD-DEPTO TO BR-DEP-ANTERIOR
006970     END-IF
006980     PERFORM 4300-LINEA-EMPLEADO
006990     PERFORM 4900-LEER-ORDENADO.
007000
007010 4200-TOTAL-DEPARTAMENTO.
007020     MOVE ZERO TO BR-DEP-HALLADO
007030     PERFORM 4210-BUSCAR-ANTERIOR
007040         VARYING BR-DEP-IDX FROM 1 BY 1
007050         UNTIL BR-DEP-IDX > BR-DEP-MAX OR BR-DEP-HALLADO > 0
007060     IF BR-DEP-HALLADO > 0
007070         MOVE BR-DEP-HALLADO TO BR-DEP-IDX
007080         MOVE SPACES TO RPT-LINEA
007090         STRING "  TOTAL DEPARTAMENTO " BR-DEP-ANTERIOR ":"
007100             DELIMITED BY SIZE INTO RPT-LINEA
007110         WRITE RPT-LINEA
007120         PERFORM 7000-LINEA-DEPARTAMENTO
007130     END-IF.
007140
007150 4210-BUSCAR-ANTERIOR.
007160     IF BR-DEP-CODIGO (BR-DEP-IDX) = BR-DEP-ANTERIOR
007170         MOVE BR-DEP-IDX TO BR-DEP-HALLADO
007180     END-IF.
007190
007200*----------------------------------------------------------------
007210* 4300-LINEA-EMPLEADO - ONE EMPLOYEE'S SPELLS, DAYS, WORKING DAYS,
007220*                       RATE AND BRADFORD FACTOR.
007230*----------------------------------------------------------------
007240 4300-LINEA-EMPLEADO.
007250     MOVE ORD-EPISODIOS  TO BR-EPIS-EDIT
007260     MOVE ORD-DIAS       TO BR-DIAS-EDIT
007270     MOVE ORD-LABORABLES TO BR-LAB-EDIT
007280     MOVE ORD-TASA       TO BR-TASA-EDIT
007290     MOVE ORD-BRADFORD   TO BR-BRAD-EDIT
007300     MOVE SPACES TO BR-MARCA
007310     IF ORD-BRADFORD > BR-UMBRAL
007320         MOVE "*" TO BR-MARCA
007330     END-IF
007340     MOVE SPACES TO RPT-LINEA
007350     STRING BR-MARCA " " FUNCTION TRIM(ORD-E-ID)
007360         " / " FUNCTION TRIM(ORD-NOMBRE)
007370         " / EPISODIOS " BR-EPIS-EDIT " / DIAS " BR-DIAS-EDIT
007380         " / LABORABLES " BR-LAB-EDIT
007390         " / TASA " BR-TASA-EDIT " PCT / BRADFORD " BR-BRAD-EDIT
007400         DELIMITED BY SIZE INTO RPT-LINEA
007410     WRITE RPT-LINEA.
007420
007430 4900-LEER-ORDENADO.
007440     READ BRAD-ORDENADO
007450         AT END
007460             MOVE "Y" TO ORD-EOF-SW
007470     END-READ.
007480
007490*----------------------------------------------------------------
007500* 5000-RESUMEN-DEPARTAMENTOS - EVERY DEPARTMENT WITH ACTIVE STAFF,
007510*                              ABSENT OR NOT, AND THE COMPANY
007520*                              TOTAL.
007530*----------------------------------------------------------------
007540 5000-RESUMEN-DEPARTAMENTOS.
007550     MOVE SPACES TO RPT-LINEA
007560     WRITE RPT-LINEA
007570     MOVE "RESUMEN POR DEPARTAMENTO" TO RPT-LINEA
007580     WRITE RPT-LINEA
007590     PERFORM 5100-RESUMEN-UNO
007600         VARYING BR-DEP-IDX FROM 1 BY 1
007610         UNTIL BR-DEP-IDX > BR-DEP-MAX
007620     MOVE BR-TOT-DIAS       TO BR-CALC-DIAS
007630     MOVE BR-TOT-LABORABLES TO BR-CALC-LABORABLES
007640     PERFORM 7100-CALCULAR-TASA
007650     MOVE SPACES TO RPT-LINEA
007660     WRITE RPT-LINEA
007670     MOVE SPACES TO RPT-LINEA
007680     MOVE BR-TOT-PLANTILLA TO BR-CUENTA-EDIT
007690     STRING "TOTAL EMPRESA  PLANTILLA " BR-CUENTA-EDIT
007700         DELIMITED BY SIZE INTO RPT-LINEA
007710     MOVE BR-TOT-AUSENTES TO BR-CUENTA-EDIT
007720     STRING " AUSENTES " BR-CUENTA-EDIT
007730         DELIMITED BY SIZE INTO RPT-LINEA(33:)
007740     MOVE BR-TOT-EPISODIOS TO BR-CUENTA-EDIT
007750     STRING " EPISODIOS " BR-CUENTA-EDIT
007760         DELIMITED BY SIZE INTO RPT-LINEA(50:)
007770     MOVE BR-TOT-DIAS TO BR-CUENTA-EDIT
007780     STRING " DIAS " BR-CUENTA-EDIT
007790         DELIMITED BY SIZE INTO RPT-LINEA(68:)
007800     MOVE BR-TASA TO BR-TASA-EDIT
007810     STRING " TASA " BR-TASA-EDIT " PCT"
007820         DELIMITED BY SIZE INTO RPT-LINEA(81:)
007830     MOVE BR-TOT-SOBRE TO BR-CUENTA-EDIT
007840     STRING " SOBRE UMBRAL " BR-CUENTA-EDIT
007850         DELIMITED BY SIZE INTO RPT-LINEA(97:)
007860     WRITE RPT-LINEA.
007870
007880 5100-RESUMEN-UNO.
007890     ADD BR-DEP-PLANTILLA (BR-DEP-IDX)  TO BR-TOT-PLANTILLA
007900     ADD BR-DEP-LABORABLES (BR-DEP-IDX) TO BR-TOT-LABORABLES
007910     MOVE SPACES TO RPT-LINEA
007920     IF BR-DEP-CODIGO (BR-DEP-IDX) = SPACES
007930         MOVE "  (SIN DEPARTAMENTO)" TO RPT-LINEA
007940     ELSE
007950         STRING "  " BR-DEP-CODIGO (BR-DEP-IDX)
007960             DELIMITED BY SIZE INTO RPT-LINEA
007970     END-IF
007980     WRITE RPT-LINEA
007990     PERFORM 7000-LINEA-DEPARTAMENTO.
008000
008010*----------------------------------------------------------------
008020* 6000-INFORME-SUPERVISORES - THE EMPLOYEES ABOVE THE BRADFORD
008030*                             TRIGGER, GROUPED BY E-SUPERVISOR,
008040*                             HIGHEST FACTOR FIRST, SO EACH
008050*                             SUPERVISOR SEES WHO TO FOLLOW UP.
008060*----------------------------------------------------------------
008070 6000-INFORME-SUPERVISORES.
008080     SORT RES-WORK-FILE
008090         ON ASCENDING KEY BS-SUPERVISOR
008100         ON DESCENDING KEY BS-BRADFORD
008110         ON ASCENDING KEY BS-E-ID
008120         USING BRAD-RESUMEN
008130         GIVING BRAD-ORDENADO
008140     MOVE SPACES TO RPT-LINEA
008150     WRITE RPT-LINEA
008160     MOVE BR-UMBRAL TO BR-UMBRAL-EDIT
008170     MOVE SPACES TO RPT-LINEA
008180     STRING "EMPLEADOS SOBRE EL UMBRAL BRADFORD DE "
008190         BR-UMBRAL-EDIT " POR SUPERVISOR"
008200         DELIMITED BY SIZE INTO RPT-LINEA
008210     WRITE RPT-LINEA
008220     MOVE "N" TO ORD-EOF-SW
008230     MOVE HIGH-VALUES TO BR-SUP-ANTERIOR
008240     OPEN INPUT BRAD-ORDENADO
008250     PERFORM 4900-LEER-ORDENADO
008260     PERFORM 6100-LISTAR-SOBRE-UMBRAL UNTIL ORD-EOF
008270     CLOSE BRAD-ORDENADO
008280     IF BR-TOT-SOBRE = ZERO
008290         MOVE "  NINGUN EMPLEADO SUPERA EL UMBRAL" TO RPT-LINEA
008300         WRITE RPT-LINEA
008310     END-IF.
008320
008330 6100-LISTAR-SOBRE-UMBRAL.
008340     IF ORD-BRADFORD > BR-UMBRAL
008350         IF ORD-SUPERVISOR NOT = BR-SUP-ANTERIOR
008360             MOVE SPACES TO RPT-LINEA
008370             WRITE RPT-LINEA
008380             MOVE SPACES TO RPT-LINEA
008390             IF ORD-SUPERVISOR = SPACES
008400                 MOVE "SUPERVISOR: (SIN ASIGNAR)" TO RPT-LINEA
008410             ELSE
008420                 STRING "SUPERVISOR: "
008430                     FUNCTION TRIM(ORD-SUPERVISOR)
008440                     DELIMITED BY SIZE INTO RPT-LINEA
008450             END-IF
008460             WRITE RPT-LINEA
008470             MOVE ORD-SUPERVISOR TO BR-SUP-ANTERIOR
008480         END-IF
008490         PERFORM 4300-LINEA-EMPLEADO
008500     END-IF
008510     PERFORM 4900-LEER-ORDENADO.
008520
008530*----------------------------------------------------------------
008540* 7000-LINEA-DEPARTAMENTO - THE TOTALS LINE OF THE DEPARTMENT AT
008550*                           BR-DEP-IDX.
008560*----------------------------------------------------------------
008570 7000-LINEA-DEPARTAMENTO.
008580     MOVE BR-DEP-DIAS (BR-DEP-IDX) TO BR-CALC-DIAS
008590     MOVE BR-DEP-LABORABLES (BR-DEP-IDX) TO BR-CALC-LABORABLES
008600     PERFORM 7100-CALCULAR-TASA
008610     MOVE SPACES TO RPT-LINEA
008620     MOVE BR-DEP-PLANTILLA (BR-DEP-IDX) TO BR-CUENTA-EDIT
008630     STRING "    PLANTILLA " BR-CUENTA-EDIT
008640         DELIMITED BY SIZE INTO RPT-LINEA
008650     MOVE BR-DEP-AUSENTES (BR-DEP-IDX) TO BR-CUENTA-EDIT
008660     STRING " AUSENTES " BR-CUENTA-EDIT
008670         DELIMITED BY SIZE INTO RPT-LINEA(33:)
008680     MOVE BR-DEP-EPISODIOS (BR-DEP-IDX) TO BR-CUENTA-EDIT
008690     STRING " EPISODIOS " BR-CUENTA-EDIT
008700         DELIMITED BY SIZE INTO RPT-LINEA(50:)
008710     MOVE BR-DEP-DIAS (BR-DEP-IDX) TO BR-CUENTA-EDIT
008720     STRING " DIAS " BR-CUENTA-EDIT
008730         DELIMITED BY SIZE INTO RPT-LINEA(68:)
008740     MOVE BR-TASA TO BR-TASA-EDIT
008750     STRING " TASA " BR-TASA-EDIT " PCT"
008760         DELIMITED BY SIZE INTO RPT-LINEA(81:)
008770     MOVE BR-DEP-SOBRE (BR-DEP-IDX) TO BR-CUENTA-EDIT
008780     STRING " SOBRE UMBRAL " BR-CUENTA-EDIT
008790         DELIMITED BY SIZE INTO RPT-LINEA(97:)
008800     WRITE RPT-LINEA.
008810
008820 7100-CALCULAR-TASA.
008830     MOVE ZERO TO BR-TASA
008840     IF BR-CALC-LABORABLES > ZERO
008850         COMPUTE BR-TASA ROUNDED =
008860             BR-CALC-DIAS * 100 / BR-CALC-LABORABLES
008870             ON SIZE ERROR
008880                 MOVE 999.99 TO BR-TASA
008890         END-COMPUTE
008900     END-IF.
008910
008920 8000-TERMINATE.
008930     MOVE SPACES TO RPT-LINEA
008940     WRITE RPT-LINEA
008950     MOVE SPACES TO RPT-LINEA
008960     STRING "EMPLEADOS CON AUSENCIAS: " BR-TOT-AUSENTES
008970         "  SOBRE EL UMBRAL: " BR-TOT-SOBRE
008980         DELIMITED BY SIZE INTO RPT-LINEA
008990     WRITE RPT-LINEA
009000     IF BR-SIN-MAESTRO > ZERO OR BR-BAJAS > ZERO
009010         MOVE SPACES TO RPT-LINEA
009020         STRING "NO LISTADOS: " BR-BAJAS " DE BAJA, "
009030             BR-SIN-MAESTRO " YA NO EN EL MAESTRO"
009040             DELIMITED BY SIZE INTO RPT-LINEA
009050         WRITE RPT-LINEA
009060     END-IF
009070     CLOSE EMPBRAD-REPORTE
009080     CALL "OPERSES" USING BR-SPL-OPERADOR, BR-SPL-NIVEL
009090     MOVE "EMPBRAD.RPT" TO BR-ARCHIVO-SPOOL
009100     CALL "SPOOLCAT" USING BR-LOG-PROGRAMA,
009110         BR-ARCHIVO-SPOOL, BR-SPL-OPERADOR
009120     DISPLAY "EMPBRAD - HISTORICO LEIDO      : " BR-HIS-LEIDAS
009130     DISPLAY "EMPBRAD - AUSENCIAS CONTADAS   : " BR-HIS-CONTADAS
009140     DISPLAY "EMPBRAD - EMPLEADOS CON AUSENCIAS: " BR-TOT-AUSENTES
009150     DISPLAY "EMPBRAD - SOBRE EL UMBRAL      : " BR-TOT-SOBRE.
009160
009170 9999-EXIT.
009180     GOBACK.
009190 END PROGRAM EMPBRAD.
