000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       ANNUAL APPRAISAL REPORT.  FOR THE YEAR ASKED FOR
000060*                IT READS EMPEVAL.DAT AGAINST THE MASTER AND
000070*                LISTS, FIRST, THE APPRAISALS STILL OUTSTANDING
000080*                PER SUPERVISOR - EVERY ACTIVE EMPLOYEE WHOSE
000090*                APPRAISAL IS NOT YET AGREED (NOT OPENED, OPEN OR
000100*                SUBMITTED), UNDER THEIR E-SUPERVISOR, WITH EACH
000110*                SUPERVISOR'S OUTSTANDING COUNT ROLLED UP THROUGH
000120*                THE WHOLE CHAIN BELOW THEM THE WAY EMPORG ROLLS
000130*                UP THE TEAM - AND THEN THE DISTRIBUTION OF THE
000140*                AGREED RATINGS PER DEPARTMENT WITH THE MEAN
000150*                RATING AND THE OUTSTANDING COUNT.  ANY APPRAISAL
000160*                STILL OUTSTANDING ENDS THE JOB WITH RETURN CODE
000170*                4.  OUTPUT TO EMPEVAR.RPT OR EMPEVAR.PRN.
000180* TECTONICS:     cobc -x -std=ibm -I copybooks EMPEVAR.CBL
000190*                RPTROUTE RPTBANNER RUNLOG OPERSES SPOOLCAT
000200*                DEPTVAL
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   ---------- ----  ----------------------------------------
000250*   2026-10-15  RT   ORIGINAL PROGRAM.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. EMPEVAR.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY EMPFSEL.
000340     COPY EMPEVSEL.
000350
000360     SELECT EMPEVAR-REPORTE
000370         ASSIGN TO "EMPEVAR.RPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RPT-FILE-STATUS.
000400
000410     SELECT EMPEVAR-IMPRESORA
000420         ASSIGN TO "EMPEVAR.PRN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PRN-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  EMPLEADOS-ARCHIVO.
000490     COPY EMPREG.
000500
000510 FD  EMPEVA-ARCHIVO.
000520     COPY EMPEVA.
000530
000540 FD  EMPEVAR-REPORTE.
000550 01  RPT-LINEA                PIC X(132).
000560
000570 FD  EMPEVAR-IMPRESORA.
000580 01  LINEA-IMPRESORA          PIC X(132).
000590
000600 WORKING-STORAGE SECTION.
000610 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000620 01  EVA-FILE-STATUS          PIC XX VALUE SPACES.
000630 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000640 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
000650
000660 01  EMP-EOF-SW               PIC X VALUE "N".
000670     88  EMP-EOF              VALUE "Y".
000680 01  EVA-EOF-SW               PIC X VALUE "N".
000690     88  EVA-EOF              VALUE "Y".
000700
000710 01  VE-DESTINO               PIC X(01) VALUE "F".
000720     88  VE-DESTINO-IMPRESORA VALUE "P".
000730 01  VE-BANNER                PIC X(80) VALUE SPACES.
000740 01  VE-ANIO                  PIC 9(04) VALUE ZERO.
000750 01  VE-ANIO-ENTRADA          PIC X(04) VALUE SPACES.
000760 01  VE-ANIO-LISTO-SW         PIC X VALUE "N".
000770     88  VE-ANIO-LISTO        VALUE "Y".
000780
000790*    THE YEAR'S APPRAISALS.
000800 01  VE-EVA-TABLA.
000810     05  VE-EVA-MAX           PIC 9(4) VALUE 0.
000820     05  VE-EVA-ENTRADA OCCURS 2000 TIMES.
000830         10  VE-EVA-E-ID      PIC X(50).
000840         10  VE-EVA-ESTADO    PIC X(01).
000850         10  VE-EVA-CALIF     PIC X(01).
000860 01  VE-EVA-IDX               PIC 9(4) VALUE 0.
000870 01  VE-EVA-HALLADO           PIC 9(4) VALUE 0.
000880
000890*    THE MASTER, WITH EACH EMPLOYEE'S APPRAISAL STATUS FOR THE
000900*    YEAR ("N" = NONE ON FILE), THE TABLE POSITION OF THEIR
000910*    SUPERVISOR AND THE OUTSTANDING COUNTS BELOW THEM.
000920 01  VE-EMP-TABLA.
000930     05  VE-EMP-MAX           PIC 9(4) VALUE 0.
000940     05  VE-EMP-ENTRADA OCCURS 2000 TIMES.
000950         10  VE-EMP-E-ID      PIC X(50).
000960         10  VE-EMP-NOMBRE    PIC X(50).
000970         10  VE-EMP-SUPERVISOR PIC X(50).
000980         10  VE-EMP-STATUS    PIC X(01).
000990         10  VE-EMP-DEPTO     PIC X(04).
001000         10  VE-EMP-ESTADO    PIC X(01).
001010         10  VE-EMP-CALIF     PIC X(01).
001020         10  VE-EMP-PEND-SW   PIC X(01).
001030             88  VE-EMP-PENDIENTE VALUE "Y".
001040         10  VE-EMP-JEFE      PIC 9(4).
001050         10  VE-EMP-DIRECTOS  PIC 9(5).
001060         10  VE-EMP-LINEA     PIC 9(5).
001070 01  VE-IDX                   PIC 9(4) VALUE 0.
001080 01  VE-SUB-IDX               PIC 9(4) VALUE 0.
001090 01  VE-BUSCA-IDX             PIC 9(4) VALUE 0.
001100 01  VE-HALLADO               PIC 9(4) VALUE 0.
001110 01  VE-SALTOS                PIC 9(3) VALUE 0.
001120
001130*    ONE ROW PER DEPARTMENT, KEPT IN CODE ORDER AS IT IS FILLED.
001140*    VE-DEP-CUENTA IS THE NUMBER OF AGREED APPRAISALS WITH EACH
001150*    RATING OF THE 1-5 SCALE.
001160 01  VE-DEP-TABLA.
001170     05  VE-DEP-MAX           PIC 9(3) VALUE 0.
001180     05  VE-DEP-ENTRADA OCCURS 200 TIMES.
001190         10  VE-DEP-CODIGO    PIC X(04).
001200         10  VE-DEP-CUENTA    PIC 9(5) OCCURS 5 TIMES.
001210         10  VE-DEP-ACORDADAS PIC 9(5).
001220         10  VE-DEP-SUMA      PIC 9(7).
001230         10  VE-DEP-PENDIENTES PIC 9(5).
001240 01  VE-DEP-IDX               PIC 9(3) VALUE 0.
001250 01  VE-DEP-HALLADO           PIC 9(3) VALUE 0.
001260 01  VE-DEP-SITIO             PIC 9(3) VALUE 0.
001270 01  VE-DEP-LLENA-SW          PIC X VALUE "N".
001280     88  VE-DEP-LLENA         VALUE "Y".
001290 01  VE-TOT-CUENTA-TABLA.
001300     05  VE-TOT-CUENTA        PIC 9(5) OCCURS 5 TIMES.
001310 01  VE-C                     PIC 9(1) VALUE 0.
001320 01  VE-CALIF-NUM             PIC 9(1) VALUE 0.
001330
001340 01  VE-DEP-VALIDO-SW         PIC X VALUE "N".
001350 01  VE-DEP-NOMBRE            PIC X(30) VALUE SPACES.
001360 01  VE-DEP-CERRADO-SW        PIC X VALUE "N".
001370 01  VE-ESTADO-NOMBRE         PIC X(10) VALUE SPACES.
001380
001390 01  VE-TOT-ACTIVOS           PIC 9(05) VALUE 0.
001400 01  VE-TOT-PENDIENTES        PIC 9(05) VALUE 0.
001410 01  VE-TOT-SIN-ABRIR         PIC 9(05) VALUE 0.
001420 01  VE-TOT-ABIERTAS          PIC 9(05) VALUE 0.
001430 01  VE-TOT-PRESENTADAS       PIC 9(05) VALUE 0.
001440 01  VE-TOT-ACORDADAS         PIC 9(05) VALUE 0.
001450 01  VE-TOT-SUMA              PIC 9(07) VALUE 0.
001460 01  VE-TOT-SUPERVISORES      PIC 9(05) VALUE 0.
001470 01  VE-TOT-SIN-JEFE          PIC 9(05) VALUE 0.
001480 01  VE-TOT-SIN-FICHA         PIC 9(05) VALUE 0.
001490 01  VE-TOT-CON-FICHA         PIC 9(05) VALUE 0.
001500 01  VE-MEDIA                 PIC 9V99 VALUE 0.
001510 01  VE-PORCENTAJE            PIC 9(3)V9 VALUE 0.
001520
001530 01  VE-CUENTA-EDIT           PIC ZZ,ZZ9.
001540 01  VE-MEDIA-EDIT            PIC Z9.99.
001550 01  VE-PCT-EDIT              PIC ZZ9.9.
001560 01  VE-CONTADOR-EDIT         PIC ZZ,ZZ9.
001570 01  VE-DIRECTOS-EDIT         PIC ZZ,ZZ9.
001580 01  VE-LINEA-EDIT            PIC ZZ,ZZ9.
001590
001600 01  VE-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
001610 01  VE-SPL-OPERADOR          PIC X(08) VALUE SPACES.
001620 01  VE-SPL-NIVEL             PIC X(01) VALUE SPACES.
001630 01  VE-LOG-PROGRAMA          PIC X(08) VALUE "EMPEVAR".
001640 01  VE-LOG-EVENTO            PIC X(06) VALUE SPACES.
001650 01  VE-LOG-CONTADOR          PIC 9(07) VALUE 0.
001660 01  VE-LOG-RETORNO           PIC 9(04) VALUE 0.
001670
001680 PROCEDURE DIVISION.
001690
001700 0000-MAINLINE.
001710     MOVE "INICIO" TO VE-LOG-EVENTO
001720     CALL "RUNLOG" USING VE-LOG-PROGRAMA, VE-LOG-EVENTO,
001730         VE-LOG-CONTADOR, VE-LOG-RETORNO
001740     PERFORM 1000-INITIALIZE
001750     PERFORM 2000-CARGAR-EVALUACIONES
001760     PERFORM 2300-CARGAR-EMPLEADOS
001770     PERFORM 2700-RESOLVER-JEFE
001780         VARYING VE-IDX FROM 1 BY 1 UNTIL VE-IDX > VE-EMP-MAX
001790     PERFORM 2800-ACUMULAR-PENDIENTE
001800         VARYING VE-IDX FROM 1 BY 1 UNTIL VE-IDX > VE-EMP-MAX
001810     PERFORM 5000-ABRIR-LISTADO
001820     PERFORM 3000-LISTAR-SUPERVISOR
001830         VARYING VE-IDX FROM 1 BY 1 UNTIL VE-IDX > VE-EMP-MAX
001840     PERFORM 3500-LISTAR-SIN-JEFE
001850     PERFORM 4000-LISTAR-DISTRIBUCION
001860     PERFORM 5900-CERRAR-LISTADO
001870     MOVE ZERO TO RETURN-CODE
001880     IF VE-TOT-PENDIENTES > ZERO
001890         DISPLAY "EMPEVAR: " VE-TOT-PENDIENTES " EVALUACION(ES)"
001900             " DEL EJERCICIO " VE-ANIO " SIN ACORDAR"
001910         MOVE 4 TO RETURN-CODE
001920     END-IF
001930     MOVE "FIN" TO VE-LOG-EVENTO
001940     MOVE VE-TOT-ACTIVOS TO VE-LOG-CONTADOR
001950     MOVE RETURN-CODE TO VE-LOG-RETORNO
001960     CALL "RUNLOG" USING VE-LOG-PROGRAMA, VE-LOG-EVENTO,
001970         VE-LOG-CONTADOR, VE-LOG-RETORNO
001980     MOVE VE-LOG-RETORNO TO RETURN-CODE
001990     PERFORM 9999-EXIT.
002000
002010*----------------------------------------------------------------
002020* 1000-INITIALIZE - THE APPRAISAL YEAR.  ENTER TAKES THE CURRENT
002030*                   YEAR, THE CYCLE BEING CHASED.
002040*----------------------------------------------------------------
002050 1000-INITIALIZE.
002060     CALL "OPERSES" USING VE-SPL-OPERADOR, VE-SPL-NIVEL
002070     INITIALIZE VE-TOT-CUENTA-TABLA
002080     MOVE "N" TO VE-ANIO-LISTO-SW
002090     PERFORM 1100-CAPTURAR-ANIO UNTIL VE-ANIO-LISTO.
002100
002110 1100-CAPTURAR-ANIO.
002120     DISPLAY "EJERCICIO AAAA (ENTER = ANIO EN CURSO): "
002130     ACCEPT VE-ANIO-ENTRADA
002140     IF VE-ANIO-ENTRADA = SPACES
002150         MOVE FUNCTION CURRENT-DATE(1:4) TO VE-ANIO
002160         MOVE "Y" TO VE-ANIO-LISTO-SW
002170     ELSE
002180         IF VE-ANIO-ENTRADA IS NUMERIC AND
002190                 VE-ANIO-ENTRADA > "1900"
002200             MOVE VE-ANIO-ENTRADA TO VE-ANIO
002210             MOVE "Y" TO VE-ANIO-LISTO-SW
002220         ELSE
002230             DISPLAY "EJERCICIO INVALIDO - CUATRO DIGITOS"
002240         END-IF
002250     END-IF.
002260
002270*----------------------------------------------------------------
002280* 2000-CARGAR-EVALUACIONES - KEEP ONLY THE YEAR BEING REPORTED.
002290*----------------------------------------------------------------
002300 2000-CARGAR-EVALUACIONES.
002310     MOVE ZERO TO VE-EVA-MAX
002320     OPEN INPUT EMPEVA-ARCHIVO
002330     IF EVA-FILE-STATUS = "00"
002340         PERFORM 2100-LEER-EVALUACION
002350         PERFORM 2200-GUARDAR-EVALUACION UNTIL EVA-EOF
002360     ELSE
002370         DISPLAY "EMPEVAR: NO EXISTE EMPEVAL.DAT - NINGUNA"
002380             " EVALUACION REGISTRADA"
002390     END-IF
002400     IF EVA-FILE-STATUS = "00" OR EVA-FILE-STATUS = "05"
002410             OR EVA-FILE-STATUS = "10"
002420         CLOSE EMPEVA-ARCHIVO
002430     END-IF.
002440
002450 2100-LEER-EVALUACION.
002460     READ EMPEVA-ARCHIVO
002470         AT END
002480             MOVE "Y" TO EVA-EOF-SW
002490     END-READ.
002500
002510 2200-GUARDAR-EVALUACION.
002520     IF EVA-ANIO = VE-ANIO
002530         IF VE-EVA-MAX < 2000
002540             ADD 1 TO VE-EVA-MAX
002550             MOVE EVA-E-ID TO VE-EVA-E-ID (VE-EVA-MAX)
002560             MOVE EVA-ESTADO TO VE-EVA-ESTADO (VE-EVA-MAX)
002570             MOVE EVA-CALIFICACION TO VE-EVA-CALIF (VE-EVA-MAX)
002580         ELSE
002590             DISPLAY "EMPEVAR: MAS DE 2000 EVALUACIONES EN EL"
002600                 " EJERCICIO - SOLO SE CUENTAN LAS PRIMERAS"
002610             MOVE "Y" TO EVA-EOF-SW
002620         END-IF
002630     END-IF
002640     IF NOT EVA-EOF
002650         PERFORM 2100-LEER-EVALUACION
002660     END-IF.
002670
002680*----------------------------------------------------------------
002690* 2300-CARGAR-EMPLEADOS - THE MASTER INTO THE WORK TABLE, EACH
002700*                         EMPLOYEE WITH THEIR APPRAISAL FOR THE
002710*                         YEAR.  AN ACTIVE EMPLOYEE WHOSE
002720*                         APPRAISAL IS NOT AGREED IS OUTSTANDING;
002730*                         EVERY EMPLOYEE WITH AN AGREED ONE GOES
002740*                         INTO THE DEPARTMENT DISTRIBUTION.
002750*----------------------------------------------------------------
002760 2300-CARGAR-EMPLEADOS.
002770     OPEN INPUT EMPLEADOS-ARCHIVO
002780     PERFORM 2310-READ-EMPLEADO
002790     PERFORM 2400-CARGAR-EMPLEADO UNTIL EMP-EOF
002800     CLOSE EMPLEADOS-ARCHIVO
002810     COMPUTE VE-TOT-SIN-FICHA = VE-EVA-MAX - VE-TOT-CON-FICHA.
002820
002830 2310-READ-EMPLEADO.
002840     READ EMPLEADOS-ARCHIVO NEXT RECORD
002850         AT END
002860             MOVE "Y" TO EMP-EOF-SW
002870     END-READ.
002880
002890 2400-CARGAR-EMPLEADO.
002900     IF VE-EMP-MAX < 2000
002910         ADD 1 TO VE-EMP-MAX
002920         MOVE E-ID         TO VE-EMP-E-ID (VE-EMP-MAX)
002930         MOVE E-NOMBRE     TO VE-EMP-NOMBRE (VE-EMP-MAX)
002940         MOVE E-SUPERVISOR TO VE-EMP-SUPERVISOR (VE-EMP-MAX)
002950         MOVE E-STATUS     TO VE-EMP-STATUS (VE-EMP-MAX)
002960         MOVE E-DEPTO      TO VE-EMP-DEPTO (VE-EMP-MAX)
002970         MOVE "N"          TO VE-EMP-ESTADO (VE-EMP-MAX)
002980         MOVE SPACE        TO VE-EMP-CALIF (VE-EMP-MAX)
002990         MOVE "N"          TO VE-EMP-PEND-SW (VE-EMP-MAX)
003000         MOVE ZERO         TO VE-EMP-JEFE (VE-EMP-MAX)
003010         MOVE ZERO         TO VE-EMP-DIRECTOS (VE-EMP-MAX)
003020         MOVE ZERO         TO VE-EMP-LINEA (VE-EMP-MAX)
003030         PERFORM 2410-BUSCAR-EVALUACION
003040         PERFORM 2420-CLASIFICAR-EMPLEADO
003050     ELSE
003060         DISPLAY "EMPEVAR: TABLA LLENA - SOLO SE TRATAN LOS"
003070             " PRIMEROS 2000 REGISTROS"
003080         MOVE "Y" TO EMP-EOF-SW
003090     END-IF
003100     IF NOT EMP-EOF
003110         PERFORM 2310-READ-EMPLEADO
003120     END-IF.
003130
003140 2410-BUSCAR-EVALUACION.
003150     MOVE 0 TO VE-EVA-HALLADO
003160     PERFORM 2411-COMPARAR-EVALUACION
003170         VARYING VE-EVA-IDX FROM 1 BY 1
003180         UNTIL VE-EVA-IDX > VE-EVA-MAX OR VE-EVA-HALLADO > 0
003190     IF VE-EVA-HALLADO > 0
003200         ADD 1 TO VE-TOT-CON-FICHA
003210         MOVE VE-EVA-ESTADO (VE-EVA-HALLADO)
003220             TO VE-EMP-ESTADO (VE-EMP-MAX)
003230         MOVE VE-EVA-CALIF (VE-EVA-HALLADO)
003240             TO VE-EMP-CALIF (VE-EMP-MAX)
003250     END-IF.
003260
003270 2411-COMPARAR-EVALUACION.
003280     IF VE-EVA-E-ID (VE-EVA-IDX) = E-ID
003290         MOVE VE-EVA-IDX TO VE-EVA-HALLADO
003300     END-IF.
003310
003320 2420-CLASIFICAR-EMPLEADO.
003330     IF E-ACTIVO
003340         ADD 1 TO VE-TOT-ACTIVOS
003350     END-IF
003360     IF VE-EMP-ESTADO (VE-EMP-MAX) = "C" AND
003370             VE-EMP-CALIF (VE-EMP-MAX) >= "1" AND
003380             VE-EMP-CALIF (VE-EMP-MAX) <= "5"
003390         ADD 1 TO VE-TOT-ACORDADAS
003400         MOVE VE-EMP-CALIF (VE-EMP-MAX) TO VE-CALIF-NUM
003410         ADD VE-CALIF-NUM TO VE-TOT-SUMA
003420         ADD 1 TO VE-TOT-CUENTA (VE-CALIF-NUM)
003430         PERFORM 2500-BUSCAR-DEPARTAMENTO
003440         IF VE-DEP-HALLADO > 0
003450             ADD 1 TO VE-DEP-ACORDADAS (VE-DEP-HALLADO)
003460             ADD VE-CALIF-NUM TO VE-DEP-SUMA (VE-DEP-HALLADO)
003470             ADD 1 TO VE-DEP-CUENTA (VE-DEP-HALLADO, VE-CALIF-NUM)
003480         END-IF
003490     ELSE
003500         IF E-ACTIVO
003510             MOVE "Y" TO VE-EMP-PEND-SW (VE-EMP-MAX)
003520             ADD 1 TO VE-TOT-PENDIENTES
003530             EVALUATE VE-EMP-ESTADO (VE-EMP-MAX)
003540                 WHEN "A"
003550                     ADD 1 TO VE-TOT-ABIERTAS
003560                 WHEN "P"
003570                     ADD 1 TO VE-TOT-PRESENTADAS
003580                 WHEN OTHER
003590                     ADD 1 TO VE-TOT-SIN-ABRIR
003600             END-EVALUATE
003610             PERFORM 2500-BUSCAR-DEPARTAMENTO
003620             IF VE-DEP-HALLADO > 0
003630                 ADD 1 TO VE-DEP-PENDIENTES (VE-DEP-HALLADO)
003640             END-IF
003650         END-IF
003660     END-IF.
003670
003680*----------------------------------------------------------------
003690* 2500-BUSCAR-DEPARTAMENTO - THE ROW FOR E-DEPTO, INSERTED IN
003700*                            CODE ORDER THE FIRST TIME IT IS
003710*                            SEEN.  VE-DEP-HALLADO COMES BACK
003720*                            ZERO ONLY WHEN THE TABLE IS FULL.
003730*----------------------------------------------------------------
003740 2500-BUSCAR-DEPARTAMENTO.
003750     MOVE 0 TO VE-DEP-HALLADO
003760     MOVE 0 TO VE-DEP-SITIO
003770     PERFORM 2510-COMPARAR-DEPARTAMENTO
003780         VARYING VE-DEP-IDX FROM 1 BY 1
003790         UNTIL VE-DEP-IDX > VE-DEP-MAX OR VE-DEP-HALLADO > 0
003800             OR VE-DEP-SITIO > 0
003810     IF VE-DEP-HALLADO = 0
003820         IF VE-DEP-MAX < 200
003830             IF VE-DEP-SITIO = 0
003840                 COMPUTE VE-DEP-SITIO = VE-DEP-MAX + 1
003850             END-IF
003860             PERFORM 2520-DESPLAZAR-DEPARTAMENTO
003870                 VARYING VE-DEP-IDX FROM VE-DEP-MAX BY -1
003880                 UNTIL VE-DEP-IDX < VE-DEP-SITIO
003890             ADD 1 TO VE-DEP-MAX
003900             MOVE VE-DEP-SITIO TO VE-DEP-HALLADO
003910             MOVE E-DEPTO TO VE-DEP-CODIGO (VE-DEP-HALLADO)
003920             MOVE ZERO TO VE-DEP-CUENTA (VE-DEP-HALLADO, 1)
003930             MOVE ZERO TO VE-DEP-CUENTA (VE-DEP-HALLADO, 2)
003940             MOVE ZERO TO VE-DEP-CUENTA (VE-DEP-HALLADO, 3)
003950             MOVE ZERO TO VE-DEP-CUENTA (VE-DEP-HALLADO, 4)
003960             MOVE ZERO TO VE-DEP-CUENTA (VE-DEP-HALLADO, 5)
003970             MOVE ZERO TO VE-DEP-ACORDADAS (VE-DEP-HALLADO)
003980             MOVE ZERO TO VE-DEP-SUMA (VE-DEP-HALLADO)
003990             MOVE ZERO TO VE-DEP-PENDIENTES (VE-DEP-HALLADO)
004000         ELSE
004010             IF NOT VE-DEP-LLENA
004020                 DISPLAY "EMPEVAR: MAS DE 200 DEPARTAMENTOS - EL"
004030                     " RESTO SOLO CUENTA EN EL TOTAL"
004040                 MOVE "Y" TO VE-DEP-LLENA-SW
004050             END-IF
004060         END-IF
004070     END-IF.
004080
004090 2510-COMPARAR-DEPARTAMENTO.
004100     IF VE-DEP-CODIGO (VE-DEP-IDX) = E-DEPTO
004110         MOVE VE-DEP-IDX TO VE-DEP-HALLADO
004120     ELSE
004130         IF VE-DEP-CODIGO (VE-DEP-IDX) > E-DEPTO
004140             MOVE VE-DEP-IDX TO VE-DEP-SITIO
004150         END-IF
004160     END-IF.
004170
004180 2520-DESPLAZAR-DEPARTAMENTO.
004190     MOVE VE-DEP-ENTRADA (VE-DEP-IDX)
004200         TO VE-DEP-ENTRADA (VE-DEP-IDX + 1).
004210
004220*----------------------------------------------------------------
004230* 2700-RESOLVER-JEFE - THE TABLE POSITION OF EACH EMPLOYEE'S
004240*                      SUPERVISOR (ZERO WHEN THERE IS NONE OR THE
004250*                      E-ID IS NOT ON THE MASTER).
004260*----------------------------------------------------------------
004270 2700-RESOLVER-JEFE.
004280     MOVE ZERO TO VE-HALLADO
004290     IF VE-EMP-SUPERVISOR (VE-IDX) NOT = SPACES
004300         PERFORM 2710-BUSCAR-JEFE
004310             VARYING VE-BUSCA-IDX FROM 1 BY 1
004320             UNTIL VE-BUSCA-IDX > VE-EMP-MAX OR VE-HALLADO > 0
004330     END-IF
004340     MOVE VE-HALLADO TO VE-EMP-JEFE (VE-IDX).
004350
004360 2710-BUSCAR-JEFE.
004370     IF VE-EMP-E-ID (VE-BUSCA-IDX) = VE-EMP-SUPERVISOR (VE-IDX)
004380         MOVE VE-BUSCA-IDX TO VE-HALLADO
004390     END-IF.
004400
004410*----------------------------------------------------------------
004420* 2800-ACUMULAR-PENDIENTE - AN OUTSTANDING APPRAISAL COUNTS AS
004430*                           DIRECT FOR THE EMPLOYEE'S OWN
004440*                           SUPERVISOR AND IN THE LINE OF EVERY
004450*                           SUPERVISOR ABOVE, WALKING THE CHAIN
004460*                           UPWARD WITH THE SAME FIFTY-HOP CAP AS
004470*                           EMPORG.
004480*----------------------------------------------------------------
004490 2800-ACUMULAR-PENDIENTE.
004500     IF VE-EMP-PENDIENTE (VE-IDX)
004510         MOVE VE-EMP-JEFE (VE-IDX) TO VE-HALLADO
004520         IF VE-HALLADO > 0
004530             ADD 1 TO VE-EMP-DIRECTOS (VE-HALLADO)
004540         END-IF
004550         MOVE ZERO TO VE-SALTOS
004560         PERFORM 2810-SUBIR-UN-NIVEL
004570             UNTIL VE-HALLADO = 0 OR VE-SALTOS > 50
004580     END-IF.
004590
004600 2810-SUBIR-UN-NIVEL.
004610     ADD 1 TO VE-SALTOS
004620     ADD 1 TO VE-EMP-LINEA (VE-HALLADO)
004630     MOVE VE-EMP-JEFE (VE-HALLADO) TO VE-HALLADO.
004640
004650*----------------------------------------------------------------
004660* 3000-LISTAR-SUPERVISOR - AN ACTIVE SUPERVISOR WITH ANYTHING
004670*                          OUTSTANDING IN THEIR LINE, WITH THE
004680*                          DIRECT REPORTS STILL TO BE AGREED.
004690*----------------------------------------------------------------
004700 3000-LISTAR-SUPERVISOR.
004710     IF VE-EMP-STATUS (VE-IDX) = "A" AND VE-EMP-LINEA (VE-IDX) > 0
004720         ADD 1 TO VE-TOT-SUPERVISORES
004730         MOVE VE-EMP-DIRECTOS (VE-IDX) TO VE-DIRECTOS-EDIT
004740         MOVE VE-EMP-LINEA (VE-IDX) TO VE-LINEA-EDIT
004750         MOVE SPACES TO RPT-LINEA
004760         PERFORM 6900-ESCRIBIR-LINEA
004770         MOVE SPACES TO RPT-LINEA
004780         STRING FUNCTION TRIM(VE-EMP-NOMBRE (VE-IDX))
004790             " (" FUNCTION TRIM(VE-EMP-E-ID (VE-IDX)) ") - "
004800             VE-DIRECTOS-EDIT " PENDIENTE(S) DIRECTA(S),"
004810             VE-LINEA-EDIT " EN TODA SU LINEA"
004820             DELIMITED BY SIZE INTO RPT-LINEA
004830         END-STRING
004840         PERFORM 6900-ESCRIBIR-LINEA
004850         PERFORM 3100-LISTAR-REPORTE
004860             VARYING VE-SUB-IDX FROM 1 BY 1
004870             UNTIL VE-SUB-IDX > VE-EMP-MAX
004880     END-IF.
004890
004900 3100-LISTAR-REPORTE.
004910     IF VE-EMP-JEFE (VE-SUB-IDX) = VE-IDX AND
004920             VE-EMP-PENDIENTE (VE-SUB-IDX)
004930         PERFORM 3200-ESCRIBIR-PENDIENTE
004940     END-IF.
004950
004960 3200-ESCRIBIR-PENDIENTE.
004970     EVALUATE VE-EMP-ESTADO (VE-SUB-IDX)
004980         WHEN "A"
004990             MOVE "ABIERTA"    TO VE-ESTADO-NOMBRE
005000         WHEN "P"
005010             MOVE "PRESENTADA" TO VE-ESTADO-NOMBRE
005020         WHEN OTHER
005030             MOVE "SIN ABRIR"  TO VE-ESTADO-NOMBRE
005040     END-EVALUATE
005050     MOVE SPACES TO RPT-LINEA
005060     STRING "    " FUNCTION TRIM(VE-EMP-E-ID (VE-SUB-IDX))
005070         " " FUNCTION TRIM(VE-EMP-NOMBRE (VE-SUB-IDX))
005080         DELIMITED BY SIZE INTO RPT-LINEA
005090     END-STRING
005100     MOVE VE-ESTADO-NOMBRE TO RPT-LINEA (100:10)
005110     PERFORM 6900-ESCRIBIR-LINEA.
005120
005130*----------------------------------------------------------------
005140* 3500-LISTAR-SIN-JEFE - OUTSTANDING APPRAISALS WITH NOBODY TO
005150*                        CHASE THEM: NO SUPERVISOR ON RECORD, OR
005160*                        ONE WHO IS NO LONGER ACTIVE.
005170*----------------------------------------------------------------
005180 3500-LISTAR-SIN-JEFE.
005190     MOVE SPACES TO RPT-LINEA
005200     PERFORM 6900-ESCRIBIR-LINEA
005210     MOVE "SIN SUPERVISOR ACTIVO QUE LAS ATIENDA" TO RPT-LINEA
005220     PERFORM 6900-ESCRIBIR-LINEA
005230     PERFORM 3510-LISTAR-HUERFANO
005240         VARYING VE-SUB-IDX FROM 1 BY 1
005250         UNTIL VE-SUB-IDX > VE-EMP-MAX.
005260
005270 3510-LISTAR-HUERFANO.
005280     IF VE-EMP-PENDIENTE (VE-SUB-IDX)
005290         MOVE VE-EMP-JEFE (VE-SUB-IDX) TO VE-HALLADO
005300         IF VE-HALLADO = 0
005310             ADD 1 TO VE-TOT-SIN-JEFE
005320             PERFORM 3200-ESCRIBIR-PENDIENTE
005330         ELSE
005340             IF VE-EMP-STATUS (VE-HALLADO) NOT = "A"
005350                 ADD 1 TO VE-TOT-SIN-JEFE
005360                 PERFORM 3200-ESCRIBIR-PENDIENTE
005370             END-IF
005380         END-IF
005390     END-IF.
005400
005410*----------------------------------------------------------------
005420* 4000-LISTAR-DISTRIBUCION - AGREED RATINGS PER DEPARTMENT, THEN
005430*                            THE COMPANY TOTAL AND ITS SHARE OF
005440*                            EACH RATING.
005450*----------------------------------------------------------------
005460 4000-LISTAR-DISTRIBUCION.
005470     MOVE SPACES TO RPT-LINEA
005480     PERFORM 6900-ESCRIBIR-LINEA
005490     MOVE SPACES TO RPT-LINEA
005500     STRING "DISTRIBUCION DE LAS CALIFICACIONES ACORDADAS POR"
005510         " DEPARTAMENTO - EJERCICIO " VE-ANIO
005520         DELIMITED BY SIZE INTO RPT-LINEA
005530     PERFORM 6900-ESCRIBIR-LINEA
005540     MOVE ALL "-" TO RPT-LINEA
005550     PERFORM 6900-ESCRIBIR-LINEA
005560     MOVE "DEPTO NOMBRE"  TO RPT-LINEA
005570     MOVE "1-INSUF."      TO RPT-LINEA (34:8)
005580     MOVE "2-MEJOR."      TO RPT-LINEA (44:8)
005590     MOVE "3-ADEC."       TO RPT-LINEA (54:7)
005600     MOVE "4-NOTAB."      TO RPT-LINEA (64:8)
005610     MOVE "5-EXCEL."      TO RPT-LINEA (74:8)
005620     MOVE "ACORDADAS"     TO RPT-LINEA (84:9)
005630     MOVE "MEDIA"         TO RPT-LINEA (96:5)
005640     MOVE "PENDIENTES"    TO RPT-LINEA (104:10)
005650     PERFORM 6900-ESCRIBIR-LINEA
005660     PERFORM 4100-LISTAR-DEPARTAMENTO
005670         VARYING VE-DEP-IDX FROM 1 BY 1
005680         UNTIL VE-DEP-IDX > VE-DEP-MAX
005690     MOVE SPACES TO RPT-LINEA
005700     MOVE "TOTAL EMPRESA" TO RPT-LINEA (7:13)
005710     PERFORM 4200-COLUMNAS-TOTAL
005720         VARYING VE-C FROM 1 BY 1 UNTIL VE-C > 5
005730     MOVE VE-TOT-ACORDADAS TO VE-CUENTA-EDIT
005740     MOVE VE-CUENTA-EDIT TO RPT-LINEA (87:6)
005750     MOVE ZERO TO VE-MEDIA
005760     IF VE-TOT-ACORDADAS > 0
005770         COMPUTE VE-MEDIA ROUNDED =
005780             VE-TOT-SUMA / VE-TOT-ACORDADAS
005790     END-IF
005800     MOVE VE-MEDIA TO VE-MEDIA-EDIT
005810     MOVE VE-MEDIA-EDIT TO RPT-LINEA (96:5)
005820     MOVE VE-TOT-PENDIENTES TO VE-CUENTA-EDIT
005830     MOVE VE-CUENTA-EDIT TO RPT-LINEA (108:6)
005840     PERFORM 6900-ESCRIBIR-LINEA
005850     MOVE SPACES TO RPT-LINEA
005860     MOVE "% SOBRE ACORDADAS" TO RPT-LINEA (7:17)
005870     PERFORM 4300-PORCENTAJE-TOTAL
005880         VARYING VE-C FROM 1 BY 1 UNTIL VE-C > 5
005890     PERFORM 6900-ESCRIBIR-LINEA.
005900
005910 4100-LISTAR-DEPARTAMENTO.
005920     MOVE SPACES TO RPT-LINEA
005930     MOVE VE-DEP-CODIGO (VE-DEP-IDX) TO RPT-LINEA (1:4)
005940     IF VE-DEP-CODIGO (VE-DEP-IDX) = SPACES
005950         MOVE "(SIN ASIGNAR)" TO RPT-LINEA (7:13)
005960     ELSE
005970         CALL "DEPTVAL" USING VE-DEP-CODIGO (VE-DEP-IDX),
005980             VE-DEP-VALIDO-SW, VE-DEP-NOMBRE, VE-DEP-CERRADO-SW
005990         MOVE VE-DEP-NOMBRE TO RPT-LINEA (7:25)
006000     END-IF
006010     PERFORM 4110-COLUMNA-DEPARTAMENTO
006020         VARYING VE-C FROM 1 BY 1 UNTIL VE-C > 5
006030     MOVE VE-DEP-ACORDADAS (VE-DEP-IDX) TO VE-CUENTA-EDIT
006040     MOVE VE-CUENTA-EDIT TO RPT-LINEA (87:6)
006050     MOVE ZERO TO VE-MEDIA
006060     IF VE-DEP-ACORDADAS (VE-DEP-IDX) > 0
006070         COMPUTE VE-MEDIA ROUNDED = VE-DEP-SUMA (VE-DEP-IDX)
006080             / VE-DEP-ACORDADAS (VE-DEP-IDX)
006090     END-IF
006100     MOVE VE-MEDIA TO VE-MEDIA-EDIT
006110     MOVE VE-MEDIA-EDIT TO RPT-LINEA (96:5)
006120     MOVE VE-DEP-PENDIENTES (VE-DEP-IDX) TO VE-CUENTA-EDIT
006130     MOVE VE-CUENTA-EDIT TO RPT-LINEA (108:6)
006140     PERFORM 6900-ESCRIBIR-LINEA.
006150
006160 4110-COLUMNA-DEPARTAMENTO.
006170     MOVE VE-DEP-CUENTA (VE-DEP-IDX, VE-C) TO VE-CUENTA-EDIT
006180     MOVE VE-CUENTA-EDIT TO RPT-LINEA (VE-C * 10 + 26:6).
006190
006200 4200-COLUMNAS-TOTAL.
006210     MOVE VE-TOT-CUENTA (VE-C) TO VE-CUENTA-EDIT
006220     MOVE VE-CUENTA-EDIT TO RPT-LINEA (VE-C * 10 + 26:6).
006230
006240 4300-PORCENTAJE-TOTAL.
006250     MOVE ZERO TO VE-PORCENTAJE
006260     IF VE-TOT-ACORDADAS > 0
006270         COMPUTE VE-PORCENTAJE ROUNDED =
006280             VE-TOT-CUENTA (VE-C) * 100 / VE-TOT-ACORDADAS
006290     END-IF
006300     MOVE VE-PORCENTAJE TO VE-PCT-EDIT
006310     MOVE VE-PCT-EDIT TO RPT-LINEA (VE-C * 10 + 27:5).
006320
006330 5000-ABRIR-LISTADO.
006340     CALL "RPTROUTE" USING VE-DESTINO
006350     IF VE-DESTINO-IMPRESORA
006360         OPEN OUTPUT EMPEVAR-IMPRESORA
006370         DISPLAY "EMPEVAR: SALIDA A EMPEVAR.PRN (IMPRESORA)"
006380     ELSE
006390         OPEN OUTPUT EMPEVAR-REPORTE
006400     END-IF
006410     CALL "RPTBANNER" USING VE-BANNER
006420     MOVE VE-BANNER TO RPT-LINEA
006430     PERFORM 6900-ESCRIBIR-LINEA
006440     MOVE SPACES TO RPT-LINEA
006450     STRING "EVALUACIONES DEL DESEMPENO PENDIENTES DE ACORDAR POR"
006460         " SUPERVISOR - EJERCICIO " VE-ANIO
006470         DELIMITED BY SIZE INTO RPT-LINEA
006480     PERFORM 6900-ESCRIBIR-LINEA
006490     MOVE "(PENDIENTES DIRECTAS = SUS REPORTES DIRECTOS;"
006500         TO RPT-LINEA
006510     MOVE " EN TODA SU LINEA = TODA LA CADENA POR DEBAJO)"
006520         TO RPT-LINEA (47:47)
006530     PERFORM 6900-ESCRIBIR-LINEA
006540     MOVE ALL "-" TO RPT-LINEA
006550     PERFORM 6900-ESCRIBIR-LINEA.
006560
006570*----------------------------------------------------------------
006580* 5900-CERRAR-LISTADO - COMPANY TOTALS, THEN CLOSE AND SPOOL.
006590*----------------------------------------------------------------
006600 5900-CERRAR-LISTADO.
006610     MOVE SPACES TO RPT-LINEA
006620     PERFORM 6900-ESCRIBIR-LINEA
006630     MOVE VE-TOT-ACTIVOS TO VE-CONTADOR-EDIT
006640     MOVE SPACES TO RPT-LINEA
006650     STRING "EMPLEADOS ACTIVOS                    : "
006660         VE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006670     PERFORM 6900-ESCRIBIR-LINEA
006680     MOVE VE-TOT-ACORDADAS TO VE-CONTADOR-EDIT
006690     MOVE SPACES TO RPT-LINEA
006700     STRING "EVALUACIONES ACORDADAS               : "
006710         VE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006720     PERFORM 6900-ESCRIBIR-LINEA
006730     MOVE VE-TOT-PENDIENTES TO VE-CONTADOR-EDIT
006740     MOVE SPACES TO RPT-LINEA
006750     STRING "PENDIENTES DE ACORDAR                : "
006760         VE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006770     PERFORM 6900-ESCRIBIR-LINEA
006780     MOVE VE-TOT-SIN-ABRIR TO VE-CONTADOR-EDIT
006790     MOVE SPACES TO RPT-LINEA
006800     STRING "  SIN ABRIR                          : "
006810         VE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006820     PERFORM 6900-ESCRIBIR-LINEA
006830     MOVE VE-TOT-ABIERTAS TO VE-CONTADOR-EDIT
006840     MOVE SPACES TO RPT-LINEA
006850     STRING "  ABIERTAS                           : "
006860         VE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006870     PERFORM 6900-ESCRIBIR-LINEA
006880     MOVE VE-TOT-PRESENTADAS TO VE-CONTADOR-EDIT
006890     MOVE SPACES TO RPT-LINEA
006900     STRING "  PRESENTADAS                        : "
006910         VE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006920     PERFORM 6900-ESCRIBIR-LINEA
006930     MOVE VE-TOT-SUPERVISORES TO VE-CONTADOR-EDIT
006940     MOVE SPACES TO RPT-LINEA
006950     STRING "SUPERVISORES CON PENDIENTES          : "
006960         VE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006970     PERFORM 6900-ESCRIBIR-LINEA
006980     MOVE VE-TOT-SIN-JEFE TO VE-CONTADOR-EDIT
006990     MOVE SPACES TO RPT-LINEA
007000     STRING "PENDIENTES SIN SUPERVISOR ACTIVO     : "
007010         VE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
007020     PERFORM 6900-ESCRIBIR-LINEA
007030     MOVE VE-TOT-SIN-FICHA TO VE-CONTADOR-EDIT
007040     MOVE SPACES TO RPT-LINEA
007050     STRING "EVALUACIONES DE E-ID SIN FICHA       : "
007060         VE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
007070     PERFORM 6900-ESCRIBIR-LINEA
007080     IF VE-DESTINO-IMPRESORA
007090         CLOSE EMPEVAR-IMPRESORA
007100     ELSE
007110         CLOSE EMPEVAR-REPORTE
007120         MOVE "EMPEVAR.RPT" TO VE-ARCHIVO-SPOOL
007130         CALL "SPOOLCAT" USING VE-LOG-PROGRAMA,
007140             VE-ARCHIVO-SPOOL, VE-SPL-OPERADOR
007150     END-IF.
007160
007170*----------------------------------------------------------------
007180* 6900-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
007190*                       RPTROUTE SELECTED.
007200*----------------------------------------------------------------
007210 6900-ESCRIBIR-LINEA.
007220     IF VE-DESTINO-IMPRESORA
007230         MOVE RPT-LINEA TO LINEA-IMPRESORA
007240         WRITE LINEA-IMPRESORA
007250     ELSE
007260         WRITE RPT-LINEA
007270     END-IF.
007280
007290 9999-EXIT.
007300     GOBACK.
007310 END PROGRAM EMPEVAR.
