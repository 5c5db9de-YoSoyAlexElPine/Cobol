000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       MONTHLY OVERTIME ANNUAL-CAP REPORT BY DEPARTMENT.
000060*                SUMS THE CURRENT YEAR OF THE EMPHEXH.DAT OVERTIME
000070*                HISTORY PER EMPLOYEE (HO PLUS HN VALUED, LESS HC
000080*                COMPENSATED WITH TIME OFF) AND LISTS EVERYONE
000090*                WITH OVERTIME THIS YEAR, GROUPED BY E-DEPTO, WITH
000100*                THE HOURS VALUED THIS MONTH, THE HOURS USED
000110*                AGAINST THE 80-HOUR STATUTORY ANNUAL CAP AND THE
000120*                HOURS REMAINING.  ANYONE OVER 80 PER CENT OF THE
000130*                CAP IS FLAGGED, AND ANYONE PAST IT FLAGGED
000140*                LOUDER; EITHER ENDS THE JOB WITH RETURN CODE 4.
000150* TECTONICS:     cobc -x -std=ibm -I copybooks EMPHEXR.CBL
000160*                RPTROUTE RPTBANNER RUNLOG OPERSES SPOOLCAT
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   ---------- ----  ----------------------------------------
000210*   2026-10-15  RT   ORIGINAL PROGRAM.
000220*   2026-10-15  RT   THE DEPTMST.DAT RECORD NOW CARRIES THE DEP-
000230*                    JEFE DEPARTMENT-HEAD E-ID.
000240*   2026-10-15  RT   HE-AVISO IS WIDENED TO 21 SO THE LIMIT-
000250*                    EXCEEDED FLAG KEEPS ITS CLOSING ASTERISK.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. EMPHEXR.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY EMPFSEL.
000340     COPY EMPHXSEL.
000350
000360     SELECT OPTIONAL DEPARTAMENTO-MAESTRO
000370         ASSIGN TO "DEPTMST.DAT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS DEP-FILE-STATUS.
000400
000410     SELECT HEX-WORK-FILE
000420         ASSIGN TO "EMPHEXR.WRK".
000430
000440     SELECT HEX-ORDENADO
000450         ASSIGN TO "EMPHEXR.SRT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS ORD-FILE-STATUS.
000480
000490     SELECT EMPHEXR-REPORTE
000500         ASSIGN TO "EMPHEXR.RPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RPT-FILE-STATUS.
000530
000540     SELECT EMPHEXR-IMPRESORA
000550         ASSIGN TO "EMPHEXR.PRN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS PRN-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  EMPLEADOS-ARCHIVO.
000620     COPY EMPREG.
000630
000640 FD  EMPHEXH-ARCHIVO.
000650     COPY EMPHEXH.
000660
000670 FD  DEPARTAMENTO-MAESTRO.
000680 01  DEP-REGISTRO.
000690     05  DEP-CODIGO          PIC X(04).
000700     05  DEP-NOMBRE          PIC X(30).
000710     05  DEP-CC              PIC X(08).
000720     05  DEP-CERRADO         PIC X(01).
000730     05  DEP-JEFE            PIC X(50).
000740
000750 SD  HEX-WORK-FILE.
000760 01  SRT-REGISTRO.
000770     05  SRT-DEPTO           PIC X(04).
000780     05  SRT-E-ID            PIC X(50).
000790     05  SRT-NOMBRE          PIC X(50).
000800     05  SRT-MES             PIC 9(05).
000810     05  SRT-REALIZADAS      PIC 9(05).
000820     05  SRT-COMPENSADAS     PIC 9(05).
000830     05  SRT-USADAS          PIC 9(05).
000840
000850 FD  HEX-ORDENADO.
000860 01  ORD-REGISTRO.
000870     05  ORD-DEPTO           PIC X(04).
000880     05  ORD-E-ID            PIC X(50).
000890     05  ORD-NOMBRE          PIC X(50).
000900     05  ORD-MES             PIC 9(05).
000910     05  ORD-REALIZADAS      PIC 9(05).
000920     05  ORD-COMPENSADAS     PIC 9(05).
000930     05  ORD-USADAS          PIC 9(05).
000940
000950 FD  EMPHEXR-REPORTE.
000960 01  RPT-LINEA                PIC X(132).
000970
000980 FD  EMPHEXR-IMPRESORA.
000990 01  LINEA-IMPRESORA          PIC X(132).
001000
001010 WORKING-STORAGE SECTION.
001020 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001030 01  HX-FILE-STATUS           PIC XX VALUE SPACES.
001040 01  DEP-FILE-STATUS          PIC XX VALUE SPACES.
001050 01  ORD-FILE-STATUS          PIC XX VALUE SPACES.
001060 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001070 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
001080
001090 01  EMP-EOF-SW               PIC X VALUE "N".
001100     88  EMP-EOF              VALUE "Y".
001110 01  ORD-EOF-SW               PIC X VALUE "N".
001120     88  ORD-EOF              VALUE "Y".
001130 01  TB-EOF-SW                PIC X VALUE "N".
001140     88  TB-EOF               VALUE "Y".
001150
001160 01  HE-DESTINO               PIC X(01) VALUE "F".
001170     88  HE-DESTINO-IMPRESORA VALUE "P".
001180 01  HE-BANNER                PIC X(80) VALUE SPACES.
001190 01  HE-PERIODO               PIC 9(06) VALUE ZERO.
001200 01  HE-ANIO                  PIC 9(04) VALUE ZERO.
001210
001220*    THE STATUTORY ANNUAL CAP AND THE 80 PER CENT WARNING LINE.
001230 01  HE-LIMITE-ANUAL          PIC 9(3) VALUE 80.
001240 01  HE-UMBRAL-AVISO          PIC 9(3) VALUE 64.
001250
001260 01  HE-DEPTO-TABLA.
001270     05  HE-DEPTO-MAX         PIC 9(3) VALUE 0.
001280     05  HE-DEPTO-ENTRADA OCCURS 50 TIMES.
001290         10  HE-DEP-CODIGO    PIC X(04).
001300         10  HE-DEP-NOMBRE    PIC X(30).
001310 01  HE-DEPTO-IDX             PIC 9(3) VALUE 0.
001320 01  HE-DEPTO-NOMBRE          PIC X(30) VALUE SPACES.
001330
001340*    THIS YEAR'S HISTORY SUMMED PER EMPLOYEE.
001350 01  HE-ACU-TABLA.
001360     05  HE-ACU-MAX           PIC 9(4) VALUE 0.
001370     05  HE-ACU-ENTRADA OCCURS 2000 TIMES.
001380         10  HE-ACU-E-ID      PIC X(50).
001390         10  HE-ACU-MES       PIC 9(05).
001400         10  HE-ACU-REALIZADAS PIC 9(05).
001410         10  HE-ACU-COMPENSADAS PIC 9(05).
001420 01  HE-ACU-IDX               PIC 9(4) VALUE 0.
001430 01  HE-ACU-HALLADO           PIC 9(4) VALUE 0.
001440 01  HE-ACU-LLENA-SW          PIC X VALUE "N".
001450     88  HE-ACU-LLENA         VALUE "Y".
001460
001470 01  HE-DEPTO-ACTUAL          PIC X(04) VALUE SPACES.
001480 01  HE-PRIMERO-SW            PIC X VALUE "Y".
001490     88  HE-PRIMERO           VALUE "Y".
001500 01  HE-RESTANTES             PIC 9(05) VALUE 0.
001510 01  HE-AVISO                 PIC X(21) VALUE SPACES.
001520
001530 01  HE-DEP-EMPLEADOS         PIC 9(05) VALUE 0.
001540 01  HE-DEP-USADAS            PIC 9(07) VALUE 0.
001550 01  HE-DEP-AVISOS            PIC 9(05) VALUE 0.
001560 01  HE-TOT-EMPLEADOS         PIC 9(05) VALUE 0.
001570 01  HE-TOT-USADAS            PIC 9(07) VALUE 0.
001580 01  HE-TOT-AVISOS            PIC 9(05) VALUE 0.
001590 01  HE-TOT-SUPERADOS         PIC 9(05) VALUE 0.
001600
001610 01  HE-MES-EDIT              PIC ZZ,ZZ9.
001620 01  HE-REAL-EDIT             PIC ZZ,ZZ9.
001630 01  HE-COMP-EDIT             PIC ZZ,ZZ9.
001640 01  HE-USO-EDIT              PIC ZZ,ZZ9.
001650 01  HE-REST-EDIT             PIC ZZ,ZZ9.
001660 01  HE-CONTADOR-EDIT         PIC ZZ,ZZ9.
001670 01  HE-TOTAL-EDIT            PIC Z,ZZZ,ZZ9.
001680
001690 01  HE-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
001700 01  HE-SPL-OPERADOR          PIC X(08) VALUE SPACES.
001710 01  HE-SPL-NIVEL             PIC X(01) VALUE SPACES.
001720 01  HE-LOG-PROGRAMA          PIC X(08) VALUE "EMPHEXR".
001730 01  HE-LOG-EVENTO            PIC X(06) VALUE SPACES.
001740 01  HE-LOG-CONTADOR          PIC 9(07) VALUE 0.
001750 01  HE-LOG-RETORNO           PIC 9(04) VALUE 0.
001760
001770 PROCEDURE DIVISION.
001780
001790 0000-MAINLINE.
001800     MOVE "INICIO" TO HE-LOG-EVENTO
001810     CALL "RUNLOG" USING HE-LOG-PROGRAMA, HE-LOG-EVENTO,
001820         HE-LOG-CONTADOR, HE-LOG-RETORNO
001830     PERFORM 1000-INITIALIZE
001840     PERFORM 2000-CARGAR-HISTORIA
001850     PERFORM 3000-ORDENAR-EMPLEADOS
001860     PERFORM 5000-ABRIR-LISTADO
001870     PERFORM 4000-LISTAR
001880     PERFORM 5900-CERRAR-LISTADO
001890     MOVE ZERO TO RETURN-CODE
001900     IF HE-TOT-AVISOS > ZERO
001910         DISPLAY "EMPHEXR: " HE-TOT-AVISOS " EMPLEADO(S) POR"
001920             " ENCIMA DEL 80% DEL LIMITE ANUAL DE HORAS EXTRA"
001930         MOVE 4 TO RETURN-CODE
001940     END-IF
001950     MOVE "FIN" TO HE-LOG-EVENTO
001960     MOVE HE-TOT-EMPLEADOS TO HE-LOG-CONTADOR
001970     MOVE RETURN-CODE TO HE-LOG-RETORNO
001980     CALL "RUNLOG" USING HE-LOG-PROGRAMA, HE-LOG-EVENTO,
001990         HE-LOG-CONTADOR, HE-LOG-RETORNO
002000     MOVE HE-LOG-RETORNO TO RETURN-CODE
002010     PERFORM 9999-EXIT.
002020
002030*----------------------------------------------------------------
002040* 1000-INITIALIZE - THE PERIOD BEING REPORTED AND THE DEPARTMENT
002050*                   NAMES FOR THE GROUP HEADINGS.
002060*----------------------------------------------------------------
002070 1000-INITIALIZE.
002080     MOVE FUNCTION CURRENT-DATE(1:6) TO HE-PERIODO
002090     MOVE HE-PERIODO(1:4) TO HE-ANIO
002100     CALL "OPERSES" USING HE-SPL-OPERADOR, HE-SPL-NIVEL
002110     MOVE ZERO TO HE-DEPTO-MAX
002120     MOVE "N" TO TB-EOF-SW
002130     OPEN INPUT DEPARTAMENTO-MAESTRO
002140     IF DEP-FILE-STATUS = "00"
002150         PERFORM 1100-LEER-DEPARTAMENTO
002160         PERFORM 1200-CARGAR-DEPARTAMENTO UNTIL TB-EOF
002170     END-IF
002180     IF DEP-FILE-STATUS = "00" OR DEP-FILE-STATUS = "05"
002190             OR DEP-FILE-STATUS = "10"
002200         CLOSE DEPARTAMENTO-MAESTRO
002210     END-IF.
002220
002230 1100-LEER-DEPARTAMENTO.
002240     READ DEPARTAMENTO-MAESTRO
002250         AT END
002260             MOVE "Y" TO TB-EOF-SW
002270     END-READ.
002280
002290 1200-CARGAR-DEPARTAMENTO.
002300     IF HE-DEPTO-MAX < 50
002310         ADD 1 TO HE-DEPTO-MAX
002320         MOVE DEP-CODIGO TO HE-DEP-CODIGO (HE-DEPTO-MAX)
002330         MOVE DEP-NOMBRE TO HE-DEP-NOMBRE (HE-DEPTO-MAX)
002340     END-IF
002350     PERFORM 1100-LEER-DEPARTAMENTO.
002360
002370*----------------------------------------------------------------
002380* 2000-CARGAR-HISTORIA - SUM THIS YEAR'S OVERTIME HISTORY PER
002390*                        EMPLOYEE: HOURS VALUED THIS MONTH, HOURS
002400*                        VALUED THIS YEAR (HO + HN) AND HOURS
002410*                        COMPENSATED WITH TIME OFF (HC).
002420*----------------------------------------------------------------
002430 2000-CARGAR-HISTORIA.
002440     MOVE ZERO TO HE-ACU-MAX
002450     MOVE "N" TO TB-EOF-SW
002460     OPEN INPUT EMPHEXH-ARCHIVO
002470     IF HX-FILE-STATUS = "00"
002480         PERFORM 2100-LEER-HISTORIA
002490         PERFORM 2200-ACUMULAR-HISTORIA UNTIL TB-EOF
002500     ELSE
002510         DISPLAY "EMPHEXR: NO EXISTE EMPHEXH.DAT - NO HAY HORAS"
002520             " EXTRA VALORADAS"
002530     END-IF
002540     IF HX-FILE-STATUS = "00" OR HX-FILE-STATUS = "05"
002550             OR HX-FILE-STATUS = "10"
002560         CLOSE EMPHEXH-ARCHIVO
002570     END-IF.
002580
002590 2100-LEER-HISTORIA.
002600     READ EMPHEXH-ARCHIVO
002610         AT END
002620             MOVE "Y" TO TB-EOF-SW
002630     END-READ.
002640
002650 2200-ACUMULAR-HISTORIA.
002660     IF HX-ANIO = HE-ANIO
002670         MOVE 0 TO HE-ACU-HALLADO
002680         PERFORM 2300-BUSCAR-EMPLEADO
002690             VARYING HE-ACU-IDX FROM 1 BY 1
002700             UNTIL HE-ACU-IDX > HE-ACU-MAX OR HE-ACU-HALLADO > 0
002710         IF HE-ACU-HALLADO = 0
002720             IF HE-ACU-MAX < 2000
002730                 ADD 1 TO HE-ACU-MAX
002740                 MOVE HE-ACU-MAX TO HE-ACU-HALLADO
002750                 MOVE HX-E-ID TO HE-ACU-E-ID (HE-ACU-MAX)
002760                 MOVE ZERO TO HE-ACU-MES (HE-ACU-MAX)
002770                 MOVE ZERO TO HE-ACU-REALIZADAS (HE-ACU-MAX)
002780                 MOVE ZERO TO HE-ACU-COMPENSADAS (HE-ACU-MAX)
002790             ELSE
002800                 IF NOT HE-ACU-LLENA
002810                     DISPLAY "EMPHEXR: TABLA DE EMPLEADOS LLENA -"
002820                         " SOLO SE LISTAN LOS PRIMEROS 2000"
002830                     MOVE "Y" TO HE-ACU-LLENA-SW
002840                 END-IF
002850             END-IF
002860         END-IF
002870         IF HE-ACU-HALLADO > 0
002880             IF HX-COMPENSADA
002890                 ADD HX-HORAS
002900                     TO HE-ACU-COMPENSADAS (HE-ACU-HALLADO)
002910             ELSE
002920                 ADD HX-HORAS
002930                     TO HE-ACU-REALIZADAS (HE-ACU-HALLADO)
002940                 IF HX-PERIODO = HE-PERIODO
002950                     ADD HX-HORAS TO HE-ACU-MES (HE-ACU-HALLADO)
002960                 END-IF
002970             END-IF
002980         END-IF
002990     END-IF
003000     PERFORM 2100-LEER-HISTORIA.
003010
003020 2300-BUSCAR-EMPLEADO.
003030     IF HE-ACU-E-ID (HE-ACU-IDX) = HX-E-ID
003040         MOVE HE-ACU-IDX TO HE-ACU-HALLADO
003050     END-IF.
003060
003070*----------------------------------------------------------------
003080* 3000-ORDENAR-EMPLEADOS - ONE SORT RECORD PER EMPLOYEE ON THE
003090*                          MASTER WITH OVERTIME THIS YEAR, IN
003100*                          DEPARTMENT AND E-ID ORDER.
003110*----------------------------------------------------------------
003120 3000-ORDENAR-EMPLEADOS.
003130     SORT HEX-WORK-FILE
003140         ON ASCENDING KEY SRT-DEPTO SRT-E-ID
003150         INPUT PROCEDURE IS 3100-LIBERAR-EMPLEADOS
003160         GIVING HEX-ORDENADO.
003170
003180 3100-LIBERAR-EMPLEADOS.
003190     MOVE "N" TO EMP-EOF-SW
003200     OPEN INPUT EMPLEADOS-ARCHIVO
003210     PERFORM 3110-LEER-EMPLEADO
003220     PERFORM 3120-LIBERAR-EMPLEADO UNTIL EMP-EOF
003230     CLOSE EMPLEADOS-ARCHIVO.
003240
003250 3110-LEER-EMPLEADO.
003260     READ EMPLEADOS-ARCHIVO NEXT RECORD
003270         AT END
003280             MOVE "Y" TO EMP-EOF-SW
003290     END-READ.
003300
003310 3120-LIBERAR-EMPLEADO.
003320     MOVE 0 TO HE-ACU-HALLADO
003330     PERFORM 3130-COMPARAR-EMPLEADO
003340         VARYING HE-ACU-IDX FROM 1 BY 1
003350         UNTIL HE-ACU-IDX > HE-ACU-MAX OR HE-ACU-HALLADO > 0
003360     IF HE-ACU-HALLADO > 0
003370         MOVE E-DEPTO  TO SRT-DEPTO
003380         MOVE E-ID     TO SRT-E-ID
003390         MOVE E-NOMBRE TO SRT-NOMBRE
003400         MOVE HE-ACU-MES (HE-ACU-HALLADO) TO SRT-MES
003410         MOVE HE-ACU-REALIZADAS (HE-ACU-HALLADO)
003420             TO SRT-REALIZADAS
003430         MOVE HE-ACU-COMPENSADAS (HE-ACU-HALLADO)
003440             TO SRT-COMPENSADAS
003450         IF SRT-COMPENSADAS < SRT-REALIZADAS
003460             COMPUTE SRT-USADAS = SRT-REALIZADAS - SRT-COMPENSADAS
003470         ELSE
003480             MOVE ZERO TO SRT-USADAS
003490         END-IF
003500         RELEASE SRT-REGISTRO
003510     END-IF
003520     PERFORM 3110-LEER-EMPLEADO.
003530
003540 3130-COMPARAR-EMPLEADO.
003550     IF HE-ACU-E-ID (HE-ACU-IDX) = E-ID
003560         MOVE HE-ACU-IDX TO HE-ACU-HALLADO
003570     END-IF.
003580
003590*----------------------------------------------------------------
003600* 4000-LISTAR - READ THE SORTED EMPLOYEES WITH A CONTROL BREAK
003610*               ON THE DEPARTMENT.
003620*----------------------------------------------------------------
003630 4000-LISTAR.
003640     MOVE "N" TO ORD-EOF-SW
003650     MOVE "Y" TO HE-PRIMERO-SW
003660     OPEN INPUT HEX-ORDENADO
003670     PERFORM 4100-LEER-ORDENADO
003680     PERFORM 4200-PROCESAR-EMPLEADO UNTIL ORD-EOF
003690     IF NOT HE-PRIMERO
003700         PERFORM 4500-TOTAL-DEPARTAMENTO
003710     END-IF
003720     CLOSE HEX-ORDENADO.
003730
003740 4100-LEER-ORDENADO.
003750     READ HEX-ORDENADO
003760         AT END
003770             MOVE "Y" TO ORD-EOF-SW
003780     END-READ.
003790
003800 4200-PROCESAR-EMPLEADO.
003810     IF HE-PRIMERO OR ORD-DEPTO NOT = HE-DEPTO-ACTUAL
003820         IF NOT HE-PRIMERO
003830             PERFORM 4500-TOTAL-DEPARTAMENTO
003840         END-IF
003850         PERFORM 4400-CABECERA-DEPARTAMENTO
003860     END-IF
003870     MOVE SPACES TO HE-AVISO
003880     IF ORD-USADAS < HE-LIMITE-ANUAL
003890         COMPUTE HE-RESTANTES = HE-LIMITE-ANUAL - ORD-USADAS
003900     ELSE
003910         MOVE ZERO TO HE-RESTANTES
003920     END-IF
003930     IF ORD-USADAS > HE-UMBRAL-AVISO
003940         ADD 1 TO HE-DEP-AVISOS HE-TOT-AVISOS
003950         MOVE "** MAS DEL 80% **" TO HE-AVISO
003960     END-IF
003970     IF ORD-USADAS > HE-LIMITE-ANUAL
003980         ADD 1 TO HE-TOT-SUPERADOS
003990         MOVE "** LIMITE SUPERADO **" TO HE-AVISO
004000     END-IF
004010     MOVE ORD-MES         TO HE-MES-EDIT
004020     MOVE ORD-REALIZADAS  TO HE-REAL-EDIT
004030     MOVE ORD-COMPENSADAS TO HE-COMP-EDIT
004040     MOVE ORD-USADAS      TO HE-USO-EDIT
004050     MOVE HE-RESTANTES    TO HE-REST-EDIT
004060     MOVE SPACES TO RPT-LINEA
004070     STRING "  " ORD-E-ID (1:30) " " ORD-NOMBRE (1:30) " "
004080         HE-MES-EDIT "   " HE-REAL-EDIT "   " HE-COMP-EDIT
004090         "   " HE-USO-EDIT "   " HE-REST-EDIT "  " HE-AVISO
004100         DELIMITED BY SIZE INTO RPT-LINEA
004110     PERFORM 6900-ESCRIBIR-LINEA
004120     ADD 1 TO HE-DEP-EMPLEADOS HE-TOT-EMPLEADOS
004130     ADD ORD-USADAS TO HE-DEP-USADAS HE-TOT-USADAS
004140     PERFORM 4100-LEER-ORDENADO.
004150
004160 4400-CABECERA-DEPARTAMENTO.
004170     MOVE "N" TO HE-PRIMERO-SW
004180     MOVE ORD-DEPTO TO HE-DEPTO-ACTUAL
004190     MOVE ZERO TO HE-DEP-EMPLEADOS HE-DEP-USADAS HE-DEP-AVISOS
004200     MOVE "(DESCONOCIDO)" TO HE-DEPTO-NOMBRE
004210     IF HE-DEPTO-ACTUAL = SPACES
004220         MOVE "SIN DEPARTAMENTO" TO HE-DEPTO-NOMBRE
004230     END-IF
004240     PERFORM 4410-BUSCAR-DEPARTAMENTO
004250         VARYING HE-DEPTO-IDX FROM 1 BY 1
004260         UNTIL HE-DEPTO-IDX > HE-DEPTO-MAX
004270     MOVE SPACES TO RPT-LINEA
004280     PERFORM 6900-ESCRIBIR-LINEA
004290     STRING "DEPARTAMENTO " HE-DEPTO-ACTUAL " - " HE-DEPTO-NOMBRE
004300         DELIMITED BY SIZE INTO RPT-LINEA
004310     PERFORM 6900-ESCRIBIR-LINEA.
004320
004330 4410-BUSCAR-DEPARTAMENTO.
004340     IF HE-DEP-CODIGO (HE-DEPTO-IDX) = HE-DEPTO-ACTUAL
004350             AND HE-DEPTO-ACTUAL NOT = SPACES
004360         MOVE HE-DEP-NOMBRE (HE-DEPTO-IDX) TO HE-DEPTO-NOMBRE
004370     END-IF.
004380
004390 4500-TOTAL-DEPARTAMENTO.
004400     MOVE HE-DEP-EMPLEADOS TO HE-CONTADOR-EDIT
004410     MOVE HE-DEP-USADAS    TO HE-TOTAL-EDIT
004420     MOVE SPACES TO RPT-LINEA
004430     STRING "  EMPLEADOS: " HE-CONTADOR-EDIT
004440         "  HORAS USADAS: " HE-TOTAL-EDIT
004450         DELIMITED BY SIZE INTO RPT-LINEA
004460     MOVE HE-DEP-AVISOS TO HE-CONTADOR-EDIT
004470     STRING "  POR ENCIMA DEL 80%: " HE-CONTADOR-EDIT
004480         DELIMITED BY SIZE INTO RPT-LINEA (50:30)
004490     PERFORM 6900-ESCRIBIR-LINEA.
004500
004510*----------------------------------------------------------------
004520* 5000-ABRIR-LISTADO - OPEN THE REPORT AND WRITE ITS HEADINGS.
004530*----------------------------------------------------------------
004540 5000-ABRIR-LISTADO.
004550     CALL "RPTROUTE" USING HE-DESTINO
004560     IF HE-DESTINO-IMPRESORA
004570         OPEN OUTPUT EMPHEXR-IMPRESORA
004580         DISPLAY "EMPHEXR: SALIDA A EMPHEXR.PRN (IMPRESORA)"
004590     ELSE
004600         OPEN OUTPUT EMPHEXR-REPORTE
004610     END-IF
004620     CALL "RPTBANNER" USING HE-BANNER
004630     MOVE HE-BANNER TO RPT-LINEA
004640     PERFORM 6900-ESCRIBIR-LINEA
004650     MOVE SPACES TO RPT-LINEA
004660     STRING "HORAS EXTRA - LIMITE ANUAL DE " HE-LIMITE-ANUAL
004670         " HORAS - PERIODO " HE-PERIODO
004680         DELIMITED BY SIZE INTO RPT-LINEA
004690     PERFORM 6900-ESCRIBIR-LINEA
004700     MOVE "(USADAS = HO + HN VALORADAS EN EL ANIO MENOS HC"
004710         TO RPT-LINEA
004720     MOVE " COMPENSADAS CON DESCANSO)" TO RPT-LINEA (48:26)
004730     PERFORM 6900-ESCRIBIR-LINEA
004740     MOVE SPACES TO RPT-LINEA
004750     PERFORM 6900-ESCRIBIR-LINEA
004760     MOVE "  E-ID" TO RPT-LINEA
004770     MOVE "NOMBRE" TO RPT-LINEA (34:6)
004780     MOVE "MES"     TO RPT-LINEA (68:3)
004790     MOVE "ANIO"    TO RPT-LINEA (76:4)
004800     MOVE "COMPEN." TO RPT-LINEA (82:7)
004810     MOVE "USADAS"  TO RPT-LINEA (92:6)
004820     MOVE "RESTAN"  TO RPT-LINEA (101:6)
004830     PERFORM 6900-ESCRIBIR-LINEA.
004840
004850*----------------------------------------------------------------
004860* 5900-CERRAR-LISTADO - COMPANY TOTALS, THEN CLOSE AND SPOOL.
004870*----------------------------------------------------------------
004880 5900-CERRAR-LISTADO.
004890     MOVE SPACES TO RPT-LINEA
004900     PERFORM 6900-ESCRIBIR-LINEA
004910     MOVE HE-TOT-EMPLEADOS TO HE-CONTADOR-EDIT
004920     MOVE SPACES TO RPT-LINEA
004930     STRING "EMPLEADOS CON HORAS EXTRA EN EL ANIO : "
004940         HE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004950     PERFORM 6900-ESCRIBIR-LINEA
004960     MOVE HE-TOT-USADAS TO HE-TOTAL-EDIT
004970     MOVE SPACES TO RPT-LINEA
004980     STRING "HORAS USADAS EN LA EMPRESA          : "
004990         HE-TOTAL-EDIT DELIMITED BY SIZE INTO RPT-LINEA
005000     PERFORM 6900-ESCRIBIR-LINEA
005010     MOVE HE-TOT-AVISOS TO HE-CONTADOR-EDIT
005020     MOVE SPACES TO RPT-LINEA
005030     STRING "EMPLEADOS POR ENCIMA DEL 80%        : "
005040         HE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
005050     PERFORM 6900-ESCRIBIR-LINEA
005060     MOVE HE-TOT-SUPERADOS TO HE-CONTADOR-EDIT
005070     MOVE SPACES TO RPT-LINEA
005080     STRING "  DE ELLOS, CON EL LIMITE SUPERADO  : "
005090         HE-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
005100     PERFORM 6900-ESCRIBIR-LINEA
005110     IF HE-DESTINO-IMPRESORA
005120         CLOSE EMPHEXR-IMPRESORA
005130     ELSE
005140         CLOSE EMPHEXR-REPORTE
005150         MOVE "EMPHEXR.RPT" TO HE-ARCHIVO-SPOOL
005160         CALL "SPOOLCAT" USING HE-LOG-PROGRAMA,
005170             HE-ARCHIVO-SPOOL, HE-SPL-OPERADOR
005180     END-IF.
005190
005200*----------------------------------------------------------------
005210* 6900-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
005220*                       RPTROUTE SELECTED.
005230*----------------------------------------------------------------
005240 6900-ESCRIBIR-LINEA.
005250     IF HE-DESTINO-IMPRESORA
005260         MOVE RPT-LINEA TO LINEA-IMPRESORA
005270         WRITE LINEA-IMPRESORA
005280     ELSE
005290         WRITE RPT-LINEA
005300     END-IF.
005310
005320 9999-EXIT.
005330     GOBACK.
005340 END PROGRAM EMPHEXR.
