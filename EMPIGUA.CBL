000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       ANNUAL PAY-EQUALITY REGISTER (REGISTRO
000060*                RETRIBUTIVO).  SUMS THE YEAR'S EMPPAYH.DAT
000070*                PAYROLL HISTORY PER EMPLOYEE - BASE SALARY
000080*                (PH-BRUTO PLUS PH-RETRO), COMPLEMENTS
000090*                (PH-TRIENIO, PH-VARIABLE, PH-IT-COMPLEMENTO AND
000100*                PH-ESPECIE) AND TOTAL PAY - AND LISTS EVERY GROUP
000110*                OF E-CATEGORIA AND E-BANDA WITH THE HEADCOUNT AND
000120*                THE MEAN AND MEDIAN OF EACH AMOUNT FOR WOMEN AND
000130*                FOR MEN, PLUS THE GAP BETWEEN THEM AS A
000140*                PERCENTAGE OF THE MEN'S MEAN TOTAL PAY.  A GROUP
000150*                WHOSE GAP REACHES 25 PER CENT EITHER WAY IS
000160*                FLAGGED FOR A WRITTEN JUSTIFICATION AND ENDS THE
000170*                JOB WITH RETURN CODE 4.  EMPLOYEES WITH NO E-SEXO
000180*                RECORDED ARE LEFT OUT AND COUNTED ON THE TOTALS
000190*                PAGE SO THEY CAN BE KEYED IN EMPMAINT.
000200* TECTONICS:     cobc -x -std=ibm -I copybooks EMPIGUA.CBL
000210*                RPTROUTE RPTBANNER RUNLOG OPERSES SPOOLCAT
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   ---------- ----  ----------------------------------------
000260*   2026-10-15  RT   ORIGINAL PROGRAM.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EMPIGUA.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     COPY EMPFSEL.
000350     COPY EMPPHSEL.
000360
000370     SELECT IGU-WORK-FILE
000380         ASSIGN TO "EMPIGUA.WRK".
000390
000400     SELECT IGU-ORDENADO
000410         ASSIGN TO "EMPIGUA.SRT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS ORD-FILE-STATUS.
000440
000450     SELECT EMPIGUA-REPORTE
000460         ASSIGN TO "EMPIGUA.RPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RPT-FILE-STATUS.
000490
000500     SELECT EMPIGUA-IMPRESORA
000510         ASSIGN TO "EMPIGUA.PRN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PRN-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  EMPLEADOS-ARCHIVO.
000580     COPY EMPREG.
000590
000600 FD  EMPLEADOS-PAY-HIST.
000610     COPY EMPPAYH.
000620
000630 SD  IGU-WORK-FILE.
000640 01  SRT-REGISTRO.
000650     05  SRT-CATEGORIA       PIC X(04).
000660     05  SRT-BANDA           PIC X(02).
000670     05  SRT-SEXO            PIC X(01).
000680     05  SRT-E-ID            PIC X(50).
000690     05  SRT-BASE            PIC S9(9)V99.
000700     05  SRT-COMPLEMENTOS    PIC S9(9)V99.
000710     05  SRT-TOTAL           PIC S9(9)V99.
000720
000730 FD  IGU-ORDENADO.
000740 01  ORD-REGISTRO.
000750     05  ORD-CATEGORIA       PIC X(04).
000760     05  ORD-BANDA           PIC X(02).
000770     05  ORD-SEXO            PIC X(01).
000780     05  ORD-E-ID            PIC X(50).
000790     05  ORD-BASE            PIC S9(9)V99.
000800     05  ORD-COMPLEMENTOS    PIC S9(9)V99.
000810     05  ORD-TOTAL           PIC S9(9)V99.
000820
000830 FD  EMPIGUA-REPORTE.
000840 01  RPT-LINEA                PIC X(132).
000850
000860 FD  EMPIGUA-IMPRESORA.
000870 01  LINEA-IMPRESORA          PIC X(132).
000880
000890 WORKING-STORAGE SECTION.
000900 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000910 01  PH-FILE-STATUS           PIC XX VALUE SPACES.
000920 01  ORD-FILE-STATUS          PIC XX VALUE SPACES.
000930 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000940 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
000950
000960 01  EMP-EOF-SW               PIC X VALUE "N".
000970     88  EMP-EOF              VALUE "Y".
000980 01  ORD-EOF-SW               PIC X VALUE "N".
000990     88  ORD-EOF              VALUE "Y".
001000 01  TB-EOF-SW                PIC X VALUE "N".
001010     88  TB-EOF               VALUE "Y".
001020
001030 01  IG-DESTINO               PIC X(01) VALUE "F".
001040     88  IG-DESTINO-IMPRESORA VALUE "P".
001050 01  IG-BANNER                PIC X(80) VALUE SPACES.
001060 01  IG-ANIO                  PIC 9(04) VALUE ZERO.
001070 01  IG-ANIO-ENTRADA          PIC X(04) VALUE SPACES.
001080 01  IG-ANIO-LISTO-SW         PIC X VALUE "N".
001090     88  IG-ANIO-LISTO        VALUE "Y".
001100
001110*    THE GAP, AS A PERCENTAGE OF THE MEN'S MEAN TOTAL PAY, THAT
001120*    OBLIGES THE COMPANY TO JUSTIFY THE DIFFERENCE IN WRITING.
001130 01  IG-UMBRAL-BRECHA         PIC 9(3) VALUE 25.
001140
001150*    THE YEAR'S HISTORY SUMMED PER EMPLOYEE.
001160 01  IG-ACU-TABLA.
001170     05  IG-ACU-MAX           PIC 9(4) VALUE 0.
001180     05  IG-ACU-ENTRADA OCCURS 2000 TIMES.
001190         10  IG-ACU-E-ID      PIC X(50).
001200         10  IG-ACU-BASE      PIC S9(9)V99.
001210         10  IG-ACU-COMPL     PIC S9(9)V99.
001220 01  IG-ACU-IDX               PIC 9(4) VALUE 0.
001230 01  IG-ACU-HALLADO           PIC 9(4) VALUE 0.
001240 01  IG-ACU-LLENA-SW          PIC X VALUE "N".
001250     88  IG-ACU-LLENA         VALUE "Y".
001260
001270*    ONE GROUP'S AMOUNTS, BY SEX (1 MUJERES, 2 HOMBRES) AND BY
001280*    MEASURE (1 BASE, 2 COMPLEMENTS, 3 TOTAL), EACH LIST KEPT IN
001290*    ASCENDING ORDER AS IT IS FILLED SO THE MEDIAN CAN BE READ
001300*    STRAIGHT OFF THE MIDDLE.
001310 01  IG-GRUPO-TABLA.
001320     05  IG-SEXO-ENTRADA OCCURS 2 TIMES.
001330         10  IG-N             PIC 9(4).
001340         10  IG-MEDIDA-ENTRADA OCCURS 3 TIMES.
001350             15  IG-SUMA      PIC S9(11)V99.
001360             15  IG-MEDIA     PIC S9(9)V99.
001370             15  IG-MEDIANA   PIC S9(9)V99.
001380             15  IG-VAL       PIC S9(9)V99 OCCURS 2000 TIMES.
001390 01  IG-S                     PIC 9(1) VALUE 0.
001400 01  IG-M                     PIC 9(1) VALUE 0.
001410 01  IG-POS                   PIC 9(4) VALUE 0.
001420 01  IG-POS-ANT               PIC 9(4) VALUE 0.
001430 01  IG-MITAD                 PIC 9(4) VALUE 0.
001440 01  IG-MITAD-SIG             PIC 9(4) VALUE 0.
001450 01  IG-VALOR                 PIC S9(9)V99 VALUE 0.
001460 01  IG-SITIO-SW              PIC X VALUE "N".
001470     88  IG-SITIO             VALUE "Y".
001480 01  IG-GRUPO-LLENO-SW        PIC X VALUE "N".
001490     88  IG-GRUPO-LLENO       VALUE "Y".
001500
001510 01  IG-CATEGORIA-ACTUAL      PIC X(04) VALUE SPACES.
001520 01  IG-BANDA-ACTUAL          PIC X(02) VALUE SPACES.
001530 01  IG-CATEGORIA-NOMBRE      PIC X(13) VALUE SPACES.
001540 01  IG-BANDA-NOMBRE          PIC X(13) VALUE SPACES.
001550 01  IG-PRIMERO-SW            PIC X VALUE "Y".
001560     88  IG-PRIMERO           VALUE "Y".
001570 01  IG-BRECHA                PIC S9(3)V99 VALUE 0.
001580 01  IG-BRECHA-MEDIANA        PIC S9(3)V99 VALUE 0.
001590 01  IG-AVISO                 PIC X(30) VALUE SPACES.
001600
001610 01  IG-TOT-GRUPOS            PIC 9(05) VALUE 0.
001620 01  IG-TOT-AVISOS            PIC 9(05) VALUE 0.
001630 01  IG-TOT-MUJERES           PIC 9(05) VALUE 0.
001640 01  IG-TOT-HOMBRES           PIC 9(05) VALUE 0.
001650 01  IG-TOT-SIN-SEXO          PIC 9(05) VALUE 0.
001660 01  IG-TOT-FUERA-MAESTRO     PIC 9(05) VALUE 0.
001670 01  IG-TOT-EMPLEADOS         PIC 9(05) VALUE 0.
001680
001690 01  IG-SEXO-NOMBRE           PIC X(08) VALUE SPACES.
001700 01  IG-N-EDIT                PIC ZZ,ZZ9.
001710 01  IG-B-MEDIA-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
001720 01  IG-B-MEDIANA-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
001730 01  IG-C-MEDIA-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
001740 01  IG-C-MEDIANA-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
001750 01  IG-T-MEDIA-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
001760 01  IG-T-MEDIANA-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
001770 01  IG-BRECHA-EDIT           PIC -ZZ9.99.
001780 01  IG-BRECHA-MED-EDIT       PIC -ZZ9.99.
001790 01  IG-CONTADOR-EDIT         PIC ZZ,ZZ9.
001800
001810 01  IG-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
001820 01  IG-SPL-OPERADOR          PIC X(08) VALUE SPACES.
001830 01  IG-SPL-NIVEL             PIC X(01) VALUE SPACES.
001840 01  IG-LOG-PROGRAMA          PIC X(08) VALUE "EMPIGUA".
001850 01  IG-LOG-EVENTO            PIC X(06) VALUE SPACES.
001860 01  IG-LOG-CONTADOR          PIC 9(07) VALUE 0.
001870 01  IG-LOG-RETORNO           PIC 9(04) VALUE 0.
001880
001890 PROCEDURE DIVISION.
001900
001910 0000-MAINLINE.
001920     MOVE "INICIO" TO IG-LOG-EVENTO
001930     CALL "RUNLOG" USING IG-LOG-PROGRAMA, IG-LOG-EVENTO,
001940         IG-LOG-CONTADOR, IG-LOG-RETORNO
001950     PERFORM 1000-INITIALIZE
001960     PERFORM 2000-CARGAR-HISTORIA
001970     PERFORM 3000-ORDENAR-EMPLEADOS
001980     PERFORM 5000-ABRIR-LISTADO
001990     PERFORM 4000-LISTAR
002000     PERFORM 5900-CERRAR-LISTADO
002010     MOVE ZERO TO RETURN-CODE
002020     IF IG-TOT-AVISOS > ZERO
002030         DISPLAY "EMPIGUA: " IG-TOT-AVISOS " GRUPO(S) CON UNA"
002040             " BRECHA DEL 25% O MAS - REQUIEREN JUSTIFICACION"
002050         MOVE 4 TO RETURN-CODE
002060     END-IF
002070     IF IG-TOT-SIN-SEXO > ZERO
002080         DISPLAY "EMPIGUA: " IG-TOT-SIN-SEXO " EMPLEADO(S) SIN"
002090             " SEXO REGISTRADO - NO ENTRAN EN EL REGISTRO"
002100     END-IF
002110     MOVE "FIN" TO IG-LOG-EVENTO
002120     MOVE IG-TOT-EMPLEADOS TO IG-LOG-CONTADOR
002130     MOVE RETURN-CODE TO IG-LOG-RETORNO
002140     CALL "RUNLOG" USING IG-LOG-PROGRAMA, IG-LOG-EVENTO,
002150         IG-LOG-CONTADOR, IG-LOG-RETORNO
002160     MOVE IG-LOG-RETORNO TO RETURN-CODE
002170     PERFORM 9999-EXIT.
002180
002190*----------------------------------------------------------------
002200* 1000-INITIALIZE - THE YEAR BEING REPORTED.  ENTER TAKES THE LAST
002210*                   CLOSED YEAR, THE ONE THE REGISTER IS NORMALLY
002220*                   KEPT FOR.
002230*----------------------------------------------------------------
002240 1000-INITIALIZE.
002250     CALL "OPERSES" USING IG-SPL-OPERADOR, IG-SPL-NIVEL
002260     MOVE "N" TO IG-ANIO-LISTO-SW
002270     PERFORM 1100-CAPTURAR-ANIO UNTIL IG-ANIO-LISTO.
002280
002290 1100-CAPTURAR-ANIO.
002300     DISPLAY "EJERCICIO AAAA (ENTER = ANIO ANTERIOR): "
002310     ACCEPT IG-ANIO-ENTRADA
002320     IF IG-ANIO-ENTRADA = SPACES
002330         MOVE FUNCTION CURRENT-DATE(1:4) TO IG-ANIO
002340         SUBTRACT 1 FROM IG-ANIO
002350         MOVE "Y" TO IG-ANIO-LISTO-SW
002360     ELSE
002370         IF IG-ANIO-ENTRADA IS NUMERIC AND
002380                 IG-ANIO-ENTRADA > "1900"
002390             MOVE IG-ANIO-ENTRADA TO IG-ANIO
002400             MOVE "Y" TO IG-ANIO-LISTO-SW
002410         ELSE
002420             DISPLAY "EJERCICIO INVALIDO - CUATRO DIGITOS"
002430         END-IF
002440     END-IF.
002450
002460*----------------------------------------------------------------
002470* 2000-CARGAR-HISTORIA - SUM THE YEAR'S PAYROLL HISTORY PER
002480*                        EMPLOYEE.  EVERY ROW IS ADDED AS IT
002490*                        STANDS: AN OFF-CYCLE ANULACION ROW
002500*                        CARRIES THE AMOUNTS IT CANCELS NEGATED,
002510*                        SO THE SUM IS WHAT WAS FINALLY PAID.
002520*----------------------------------------------------------------
002530 2000-CARGAR-HISTORIA.
002540     MOVE ZERO TO IG-ACU-MAX
002550     MOVE "N" TO TB-EOF-SW
002560     OPEN INPUT EMPLEADOS-PAY-HIST
002570     IF PH-FILE-STATUS = "00"
002580         PERFORM 2100-LEER-HISTORIA
002590         PERFORM 2200-ACUMULAR-HISTORIA UNTIL TB-EOF
002600     ELSE
002610         DISPLAY "EMPIGUA: NO EXISTE EMPPAYH.DAT - NO HAY NOMINAS"
002620             " QUE ANALIZAR"
002630     END-IF
002640     IF PH-FILE-STATUS = "00" OR PH-FILE-STATUS = "05"
002650             OR PH-FILE-STATUS = "10"
002660         CLOSE EMPLEADOS-PAY-HIST
002670     END-IF.
002680
002690 2100-LEER-HISTORIA.
002700     READ EMPLEADOS-PAY-HIST
002710         AT END
002720             MOVE "Y" TO TB-EOF-SW
002730     END-READ.
002740
002750 2200-ACUMULAR-HISTORIA.
002760     IF PH-PERIODO(1:4) = IG-ANIO
002770         MOVE 0 TO IG-ACU-HALLADO
002780         PERFORM 2300-BUSCAR-EMPLEADO
002790             VARYING IG-ACU-IDX FROM 1 BY 1
002800             UNTIL IG-ACU-IDX > IG-ACU-MAX OR IG-ACU-HALLADO > 0
002810         IF IG-ACU-HALLADO = 0
002820             IF IG-ACU-MAX < 2000
002830                 ADD 1 TO IG-ACU-MAX
002840                 MOVE IG-ACU-MAX TO IG-ACU-HALLADO
002850                 MOVE PH-E-ID TO IG-ACU-E-ID (IG-ACU-MAX)
002860                 MOVE ZERO TO IG-ACU-BASE (IG-ACU-MAX)
002870                 MOVE ZERO TO IG-ACU-COMPL (IG-ACU-MAX)
002880             ELSE
002890                 IF NOT IG-ACU-LLENA
002900                     DISPLAY "EMPIGUA: TABLA DE EMPLEADOS LLENA -"
002910                         " SOLO SE ANALIZAN LOS PRIMEROS 2000"
002920                     MOVE "Y" TO IG-ACU-LLENA-SW
002930                 END-IF
002940             END-IF
002950         END-IF
002960         IF IG-ACU-HALLADO > 0
002970             COMPUTE IG-ACU-BASE (IG-ACU-HALLADO) =
002980                 IG-ACU-BASE (IG-ACU-HALLADO) + PH-BRUTO
002990                 + PH-RETRO
003000             COMPUTE IG-ACU-COMPL (IG-ACU-HALLADO) =
003010                 IG-ACU-COMPL (IG-ACU-HALLADO) + PH-TRIENIO
003020                 + PH-VARIABLE + PH-IT-COMPLEMENTO + PH-ESPECIE
003030         END-IF
003040     END-IF
003050     PERFORM 2100-LEER-HISTORIA.
003060
003070 2300-BUSCAR-EMPLEADO.
003080     IF IG-ACU-E-ID (IG-ACU-IDX) = PH-E-ID
003090         MOVE IG-ACU-IDX TO IG-ACU-HALLADO
003100     END-IF.
003110
003120*----------------------------------------------------------------
003130* 3000-ORDENAR-EMPLEADOS - ONE SORT RECORD PER EMPLOYEE ON THE
003140*                          MASTER WHO WAS PAID IN THE YEAR AND HAS
003150*                          E-SEXO RECORDED, IN CATEGORY, BAND AND
003160*                          SEX ORDER.  THE EMPLOYEES LEFT OUT ARE
003170*                          COUNTED FOR THE TOTALS.
003180*----------------------------------------------------------------
003190 3000-ORDENAR-EMPLEADOS.
003200     SORT IGU-WORK-FILE
003210         ON ASCENDING KEY SRT-CATEGORIA SRT-BANDA SRT-SEXO
003220         INPUT PROCEDURE IS 3100-LIBERAR-EMPLEADOS
003230         GIVING IGU-ORDENADO.
003240
003250 3100-LIBERAR-EMPLEADOS.
003260     MOVE "N" TO EMP-EOF-SW
003270     OPEN INPUT EMPLEADOS-ARCHIVO
003280     PERFORM 3110-LEER-EMPLEADO
003290     PERFORM 3120-LIBERAR-EMPLEADO UNTIL EMP-EOF
003300     CLOSE EMPLEADOS-ARCHIVO
003310     MOVE IG-ACU-MAX TO IG-TOT-FUERA-MAESTRO
003320     SUBTRACT IG-TOT-EMPLEADOS FROM IG-TOT-FUERA-MAESTRO
003330     SUBTRACT IG-TOT-SIN-SEXO FROM IG-TOT-FUERA-MAESTRO.
003340
003350 3110-LEER-EMPLEADO.
003360     READ EMPLEADOS-ARCHIVO NEXT RECORD
003370         AT END
003380             MOVE "Y" TO EMP-EOF-SW
003390     END-READ.
003400
003410 3120-LIBERAR-EMPLEADO.
003420     MOVE 0 TO IG-ACU-HALLADO
003430     PERFORM 3130-COMPARAR-EMPLEADO
003440         VARYING IG-ACU-IDX FROM 1 BY 1
003450         UNTIL IG-ACU-IDX > IG-ACU-MAX OR IG-ACU-HALLADO > 0
003460     IF IG-ACU-HALLADO > 0
003470         IF E-SEXO-VALIDO
003480             MOVE E-CATEGORIA TO SRT-CATEGORIA
003490             MOVE E-BANDA     TO SRT-BANDA
003500             MOVE E-SEXO      TO SRT-SEXO
003510             MOVE E-ID        TO SRT-E-ID
003520             MOVE IG-ACU-BASE (IG-ACU-HALLADO) TO SRT-BASE
003530             MOVE IG-ACU-COMPL (IG-ACU-HALLADO)
003540                 TO SRT-COMPLEMENTOS
003550             COMPUTE SRT-TOTAL = SRT-BASE + SRT-COMPLEMENTOS
003560             RELEASE SRT-REGISTRO
003570             ADD 1 TO IG-TOT-EMPLEADOS
003580         ELSE
003590             ADD 1 TO IG-TOT-SIN-SEXO
003600         END-IF
003610     END-IF
003620     PERFORM 3110-LEER-EMPLEADO.
003630
003640 3130-COMPARAR-EMPLEADO.
003650     IF IG-ACU-E-ID (IG-ACU-IDX) = E-ID
003660         MOVE IG-ACU-IDX TO IG-ACU-HALLADO
003670     END-IF.
003680
003690*----------------------------------------------------------------
003700* 4000-LISTAR - READ THE SORTED EMPLOYEES WITH A CONTROL BREAK ON
003710*               CATEGORY AND BAND; EACH GROUP IS PRINTED WHEN ITS
003720*               LAST EMPLOYEE HAS BEEN READ.
003730*----------------------------------------------------------------
003740 4000-LISTAR.
003750     MOVE "N" TO ORD-EOF-SW
003760     MOVE "Y" TO IG-PRIMERO-SW
003770     OPEN INPUT IGU-ORDENADO
003780     PERFORM 4100-LEER-ORDENADO
003790     PERFORM 4200-PROCESAR-EMPLEADO UNTIL ORD-EOF
003800     IF NOT IG-PRIMERO
003810         PERFORM 4500-CERRAR-GRUPO
003820     END-IF
003830     CLOSE IGU-ORDENADO.
003840
003850 4100-LEER-ORDENADO.
003860     READ IGU-ORDENADO
003870         AT END
003880             MOVE "Y" TO ORD-EOF-SW
003890     END-READ.
003900
003910 4200-PROCESAR-EMPLEADO.
003920     IF IG-PRIMERO OR ORD-CATEGORIA NOT = IG-CATEGORIA-ACTUAL
003930             OR ORD-BANDA NOT = IG-BANDA-ACTUAL
003940         IF NOT IG-PRIMERO
003950             PERFORM 4500-CERRAR-GRUPO
003960         END-IF
003970         PERFORM 4400-ABRIR-GRUPO
003980     END-IF
003990     IF ORD-SEXO = "M"
004000         MOVE 1 TO IG-S
004010         ADD 1 TO IG-TOT-MUJERES
004020     ELSE
004030         MOVE 2 TO IG-S
004040         ADD 1 TO IG-TOT-HOMBRES
004050     END-IF
004060     IF IG-N (IG-S) < 2000
004070         ADD 1 TO IG-N (IG-S)
004080         MOVE 1 TO IG-M
004090         MOVE ORD-BASE TO IG-VALOR
004100         PERFORM 4300-INSERTAR-VALOR
004110         MOVE 2 TO IG-M
004120         MOVE ORD-COMPLEMENTOS TO IG-VALOR
004130         PERFORM 4300-INSERTAR-VALOR
004140         MOVE 3 TO IG-M
004150         MOVE ORD-TOTAL TO IG-VALOR
004160         PERFORM 4300-INSERTAR-VALOR
004170     ELSE
004180         IF NOT IG-GRUPO-LLENO
004190             DISPLAY "EMPIGUA: MAS DE 2000 EMPLEADOS EN EL GRUPO "
004200                 IG-CATEGORIA-ACTUAL "/" IG-BANDA-ACTUAL
004210                 " - SOLO CUENTAN LOS PRIMEROS 2000"
004220             MOVE "Y" TO IG-GRUPO-LLENO-SW
004230         END-IF
004240     END-IF
004250     PERFORM 4100-LEER-ORDENADO.
004260
004270*----------------------------------------------------------------
004280* 4300-INSERTAR-VALOR - ADD IG-VALOR TO THE SUM AND SLOT IT INTO
004290*                       ITS ORDERED LIST, SHIFTING THE LARGER
004300*                       VALUES ONE PLACE UP.
004310*----------------------------------------------------------------
004320 4300-INSERTAR-VALOR.
004330     ADD IG-VALOR TO IG-SUMA (IG-S, IG-M)
004340     MOVE IG-N (IG-S) TO IG-POS
004350     MOVE "N" TO IG-SITIO-SW
004360     PERFORM 4310-BUSCAR-SITIO UNTIL IG-SITIO
004370     MOVE IG-VALOR TO IG-VAL (IG-S, IG-M, IG-POS).
004380
004390 4310-BUSCAR-SITIO.
004400     IF IG-POS = 1
004410         MOVE "Y" TO IG-SITIO-SW
004420     ELSE
004430         COMPUTE IG-POS-ANT = IG-POS - 1
004440         IF IG-VAL (IG-S, IG-M, IG-POS-ANT) <= IG-VALOR
004450             MOVE "Y" TO IG-SITIO-SW
004460         ELSE
004470             MOVE IG-VAL (IG-S, IG-M, IG-POS-ANT)
004480                 TO IG-VAL (IG-S, IG-M, IG-POS)
004490             MOVE IG-POS-ANT TO IG-POS
004500         END-IF
004510     END-IF.
004520
004530 4400-ABRIR-GRUPO.
004540     MOVE "N" TO IG-PRIMERO-SW
004550     MOVE "N" TO IG-GRUPO-LLENO-SW
004560     MOVE ORD-CATEGORIA TO IG-CATEGORIA-ACTUAL
004570     MOVE ORD-BANDA TO IG-BANDA-ACTUAL
004580     MOVE ZERO TO IG-N (1) IG-N (2)
004590     PERFORM 4410-LIMPIAR-SUMAS
004600         VARYING IG-M FROM 1 BY 1 UNTIL IG-M > 3.
004610
004620 4410-LIMPIAR-SUMAS.
004630     MOVE ZERO TO IG-SUMA (1, IG-M) IG-SUMA (2, IG-M).
004640
004650*----------------------------------------------------------------
004660* 4500-CERRAR-GRUPO - MEANS AND MEDIANS FOR EACH SEX, ONE LINE PER
004670*                     SEX, THEN THE GAP.  THE GAP NEEDS BOTH SEXES
004680*                     IN THE GROUP AND A POSITIVE MEN'S MEAN;
004690*                     OTHERWISE IT IS SHOWN AS NOT APPLICABLE.
004700*----------------------------------------------------------------
004710 4500-CERRAR-GRUPO.
004720     ADD 1 TO IG-TOT-GRUPOS
004730     MOVE SPACES TO RPT-LINEA
004740     PERFORM 6900-ESCRIBIR-LINEA
004750     MOVE IG-CATEGORIA-ACTUAL TO IG-CATEGORIA-NOMBRE
004760     IF IG-CATEGORIA-ACTUAL = SPACES
004770         MOVE "(SIN ASIGNAR)" TO IG-CATEGORIA-NOMBRE
004780     END-IF
004790     MOVE IG-BANDA-ACTUAL TO IG-BANDA-NOMBRE
004800     IF IG-BANDA-ACTUAL = SPACES
004810         MOVE "(SIN ASIGNAR)" TO IG-BANDA-NOMBRE
004820     END-IF
004830     STRING "CATEGORIA " IG-CATEGORIA-NOMBRE
004840         "  BANDA " IG-BANDA-NOMBRE
004850         DELIMITED BY SIZE INTO RPT-LINEA
004860     PERFORM 6900-ESCRIBIR-LINEA
004870     PERFORM 4510-CALCULAR-SEXO
004880         VARYING IG-S FROM 1 BY 1 UNTIL IG-S > 2
004890     PERFORM 4600-LINEA-SEXO
004900         VARYING IG-S FROM 1 BY 1 UNTIL IG-S > 2
004910     PERFORM 4700-LINEA-BRECHA.
004920
004930 4510-CALCULAR-SEXO.
004940     PERFORM 4520-CALCULAR-MEDIDA
004950         VARYING IG-M FROM 1 BY 1 UNTIL IG-M > 3.
004960
004970 4520-CALCULAR-MEDIDA.
004980     MOVE ZERO TO IG-MEDIA (IG-S, IG-M) IG-MEDIANA (IG-S, IG-M)
004990     IF IG-N (IG-S) > 0
005000         COMPUTE IG-MEDIA (IG-S, IG-M) ROUNDED =
005010             IG-SUMA (IG-S, IG-M) / IG-N (IG-S)
005020         DIVIDE IG-N (IG-S) BY 2 GIVING IG-MITAD
005030         COMPUTE IG-MITAD-SIG = IG-MITAD + 1
005040         IF IG-MITAD * 2 = IG-N (IG-S)
005050             COMPUTE IG-MEDIANA (IG-S, IG-M) ROUNDED =
005060                 (IG-VAL (IG-S, IG-M, IG-MITAD)
005070                 + IG-VAL (IG-S, IG-M, IG-MITAD-SIG)) / 2
005080         ELSE
005090             MOVE IG-VAL (IG-S, IG-M, IG-MITAD-SIG)
005100                 TO IG-MEDIANA (IG-S, IG-M)
005110         END-IF
005120     END-IF.
005130
005140 4600-LINEA-SEXO.
005150     IF IG-S = 1
005160         MOVE "MUJERES" TO IG-SEXO-NOMBRE
005170     ELSE
005180         MOVE "HOMBRES" TO IG-SEXO-NOMBRE
005190     END-IF
005200     MOVE IG-N (IG-S)             TO IG-N-EDIT
005210     MOVE IG-MEDIA (IG-S, 1)      TO IG-B-MEDIA-EDIT
005220     MOVE IG-MEDIANA (IG-S, 1)    TO IG-B-MEDIANA-EDIT
005230     MOVE IG-MEDIA (IG-S, 2)      TO IG-C-MEDIA-EDIT
005240     MOVE IG-MEDIANA (IG-S, 2)    TO IG-C-MEDIANA-EDIT
005250     MOVE IG-MEDIA (IG-S, 3)      TO IG-T-MEDIA-EDIT
005260     MOVE IG-MEDIANA (IG-S, 3)    TO IG-T-MEDIANA-EDIT
005270     MOVE SPACES TO RPT-LINEA
005280     STRING "  " IG-SEXO-NOMBRE " " IG-N-EDIT " "
005290         IG-B-MEDIA-EDIT " " IG-B-MEDIANA-EDIT " "
005300         IG-C-MEDIA-EDIT " " IG-C-MEDIANA-EDIT " "
005310         IG-T-MEDIA-EDIT " " IG-T-MEDIANA-EDIT
005320         DELIMITED BY SIZE INTO RPT-LINEA
005330     PERFORM 6900-ESCRIBIR-LINEA.
005340
005350 4700-LINEA-BRECHA.
005360     MOVE SPACES TO RPT-LINEA
005370     IF IG-N (1) = 0 OR IG-N (2) = 0 OR IG-MEDIA (2, 3) NOT > 0
005380         MOVE "  BRECHA: NO APLICABLE (FALTA UNO DE LOS SEXOS)"
005390             TO RPT-LINEA
005400     ELSE
005410         COMPUTE IG-BRECHA ROUNDED =
005420             (IG-MEDIA (2, 3) - IG-MEDIA (1, 3)) * 100
005430             / IG-MEDIA (2, 3)
005440             ON SIZE ERROR
005450                 MOVE -999.99 TO IG-BRECHA
005460         END-COMPUTE
005470         MOVE ZERO TO IG-BRECHA-MEDIANA
005480         IF IG-MEDIANA (2, 3) > 0
005490             COMPUTE IG-BRECHA-MEDIANA ROUNDED =
005500                 (IG-MEDIANA (2, 3) - IG-MEDIANA (1, 3)) * 100
005510                 / IG-MEDIANA (2, 3)
005520                 ON SIZE ERROR
005530                     MOVE -999.99 TO IG-BRECHA-MEDIANA
005540             END-COMPUTE
005550         END-IF
005560         MOVE SPACES TO IG-AVISO
005570         IF IG-BRECHA >= IG-UMBRAL-BRECHA
005580                 OR IG-BRECHA <= 0 - IG-UMBRAL-BRECHA
005590             MOVE "** 25% O MAS - JUSTIFICAR **" TO IG-AVISO
005600             ADD 1 TO IG-TOT-AVISOS
005610         END-IF
005620         MOVE IG-BRECHA TO IG-BRECHA-EDIT
005630         MOVE IG-BRECHA-MEDIANA TO IG-BRECHA-MED-EDIT
005640         STRING "  BRECHA RETRIBUCION TOTAL: MEDIA "
005650             IG-BRECHA-EDIT "%  MEDIANA " IG-BRECHA-MED-EDIT "%  "
005660             IG-AVISO
005670             DELIMITED BY SIZE INTO RPT-LINEA
005680     END-IF
005690     PERFORM 6900-ESCRIBIR-LINEA.
005700
005710*----------------------------------------------------------------
005720* 5000-ABRIR-LISTADO - OPEN THE REPORT AND WRITE ITS HEADINGS.
005730*----------------------------------------------------------------
005740 5000-ABRIR-LISTADO.
005750     CALL "RPTROUTE" USING IG-DESTINO
005760     IF IG-DESTINO-IMPRESORA
005770         OPEN OUTPUT EMPIGUA-IMPRESORA
005780         DISPLAY "EMPIGUA: SALIDA A EMPIGUA.PRN (IMPRESORA)"
005790     ELSE
005800         OPEN OUTPUT EMPIGUA-REPORTE
005810     END-IF
005820     CALL "RPTBANNER" USING IG-BANNER
005830     MOVE IG-BANNER TO RPT-LINEA
005840     PERFORM 6900-ESCRIBIR-LINEA
005850     MOVE SPACES TO RPT-LINEA
005860     STRING "REGISTRO RETRIBUTIVO POR CATEGORIA, BANDA Y SEXO"
005870         " - EJERCICIO " IG-ANIO
005880         DELIMITED BY SIZE INTO RPT-LINEA
005890     PERFORM 6900-ESCRIBIR-LINEA
005900     MOVE "(BASE = SALARIO + ATRASOS; COMPLEMENTOS = TRIENIOS,"
005910         TO RPT-LINEA
005920     MOVE " VARIABLE, COMPLEMENTO IT Y ESPECIE; BRECHA SOBRE LA"
005930         TO RPT-LINEA (52:52)
005940     PERFORM 6900-ESCRIBIR-LINEA
005950     MOVE " RETRIBUCION TOTAL DE LOS HOMBRES)" TO RPT-LINEA
005960     PERFORM 6900-ESCRIBIR-LINEA
005970     MOVE SPACES TO RPT-LINEA
005980     PERFORM 6900-ESCRIBIR-LINEA
005990     MOVE "  SEXO     PLANTILLA" TO RPT-LINEA
006000     MOVE "BASE MEDIA"    TO RPT-LINEA (24:10)
006010     MOVE "BASE MEDIANA"  TO RPT-LINEA (38:12)
006020     MOVE "COMPL. MEDIA"  TO RPT-LINEA (54:12)
006030     MOVE "COMPL. MEDIANA" TO RPT-LINEA (68:14)
006040     MOVE "TOTAL MEDIA"   TO RPT-LINEA (87:11)
006050     MOVE "TOTAL MEDIANA" TO RPT-LINEA (101:13)
006060     PERFORM 6900-ESCRIBIR-LINEA.
006070
006080*----------------------------------------------------------------
006090* 5900-CERRAR-LISTADO - COMPANY TOTALS, THEN CLOSE AND SPOOL.
006100*----------------------------------------------------------------
006110 5900-CERRAR-LISTADO.
006120     MOVE SPACES TO RPT-LINEA
006130     PERFORM 6900-ESCRIBIR-LINEA
006140     MOVE IG-TOT-GRUPOS TO IG-CONTADOR-EDIT
006150     MOVE SPACES TO RPT-LINEA
006160     STRING "GRUPOS CATEGORIA/BANDA ANALIZADOS    : "
006170         IG-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006180     PERFORM 6900-ESCRIBIR-LINEA
006190     MOVE IG-TOT-AVISOS TO IG-CONTADOR-EDIT
006200     MOVE SPACES TO RPT-LINEA
006210     STRING "GRUPOS CON BRECHA DEL 25% O MAS      : "
006220         IG-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006230     PERFORM 6900-ESCRIBIR-LINEA
006240     MOVE IG-TOT-MUJERES TO IG-CONTADOR-EDIT
006250     MOVE SPACES TO RPT-LINEA
006260     STRING "MUJERES INCLUIDAS                    : "
006270         IG-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006280     PERFORM 6900-ESCRIBIR-LINEA
006290     MOVE IG-TOT-HOMBRES TO IG-CONTADOR-EDIT
006300     MOVE SPACES TO RPT-LINEA
006310     STRING "HOMBRES INCLUIDOS                    : "
006320         IG-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006330     PERFORM 6900-ESCRIBIR-LINEA
006340     MOVE IG-TOT-SIN-SEXO TO IG-CONTADOR-EDIT
006350     MOVE SPACES TO RPT-LINEA
006360     STRING "EXCLUIDOS POR NO TENER SEXO REGISTRADO: "
006370         IG-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006380     PERFORM 6900-ESCRIBIR-LINEA
006390     MOVE IG-TOT-FUERA-MAESTRO TO IG-CONTADOR-EDIT
006400     MOVE SPACES TO RPT-LINEA
006410     STRING "PAGADOS EN EL EJERCICIO SIN FICHA     : "
006420         IG-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006430     PERFORM 6900-ESCRIBIR-LINEA
006440     IF IG-DESTINO-IMPRESORA
006450         CLOSE EMPIGUA-IMPRESORA
006460     ELSE
006470         CLOSE EMPIGUA-REPORTE
006480         MOVE "EMPIGUA.RPT" TO IG-ARCHIVO-SPOOL
006490         CALL "SPOOLCAT" USING IG-LOG-PROGRAMA,
006500             IG-ARCHIVO-SPOOL, IG-SPL-OPERADOR
006510     END-IF.
006520
006530*----------------------------------------------------------------
006540* 6900-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
006550*                       RPTROUTE SELECTED.
006560*----------------------------------------------------------------
006570 6900-ESCRIBIR-LINEA.
006580     IF IG-DESTINO-IMPRESORA
006590         MOVE RPT-LINEA TO LINEA-IMPRESORA
006600         WRITE LINEA-IMPRESORA
006610     ELSE
006620         WRITE RPT-LINEA
006630     END-IF.
006640
006650 9999-EXIT.
006660     GOBACK.
006670 END PROGRAM EMPIGUA.
