000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       GROSS-TO-NET SIMULATION SCREEN FOR OFFERS AND
000060*                SALARY DISCUSSIONS. A CLERK KEYS AN ANNUAL
000070*                SALARY, BAND, CATEGORY, HIRE DATE AND NUMBER OF
000080*                PAYS (12 OR 14), OR STARTS FROM AN EXISTING E-ID
000090*                AND OVERRIDES WHAT THEY NEED, AND THE SCREEN
000100*                SHOWS THE MONTHLY GROSS, TRIENIOS, IRPF, SOCIAL
000110*                SECURITY, OTHER FIXED DEDUCTIONS, NET AND
000120*                EMPLOYER COST, THE JUNE AND DECEMBER EXTRA PAYS
000130*                AND THE YEAR'S TOTALS. THE FIGURES COME FROM THE
000140*                DEDMST.DAT RATES IN FORCE THIS MONTH AND THE SAME
000150*                RULES THE EMPPAY RUN APPLIES - GENERAL IRPF
000160*                TABLE, OR THE MODELO 145 PERSONAL RATE WHEN THE
000170*                E-ID HAS ONE, TRIENIOS BY SERVICE, EXTRAS
000180*                PRORATED BY HIRE DATE. THE BAND AND CONVENIO
000190*                MINIMUM ARE CHECKED THROUGH BANDVAL AND CONVVAL
000200*                AND ANY MISMATCH IS SHOWN AS A WARNING. NOTHING
000210*                IS WRITTEN ANYWHERE; STARTING FROM AN E-ID IS
000220*                LOGGED THROUGH ACCLOG LIKE ANY OTHER LOOK AT
000230*                PERSONAL DATA.
000240* TECTONICS:     cobc -x -std=ibm -I copybooks EMPSIMU.CBL
000250*                ACCLOG BANDVAL CONVVAL FECHAVAL
000260*----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   ---------- ----  ----------------------------------------
000300*   2026-10-15  RT   ORIGINAL PROGRAM.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. EMPSIMU.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY EMPFSEL.
000390     COPY EMPIRSEL.
000400
000410     SELECT OPTIONAL DEDUCCION-MAESTRO
000420         ASSIGN TO "DEDMST.DAT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DED-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  EMPLEADOS-ARCHIVO.
000490     COPY EMPREG.
000500
000510 FD  EMPIRPF-ARCHIVO.
000520     COPY EMPIRP.
000530
000540 FD  DEDUCCION-MAESTRO.
000550 01  DED-REGISTRO.
000560     05  DED-TIPO             PIC X(04).
000570     05  DED-DESDE            PIC 9(7)V99.
000580     05  DED-HASTA            PIC 9(7)V99.
000590     05  DED-PCT              PIC 99V99.
000600     05  DED-DESC             PIC X(20).
000610     05  DED-IMPORTE          PIC 9(5)V99.
000620     05  DED-VIG-DESDE        PIC 9(8).
000630     05  DED-VIG-HASTA        PIC 9(8).
000640
000650 WORKING-STORAGE SECTION.
000660 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000670 01  IRP-FILE-STATUS          PIC XX VALUE SPACES.
000680 01  IRP-EOF-SW               PIC X VALUE "N".
000690     88  IRP-EOF              VALUE "Y".
000700 01  DED-FILE-STATUS          PIC XX VALUE SPACES.
000710 01  DED-EOF-SW               PIC X VALUE "N".
000720     88  DED-EOF              VALUE "Y".
000730
000740 01  SM-EOJ-SW                PIC X VALUE "N".
000750     88  SM-EOJ               VALUE "Y".
000760 01  SM-FOUND-SW              PIC X VALUE "N".
000770     88  SM-FOUND             VALUE "Y".
000780 01  SM-SIN-RATES-SW          PIC X VALUE "N".
000790     88  SM-SIN-RATES         VALUE "Y".
000800
000810 01  SM-PROGRAMA              PIC X(08) VALUE "EMPSIMU".
000820 01  SM-E-ID                  PIC X(50) VALUE SPACES.
000830 01  SM-CAMPO                 PIC X(50) VALUE SPACES.
000840 01  SM-CONFIRMA              PIC X(01) VALUE SPACE.
000850 01  SM-HOY                   PIC 9(08) VALUE ZERO.
000860 01  SM-PERIODO               PIC 9(06) VALUE ZERO.
000870 01  SM-FECHA-RATES           PIC 9(08) VALUE ZERO.
000880
000890*    WHAT IS BEING SIMULATED.  SM-SALARIO-BASE IS THE EQUIVALENT
000900*    E-SALARIO - THE TWELVE-MONTH FIGURE THE PAYROLL RUN DIVIDES
000910*    BY 12 FOR EVERY PAY, EXTRAS INCLUDED.
000920 01  SM-ANUAL                 PIC 9(7)V99 VALUE ZERO.
000930 01  SM-PAGAS                 PIC 9(02) VALUE 14.
000940 01  SM-BANDA                 PIC X(02) VALUE SPACES.
000950 01  SM-CATEGORIA             PIC X(04) VALUE SPACES.
000960 01  SM-FECHA-INGRESO         PIC 9(08) VALUE ZERO.
000970 01  SM-SALARIO-BASE          PIC 9(7)V99 VALUE ZERO.
000980 01  SM-ANUAL-NUEVO           PIC S9(9)V99 VALUE ZERO.
000990 01  SM-PAGAS-NUEVO           PIC S9(4) VALUE ZERO.
001000
001010*    THE MODELO 145 OF THE E-ID THE SIMULATION STARTED FROM.
001020 01  SM-IRP-HAY-SW            PIC X VALUE "N".
001030     88  SM-IRP-HAY           VALUE "Y".
001040 01  SM-IRP-SITUACION         PIC X(01) VALUE SPACE.
001050 01  SM-IRP-DESC              PIC 9(02) VALUE ZERO.
001060 01  SM-IRP-MENOR3            PIC 9(02) VALUE ZERO.
001070 01  SM-IRP-ASC               PIC 9(02) VALUE ZERO.
001080 01  SM-IRP-DISCAP            PIC 9(02) VALUE ZERO.
001090 01  SM-IRP-HIPOTECA          PIC X(01) VALUE SPACE.
001100 01  SM-IRP-VOLUNT            PIC 99V99 VALUE ZERO.
001110 01  SM-IRP-SIT               PIC 9(1) VALUE 3.
001120
001130*    THE DEDMST.DAT RATES IN FORCE ON THE FIRST OF THIS MONTH,
001140*    LOADED THE WAY EMPPAY LOADS THEM.
001150 01  SM-IRPF-TABLA.
001160     05  SM-IRPF-MAX          PIC 9(2) VALUE 0.
001170     05  SM-IRPF-ENTRADA OCCURS 10 TIMES.
001180         10  SM-IRPF-DESDE    PIC 9(7)V99.
001190         10  SM-IRPF-HASTA    PIC 9(7)V99.
001200         10  SM-IRPF-PCT      PIC 99V99.
001210 01  SM-ESC-TABLA.
001220     05  SM-ESC-MAX           PIC 9(2) VALUE 0.
001230     05  SM-ESC-ENTRADA OCCURS 10 TIMES.
001240         10  SM-ESC-DESDE     PIC 9(7)V99.
001250         10  SM-ESC-HASTA     PIC 9(7)V99.
001260         10  SM-ESC-PCT       PIC 99V99.
001270 01  SM-ESC-PCT-MAX           PIC 99V99 VALUE ZERO.
001280 01  SM-FIJO-TABLA.
001290     05  SM-FIJO-MAX          PIC 9(2) VALUE 0.
001300     05  SM-FIJO-IMPORTE      PIC 9(5)V99 OCCURS 10 TIMES.
001310 01  SM-SS-PCT                PIC 99V99 VALUE ZERO.
001320 01  SM-SSEM-PCT              PIC 99V99 VALUE ZERO.
001330 01  SM-TRIE-RATE             PIC 9(5)V99 VALUE ZERO.
001340 01  SM-MIN-PERSONAL          PIC 9(5)V99 VALUE ZERO.
001350 01  SM-MIN-DESC              PIC 9(5)V99 VALUE ZERO.
001360 01  SM-MIN-MENOR3            PIC 9(5)V99 VALUE ZERO.
001370 01  SM-MIN-ASC               PIC 9(5)V99 VALUE ZERO.
001380 01  SM-MIN-DISC              PIC 9(5)V99 VALUE ZERO.
001390 01  SM-MIN-DISC65            PIC 9(5)V99 VALUE ZERO.
001400 01  SM-GASTOS                PIC 9(5)V99 VALUE ZERO.
001410 01  SM-EXENTO-TABLA.
001420     05  SM-EXENTO            PIC 9(5)V99 OCCURS 3 TIMES.
001430 01  SM-HIPO-PCT              PIC 99V99 VALUE ZERO.
001440 01  SM-HIPO-LIMITE           PIC 9(7)V99 VALUE ZERO.
001450 01  SM-IDX                   PIC 9(2) VALUE 0.
001460
001470*    CALCULATION WORK FIELDS, NAMED AFTER THEIR EMPPAY TWINS.
001480 01  SM-IRPF-PCT-APLICA       PIC 99V99 VALUE ZERO.
001490 01  SM-TIPO-TEORICO          PIC S99V99 VALUE ZERO.
001500 01  SM-TIPO-CALC             PIC S99V99 VALUE ZERO.
001510 01  SM-PAGA-REGULAR          PIC 9(7)V99 VALUE ZERO.
001520 01  SM-PROYECCION            PIC 9(9)V99 VALUE ZERO.
001530 01  SM-BASE-LIQ              PIC S9(9)V99 VALUE ZERO.
001540 01  SM-MINIMO                PIC 9(9)V99 VALUE ZERO.
001550 01  SM-ESC-BASE              PIC S9(9)V99 VALUE ZERO.
001560 01  SM-ESC-TRAMO             PIC 9(9)V99 VALUE ZERO.
001570 01  SM-ESC-CUOTA             PIC 9(9)V99 VALUE ZERO.
001580 01  SM-CUOTA-BASE            PIC 9(9)V99 VALUE ZERO.
001590 01  SM-CUOTA-ANUAL           PIC S9(9)V99 VALUE ZERO.
001600 01  SM-FIJO                  PIC 9(7)V99 VALUE ZERO.
001610 01  SM-PER-ANIO              PIC 9(4) VALUE ZERO.
001620 01  SM-PER-MES               PIC 9(2) VALUE ZERO.
001630 01  SM-ING-ANIO              PIC 9(4) VALUE ZERO.
001640 01  SM-ING-MES               PIC 9(2) VALUE ZERO.
001650 01  SM-MESES-SERV            PIC S9(5) VALUE ZERO.
001660 01  SM-TRIENIOS              PIC 9(3) VALUE ZERO.
001670 01  SM-SEM-MES-INICIO        PIC 9(2) VALUE ZERO.
001680 01  SM-MES                   PIC 9(2) VALUE ZERO.
001690 01  SM-DIA-TRABAJO           PIC 9(2) VALUE ZERO.
001700 01  SM-DIAS-DEVENGO          PIC S9(3) VALUE ZERO.
001710
001720*    ONE COLUMN PER PAY - 1 MONTHLY, 2 JUNE, 3 DECEMBER, 4 THE
001730*    YEAR - AND ONE ROW PER FIGURE SHOWN.
001740 01  SM-PAGA-TABLA.
001750     05  SM-PAGA OCCURS 4 TIMES.
001760         10  SM-P-SALARIO     PIC S9(9)V99.
001770         10  SM-P-TRIENIO     PIC S9(9)V99.
001780         10  SM-P-BRUTO       PIC S9(9)V99.
001790         10  SM-P-IRPF        PIC S9(9)V99.
001800         10  SM-P-SS          PIC S9(9)V99.
001810         10  SM-P-FIJO        PIC S9(9)V99.
001820         10  SM-P-NETO        PIC S9(9)V99.
001830         10  SM-P-SS-EMPRESA  PIC S9(9)V99.
001840         10  SM-P-COSTE       PIC S9(9)V99.
001850 01  SM-COL                   PIC 9(1) VALUE 0.
001860 01  SM-FILA-IDX              PIC 9(2) VALUE 0.
001870
001880 01  SM-FILAS-VALORES.
001890     05  FILLER               PIC X(14) VALUE "SALARIO".
001900     05  FILLER               PIC X(14) VALUE "TRIENIOS".
001910     05  FILLER               PIC X(14) VALUE "BRUTO".
001920     05  FILLER               PIC X(14) VALUE "IRPF".
001930     05  FILLER               PIC X(14) VALUE "SEG. SOCIAL".
001940     05  FILLER               PIC X(14) VALUE "OTRAS DEDUC.".
001950     05  FILLER               PIC X(14) VALUE "NETO".
001960     05  FILLER               PIC X(14) VALUE "SS EMPRESA".
001970     05  FILLER               PIC X(14) VALUE "COSTE EMPRESA".
001980 01  SM-FILAS REDEFINES SM-FILAS-VALORES.
001990     05  SM-FILA-NOMBRE       PIC X(14) OCCURS 9 TIMES.
002000
002010 01  SM-FILA.
002020     05  SM-FILA-ETIQUETA     PIC X(14).
002030     05  SM-FILA-IMPORTE      PIC -ZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
002040 01  SM-CABECERA.
002050     05  FILLER               PIC X(14) VALUE SPACES.
002060     05  FILLER               PIC X(14) VALUE "       MENSUAL".
002070     05  FILLER               PIC X(14) VALUE "   EXTRA JUNIO".
002080     05  FILLER               PIC X(14) VALUE "   EXTRA DIC.".
002090     05  FILLER               PIC X(14) VALUE "   TOTAL ANUAL".
002100
002110 01  SM-IMPORTE-EDIT          PIC Z,ZZZ,ZZ9.99.
002120 01  SM-MIN-EDIT              PIC Z,ZZZ,ZZ9.99.
002130 01  SM-MAX-EDIT              PIC Z,ZZZ,ZZ9.99.
002140 01  SM-PCT-EDIT              PIC Z9.99.
002150
002160 01  SM-BANDA-VALIDA-SW       PIC X VALUE "N".
002170     88  SM-BANDA-VALIDA      VALUE "Y".
002180 01  SM-BANDA-NOMBRE          PIC X(20) VALUE SPACES.
002190 01  SM-BANDA-MIN             PIC 9(7)V99 VALUE ZERO.
002200 01  SM-BANDA-MAX             PIC 9(7)V99 VALUE ZERO.
002210 01  SM-CAT-ANIO              PIC 9(4) VALUE ZERO.
002220 01  SM-CAT-VALIDA-SW         PIC X VALUE "N".
002230     88  SM-CAT-VALIDA        VALUE "Y".
002240 01  SM-CAT-MINIMO            PIC 9(7)V99 VALUE ZERO.
002250 01  SM-CAT-ANUAL             PIC 9(9)V99 VALUE ZERO.
002260 01  SM-FECHA-VALIDA-SW       PIC X VALUE "N".
002270     88  SM-FECHA-VALIDA      VALUE "Y".
002280 01  SM-AVISOS                PIC 9(2) VALUE 0.
002290
002300 PROCEDURE DIVISION.
002310
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE
002340     PERFORM 2000-SIMULAR UNTIL SM-EOJ
002350     PERFORM 9999-EXIT.
002360
002370*----------------------------------------------------------------
002380* 1000-INITIALIZE - OPEN THE MASTER FOR READING AND LOAD THE
002390*                   RATES IN FORCE ON THE FIRST OF THIS MONTH.
002400*----------------------------------------------------------------
002410 1000-INITIALIZE.
002420     MOVE FUNCTION CURRENT-DATE(1:8) TO SM-HOY
002430     MOVE SM-HOY(1:6) TO SM-PERIODO
002440     MOVE SM-HOY(1:4) TO SM-CAT-ANIO
002450     COMPUTE SM-FECHA-RATES = SM-PERIODO * 100 + 1
002460     OPEN INPUT EMPLEADOS-ARCHIVO
002470     PERFORM 1100-CARGAR-DEDUCCIONES.
002480
002490 1100-CARGAR-DEDUCCIONES.
002500     MOVE ZERO TO SM-EXENTO (1) SM-EXENTO (2) SM-EXENTO (3)
002510     OPEN INPUT DEDUCCION-MAESTRO
002520     IF DED-FILE-STATUS NOT = "00"
002530         MOVE "Y" TO SM-SIN-RATES-SW
002540         DISPLAY "EMPSIMU: NO EXISTE DEDMST.DAT - LA SIMULACION"
002550             " SALE SIN DEDUCCIONES"
002560         IF DED-FILE-STATUS = "05"
002570             CLOSE DEDUCCION-MAESTRO
002580         END-IF
002590     ELSE
002600         PERFORM 1110-LEER-DEDUCCION
002610         PERFORM 1120-CARGAR-DEDUCCION UNTIL DED-EOF
002620         CLOSE DEDUCCION-MAESTRO
002630     END-IF.
002640
002650 1110-LEER-DEDUCCION.
002660     READ DEDUCCION-MAESTRO
002670         AT END
002680             MOVE "Y" TO DED-EOF-SW
002690     END-READ.
002700
002710 1120-CARGAR-DEDUCCION.
002720     IF (DED-VIG-DESDE = ZERO OR
002730             DED-VIG-DESDE <= SM-FECHA-RATES) AND
002740             (DED-VIG-HASTA = ZERO OR
002750             DED-VIG-HASTA >= SM-FECHA-RATES)
002760         PERFORM 1130-GUARDAR-RATE
002770     END-IF
002780     PERFORM 1110-LEER-DEDUCCION.
002790
002800*----------------------------------------------------------------
002810* 1130-GUARDAR-RATE - THE SAME TIPOS EMPPAY KEEPS, PLUS THE SSEM
002820*                     EMPLOYER RATE EMPSSRE USES FOR THE COST.
002830*                     TIPOS THAT PLAY NO PART IN A SIMULATION
002840*                     (SMIN, FLEX) ARE PASSED OVER IN SILENCE.
002850*----------------------------------------------------------------
002860 1130-GUARDAR-RATE.
002870     EVALUATE DED-TIPO
002880         WHEN "IRPF"
002890             IF SM-IRPF-MAX < 10
002900                 ADD 1 TO SM-IRPF-MAX
002910                 MOVE DED-DESDE TO SM-IRPF-DESDE (SM-IRPF-MAX)
002920                 MOVE DED-HASTA TO SM-IRPF-HASTA (SM-IRPF-MAX)
002930                 MOVE DED-PCT   TO SM-IRPF-PCT (SM-IRPF-MAX)
002940             END-IF
002950         WHEN "SSOC"
002960             MOVE DED-PCT TO SM-SS-PCT
002970         WHEN "SSEM"
002980             MOVE DED-PCT TO SM-SSEM-PCT
002990         WHEN "TRIE"
003000             MOVE DED-IMPORTE TO SM-TRIE-RATE
003010         WHEN "FIJO"
003020             IF SM-FIJO-MAX < 10
003030                 ADD 1 TO SM-FIJO-MAX
003040                 MOVE DED-IMPORTE
003050                     TO SM-FIJO-IMPORTE (SM-FIJO-MAX)
003060             END-IF
003070         WHEN "ESCA"
003080             IF SM-ESC-MAX < 10
003090                 ADD 1 TO SM-ESC-MAX
003100                 MOVE DED-DESDE TO SM-ESC-DESDE (SM-ESC-MAX)
003110                 MOVE DED-HASTA TO SM-ESC-HASTA (SM-ESC-MAX)
003120                 MOVE DED-PCT   TO SM-ESC-PCT (SM-ESC-MAX)
003130                 IF DED-PCT > SM-ESC-PCT-MAX
003140                     MOVE DED-PCT TO SM-ESC-PCT-MAX
003150                 END-IF
003160             END-IF
003170         WHEN "MPER"
003180             MOVE DED-IMPORTE TO SM-MIN-PERSONAL
003190         WHEN "MDES"
003200             MOVE DED-IMPORTE TO SM-MIN-DESC
003210         WHEN "MME3"
003220             MOVE DED-IMPORTE TO SM-MIN-MENOR3
003230         WHEN "MASC"
003240             MOVE DED-IMPORTE TO SM-MIN-ASC
003250         WHEN "MDIS"
003260             MOVE DED-IMPORTE TO SM-MIN-DISC
003270         WHEN "MD65"
003280             MOVE DED-IMPORTE TO SM-MIN-DISC65
003290         WHEN "GAST"
003300             MOVE DED-IMPORTE TO SM-GASTOS
003310         WHEN "EXE1"
003320             MOVE DED-IMPORTE TO SM-EXENTO (1)
003330         WHEN "EXE2"
003340             MOVE DED-IMPORTE TO SM-EXENTO (2)
003350         WHEN "EXE3"
003360             MOVE DED-IMPORTE TO SM-EXENTO (3)
003370         WHEN "HIPO"
003380             MOVE DED-PCT   TO SM-HIPO-PCT
003390             MOVE DED-HASTA TO SM-HIPO-LIMITE
003400         WHEN OTHER
003410             CONTINUE
003420     END-EVALUATE.
003430
003440*----------------------------------------------------------------
003450* 2000-SIMULAR - ONE SIMULATION: OPTIONAL STARTING E-ID, THE
003460*                FIGURES TO SIMULATE, THE CALCULATION, THE
003470*                SCREEN AND THE WARNINGS.
003480*----------------------------------------------------------------
003490 2000-SIMULAR.
003500     DISPLAY " "
003510     DISPLAY "SIMULADOR DE NOMINA BRUTO-NETO"
003520     PERFORM 2100-PARTIR-DE-EMPLEADO
003530     PERFORM 2200-CAPTURAR-DATOS
003540     COMPUTE SM-SALARIO-BASE ROUNDED =
003550         SM-ANUAL * 12 / SM-PAGAS
003560     PERFORM 3000-CALCULAR
003570     PERFORM 4000-MOSTRAR
003580     PERFORM 4500-AVISOS
003590     DISPLAY "OTRA SIMULACION (S/N): "
003600     ACCEPT SM-CONFIRMA
003610     IF SM-CONFIRMA NOT = "S" AND SM-CONFIRMA NOT = "s"
003620         MOVE "Y" TO SM-EOJ-SW
003630     END-IF.
003640
003650*----------------------------------------------------------------
003660* 2100-PARTIR-DE-EMPLEADO - AN E-ID PREFILLS EVERY FIELD FROM THE
003670*                           MASTER (ANNUAL SALARY OVER 14 PAYS)
003680*                           AND BRINGS ITS MODELO 145; ENTER
003690*                           STARTS FROM A BLANK OFFER.
003700*----------------------------------------------------------------
003710 2100-PARTIR-DE-EMPLEADO.
003720     MOVE "N" TO SM-IRP-HAY-SW
003730     MOVE ZERO TO SM-ANUAL
003740     MOVE 14 TO SM-PAGAS
003750     MOVE SPACES TO SM-BANDA SM-CATEGORIA
003760     MOVE SM-HOY TO SM-FECHA-INGRESO
003770     DISPLAY "PARTIR DEL E-ID (ENTER = OFERTA NUEVA): "
003780     MOVE SPACES TO SM-E-ID
003790     ACCEPT SM-E-ID
003800     IF SM-E-ID NOT = SPACES
003810         PERFORM 6000-LEER-POR-ID
003820         IF SM-FOUND
003830             CALL "ACCLOG" USING SM-PROGRAMA, SM-E-ID
003840             COMPUTE SM-ANUAL ROUNDED = E-SALARIO * 14 / 12
003850             MOVE E-BANDA TO SM-BANDA
003860             MOVE E-CATEGORIA TO SM-CATEGORIA
003870             IF E-FECHA-INGRESO NOT = ZERO
003880                 MOVE E-FECHA-INGRESO TO SM-FECHA-INGRESO
003890             END-IF
003900             PERFORM 6100-BUSCAR-SITUACION
003910             DISPLAY "EMPLEADO : " FUNCTION TRIM(E-NOMBRE)
003920             IF SM-IRP-HAY
003930                 DISPLAY "CON MODELO 145 - SE APLICA SU TIPO"
003940                     " PERSONAL"
003950             ELSE
003960                 DISPLAY "SIN MODELO 145 - SE APLICA LA TABLA"
003970                     " GENERAL"
003980             END-IF
003990         END-IF
004000     END-IF.
004010
004020*----------------------------------------------------------------
004030* 2200-CAPTURAR-DATOS - EACH FIGURE SHOWS ITS CURRENT VALUE AND
004040*                       ENTER KEEPS IT.  THE ANNUAL SALARY MUST
004050*                       BE GREATER THAN ZERO BEFORE THE SCREEN
004060*                       MOVES ON.
004070*----------------------------------------------------------------
004080 2200-CAPTURAR-DATOS.
004090     PERFORM 2210-CAPTURAR-ANUAL
004100     PERFORM 2210-CAPTURAR-ANUAL UNTIL SM-ANUAL > ZERO
004110     DISPLAY "NUMERO DE PAGAS 12/14 (ACTUAL " SM-PAGAS
004120         ", ENTER = MANTENER): "
004130     MOVE SPACES TO SM-CAMPO
004140     ACCEPT SM-CAMPO
004150     IF SM-CAMPO NOT = SPACES
004160         IF FUNCTION TEST-NUMVAL(SM-CAMPO) = 0
004170             COMPUTE SM-PAGAS-NUEVO = FUNCTION NUMVAL(SM-CAMPO)
004180         ELSE
004190             MOVE ZERO TO SM-PAGAS-NUEVO
004200         END-IF
004210         IF SM-PAGAS-NUEVO = 12 OR SM-PAGAS-NUEVO = 14
004220             MOVE SM-PAGAS-NUEVO TO SM-PAGAS
004230         ELSE
004240             DISPLAY "SOLO 12 O 14 PAGAS - SE MANTIENE " SM-PAGAS
004250         END-IF
004260     END-IF
004270     DISPLAY "BANDA SALARIAL (ACTUAL " SM-BANDA
004280         ", ENTER = MANTENER): "
004290     MOVE SPACES TO SM-CAMPO
004300     ACCEPT SM-CAMPO
004310     IF SM-CAMPO NOT = SPACES
004320         MOVE SM-CAMPO(1:2) TO SM-BANDA
004330     END-IF
004340     DISPLAY "CATEGORIA CONVENIO (ACTUAL " SM-CATEGORIA
004350         ", ENTER = MANTENER): "
004360     MOVE SPACES TO SM-CAMPO
004370     ACCEPT SM-CAMPO
004380     IF SM-CAMPO NOT = SPACES
004390         MOVE SM-CAMPO(1:4) TO SM-CATEGORIA
004400     END-IF
004410     PERFORM 2220-CAPTURAR-INGRESO.
004420
004430 2210-CAPTURAR-ANUAL.
004440     MOVE SM-ANUAL TO SM-IMPORTE-EDIT
004450     DISPLAY "SALARIO BRUTO ANUAL (ACTUAL " SM-IMPORTE-EDIT
004460         ", ENTER = MANTENER): "
004470     MOVE SPACES TO SM-CAMPO
004480     ACCEPT SM-CAMPO
004490     IF SM-CAMPO NOT = SPACES
004500         IF FUNCTION TEST-NUMVAL(SM-CAMPO) = 0
004510             COMPUTE SM-ANUAL-NUEVO =
004520                 FUNCTION NUMVAL(SM-CAMPO)
004530             IF SM-ANUAL-NUEVO > ZERO AND
004540                     SM-ANUAL-NUEVO <= 9999999.99
004550                 MOVE SM-ANUAL-NUEVO TO SM-ANUAL
004560             ELSE
004570                 DISPLAY "IMPORTE FUERA DE RANGO"
004580             END-IF
004590         ELSE
004600             DISPLAY "IMPORTE NO NUMERICO"
004610         END-IF
004620     END-IF
004630     IF SM-ANUAL = ZERO
004640         DISPLAY "HACE FALTA UN SALARIO ANUAL MAYOR QUE CERO"
004650     END-IF.
004660
004670*----------------------------------------------------------------
004680* 2220-CAPTURAR-INGRESO - THE HIRE DATE DRIVES THE TRIENIOS AND
004690*                         THE EXTRA-PAY PRORATION.  A BAD DATE
004700*                         RE-PROMPTS THROUGH FECHAVAL LIKE THE
004710*                         MAINTENANCE SCREEN DOES.
004720*----------------------------------------------------------------
004730 2220-CAPTURAR-INGRESO.
004740     MOVE "N" TO SM-FECHA-VALIDA-SW
004750     DISPLAY "FECHA DE INGRESO YYYYMMDD (ACTUAL "
004760         SM-FECHA-INGRESO ", ENTER = MANTENER): "
004770     MOVE SPACES TO SM-CAMPO
004780     ACCEPT SM-CAMPO
004790     IF SM-CAMPO = SPACES
004800         MOVE "Y" TO SM-FECHA-VALIDA-SW
004810     ELSE
004820         IF SM-CAMPO(1:8) IS NUMERIC AND SM-CAMPO(9:1) = SPACE
004830             MOVE SM-CAMPO(1:8) TO SM-FECHA-INGRESO
004840             CALL "FECHAVAL" USING SM-FECHA-INGRESO,
004850                 SM-FECHA-VALIDA-SW
004860         END-IF
004870         IF NOT SM-FECHA-VALIDA
004880             DISPLAY "FECHA NO VALIDA - VUELVA A INTRODUCIRLA"
004890             MOVE SM-HOY TO SM-FECHA-INGRESO
004900         END-IF
004910     END-IF
004920     IF NOT SM-FECHA-VALIDA
004930         PERFORM 2220-CAPTURAR-INGRESO
004940     END-IF.
004950
004960*----------------------------------------------------------------
004970* 3000-CALCULAR - THE MONTHLY PAY AND, ON 14 PAYS, THE JUNE AND
004980*                 DECEMBER EXTRAS, EACH THE WAY EMPPAY WOULD
004990*                 CALCULATE IT THIS YEAR, THEN THE YEAR'S TOTAL.
005000*                 ON 12 PAYS THE WHOLE SALARY IS SPREAD OVER THE
005010*                 MONTHS AND THE EXTRA COLUMNS STAY AT ZERO.
005020*----------------------------------------------------------------
005030 3000-CALCULAR.
005040     INITIALIZE SM-PAGA-TABLA
005050     MOVE ZERO TO SM-FIJO
005060     PERFORM 3320-SUMAR-FIJAS
005070         VARYING SM-IDX FROM 1 BY 1
005080         UNTIL SM-IDX > SM-FIJO-MAX
005090     MOVE SM-HOY(1:4) TO SM-PER-ANIO
005100     MOVE SM-HOY(5:2) TO SM-PER-MES
005110     MOVE 1 TO SM-COL
005120     PERFORM 3450-CALCULAR-TRIENIOS
005130     PERFORM 3300-TIPO-IRPF
005140     COMPUTE SM-P-SALARIO (1) ROUNDED = SM-SALARIO-BASE / 12
005150     PERFORM 3500-CALCULAR-PAGA
005160     IF SM-PAGAS = 14
005170         MOVE 2 TO SM-COL
005180         MOVE 1 TO SM-SEM-MES-INICIO
005190         MOVE 6 TO SM-PER-MES
005200         PERFORM 3450-CALCULAR-TRIENIOS
005210         PERFORM 3650-PRORRATEAR-EXTRA
005220         PERFORM 3500-CALCULAR-PAGA
005230         MOVE 3 TO SM-COL
005240         MOVE 7 TO SM-SEM-MES-INICIO
005250         MOVE 12 TO SM-PER-MES
005260         PERFORM 3450-CALCULAR-TRIENIOS
005270         PERFORM 3650-PRORRATEAR-EXTRA
005280         PERFORM 3500-CALCULAR-PAGA
005290     END-IF
005300     PERFORM 3700-SUMAR-ANIO.
005310
005320*----------------------------------------------------------------
005330* 3300-TIPO-IRPF - THE GENERAL TABLE BY THE EQUIVALENT E-SALARIO,
005340*                  OR, WITH A MODELO 145 AND THE ESCA SCALE ON
005350*                  DEDMST.DAT, THE PERSONAL RATE OF A WHOLE YEAR
005360*                  STILL TO BE PAID (NOTHING WITHHELD YET, SO NO
005370*                  REGULARISATION), CAPPED AND FLOORED AS EMPPAY
005380*                  DOES.
005390*----------------------------------------------------------------
005400 3300-TIPO-IRPF.
005410     MOVE ZERO TO SM-IRPF-PCT-APLICA
005420     IF SM-IRP-HAY AND SM-ESC-MAX > 0
005430         PERFORM 3350-CALCULAR-TIPO-ANUAL
005440         MOVE SM-TIPO-CALC TO SM-IRPF-PCT-APLICA
005450     ELSE
005460         PERFORM 3310-BUSCAR-TRAMO-IRPF
005470             VARYING SM-IDX FROM 1 BY 1
005480             UNTIL SM-IDX > SM-IRPF-MAX
005490     END-IF.
005500
005510 3310-BUSCAR-TRAMO-IRPF.
005520     IF SM-SALARIO-BASE >= SM-IRPF-DESDE (SM-IDX) AND
005530             SM-SALARIO-BASE <= SM-IRPF-HASTA (SM-IDX)
005540         MOVE SM-IRPF-PCT (SM-IDX) TO SM-IRPF-PCT-APLICA
005550     END-IF.
005560
005570 3320-SUMAR-FIJAS.
005580     ADD SM-FIJO-IMPORTE (SM-IDX) TO SM-FIJO.
005590
005600 3350-CALCULAR-TIPO-ANUAL.
005610     COMPUTE SM-PAGA-REGULAR ROUNDED =
005620         SM-SALARIO-BASE / 12 + SM-P-TRIENIO (1)
005630     COMPUTE SM-PROYECCION = SM-PAGAS * SM-PAGA-REGULAR
005640     MOVE ZERO TO SM-TIPO-TEORICO
005650     EVALUATE SM-IRP-SITUACION
005660         WHEN "1"
005670             MOVE 1 TO SM-IRP-SIT
005680         WHEN "2"
005690             MOVE 2 TO SM-IRP-SIT
005700         WHEN OTHER
005710             MOVE 3 TO SM-IRP-SIT
005720     END-EVALUATE
005730     IF SM-PROYECCION > SM-EXENTO (SM-IRP-SIT)
005740         PERFORM 3370-CUOTA-TEORICA
005750     END-IF
005760     MOVE SM-TIPO-TEORICO TO SM-TIPO-CALC
005770     IF SM-TIPO-CALC < ZERO
005780         MOVE ZERO TO SM-TIPO-CALC
005790     END-IF
005800     IF SM-TIPO-CALC > SM-ESC-PCT-MAX
005810         MOVE SM-ESC-PCT-MAX TO SM-TIPO-CALC
005820     END-IF
005830     IF SM-TIPO-CALC < SM-IRP-VOLUNT
005840         MOVE SM-IRP-VOLUNT TO SM-TIPO-CALC
005850     END-IF.
005860
005870 3370-CUOTA-TEORICA.
005880     COMPUTE SM-BASE-LIQ ROUNDED = SM-PROYECCION
005890         - SM-PROYECCION * SM-SS-PCT / 100 - SM-GASTOS
005900     IF SM-BASE-LIQ < ZERO
005910         MOVE ZERO TO SM-BASE-LIQ
005920     END-IF
005930     COMPUTE SM-MINIMO = SM-MIN-PERSONAL
005940         + SM-IRP-DESC * SM-MIN-DESC
005950         + SM-IRP-MENOR3 * SM-MIN-MENOR3
005960         + SM-IRP-ASC * SM-MIN-ASC
005970     IF SM-IRP-DISCAP >= 65
005980         ADD SM-MIN-DISC65 TO SM-MINIMO
005990     ELSE
006000         IF SM-IRP-DISCAP >= 33
006010             ADD SM-MIN-DISC TO SM-MINIMO
006020         END-IF
006030     END-IF
006040     IF SM-MINIMO > SM-BASE-LIQ
006050         MOVE SM-BASE-LIQ TO SM-MINIMO
006060     END-IF
006070     MOVE SM-BASE-LIQ TO SM-ESC-BASE
006080     PERFORM 3380-APLICAR-ESCALA
006090     MOVE SM-ESC-CUOTA TO SM-CUOTA-BASE
006100     MOVE SM-MINIMO TO SM-ESC-BASE
006110     PERFORM 3380-APLICAR-ESCALA
006120     COMPUTE SM-CUOTA-ANUAL = SM-CUOTA-BASE - SM-ESC-CUOTA
006130     IF SM-CUOTA-ANUAL > ZERO AND SM-PROYECCION > ZERO
006140         COMPUTE SM-TIPO-TEORICO ROUNDED =
006150             SM-CUOTA-ANUAL * 100 / SM-PROYECCION
006160     END-IF
006170     IF SM-IRP-HIPOTECA = "S" AND
006180             SM-PROYECCION < SM-HIPO-LIMITE
006190         SUBTRACT SM-HIPO-PCT FROM SM-TIPO-TEORICO
006200         IF SM-TIPO-TEORICO < ZERO
006210             MOVE ZERO TO SM-TIPO-TEORICO
006220         END-IF
006230     END-IF.
006240
006250 3380-APLICAR-ESCALA.
006260     MOVE ZERO TO SM-ESC-CUOTA
006270     PERFORM 3385-TRAMO-ESCALA
006280         VARYING SM-IDX FROM 1 BY 1
006290         UNTIL SM-IDX > SM-ESC-MAX.
006300
006310 3385-TRAMO-ESCALA.
006320     IF SM-ESC-BASE > SM-ESC-DESDE (SM-IDX)
006330         IF SM-ESC-BASE < SM-ESC-HASTA (SM-IDX)
006340             COMPUTE SM-ESC-TRAMO =
006350                 SM-ESC-BASE - SM-ESC-DESDE (SM-IDX)
006360         ELSE
006370             COMPUTE SM-ESC-TRAMO =
006380                 SM-ESC-HASTA (SM-IDX) - SM-ESC-DESDE (SM-IDX)
006390         END-IF
006400         COMPUTE SM-ESC-CUOTA ROUNDED = SM-ESC-CUOTA
006410             + SM-ESC-TRAMO * SM-ESC-PCT (SM-IDX) / 100
006420     END-IF.
006430
006440*----------------------------------------------------------------
006450* 3450-CALCULAR-TRIENIOS - WHOLE THREE-YEAR PERIODS OF SERVICE AT
006460*                          THE MONTH IN SM-PER-MES TIMES THE TRIE
006470*                          RATE, INTO THE CURRENT COLUMN.
006480*----------------------------------------------------------------
006490 3450-CALCULAR-TRIENIOS.
006500     MOVE ZERO TO SM-TRIENIOS SM-P-TRIENIO (SM-COL)
006510     IF SM-TRIE-RATE > ZERO AND SM-FECHA-INGRESO NOT = ZERO
006520         MOVE SM-FECHA-INGRESO(1:4) TO SM-ING-ANIO
006530         MOVE SM-FECHA-INGRESO(5:2) TO SM-ING-MES
006540         COMPUTE SM-MESES-SERV =
006550             (SM-PER-ANIO - SM-ING-ANIO) * 12
006560             + SM-PER-MES - SM-ING-MES
006570         IF SM-MESES-SERV > ZERO
006580             DIVIDE SM-MESES-SERV BY 36 GIVING SM-TRIENIOS
006590             COMPUTE SM-P-TRIENIO (SM-COL) =
006600                 SM-TRIENIOS * SM-TRIE-RATE
006610         END-IF
006620     END-IF.
006630
006640*----------------------------------------------------------------
006650* 3500-CALCULAR-PAGA - DEDUCTIONS, NET AND EMPLOYER COST OF THE
006660*                      PAY IN THE CURRENT COLUMN.
006670*----------------------------------------------------------------
006680 3500-CALCULAR-PAGA.
006690     COMPUTE SM-P-BRUTO (SM-COL) =
006700         SM-P-SALARIO (SM-COL) + SM-P-TRIENIO (SM-COL)
006710     COMPUTE SM-P-IRPF (SM-COL) ROUNDED =
006720         SM-P-BRUTO (SM-COL) * SM-IRPF-PCT-APLICA / 100
006730     COMPUTE SM-P-SS (SM-COL) ROUNDED =
006740         SM-P-BRUTO (SM-COL) * SM-SS-PCT / 100
006750     MOVE SM-FIJO TO SM-P-FIJO (SM-COL)
006760     COMPUTE SM-P-NETO (SM-COL) = SM-P-BRUTO (SM-COL)
006770         - SM-P-IRPF (SM-COL) - SM-P-SS (SM-COL)
006780         - SM-P-FIJO (SM-COL)
006790     COMPUTE SM-P-SS-EMPRESA (SM-COL) ROUNDED =
006800         SM-P-BRUTO (SM-COL) * SM-SSEM-PCT / 100
006810     COMPUTE SM-P-COSTE (SM-COL) =
006820         SM-P-BRUTO (SM-COL) + SM-P-SS-EMPRESA (SM-COL).
006830
006840*----------------------------------------------------------------
006850* 3650-PRORRATEAR-EXTRA - AN EXTRA ACCRUES OVER ITS 180-DAY
006860*                         SEMESTER; SOMEONE HIRED INSIDE THE
006870*                         SEMESTER OF THIS YEAR GETS THE PART
006880*                         FROM THE HIRE DATE, SOMEONE HIRED IN A
006890*                         LATER YEAR NONE, AS IN EMPPAY.
006900*----------------------------------------------------------------
006910 3650-PRORRATEAR-EXTRA.
006920     COMPUTE SM-P-SALARIO (SM-COL) ROUNDED = SM-SALARIO-BASE / 12
006930     MOVE 180 TO SM-DIAS-DEVENGO
006940     MOVE SM-FECHA-INGRESO(5:2) TO SM-MES
006950     IF SM-FECHA-INGRESO(1:4) = SM-HOY(1:4) AND
006960             SM-MES >= SM-SEM-MES-INICIO
006970         MOVE SM-FECHA-INGRESO(7:2) TO SM-DIA-TRABAJO
006980         IF SM-DIA-TRABAJO > 30
006990             MOVE 30 TO SM-DIA-TRABAJO
007000         END-IF
007010         COMPUTE SM-DIAS-DEVENGO = 180 -
007020             ((SM-MES - SM-SEM-MES-INICIO) * 30
007030             + SM-DIA-TRABAJO - 1)
007040     END-IF
007050     IF SM-FECHA-INGRESO(1:4) > SM-HOY(1:4)
007060         MOVE ZERO TO SM-DIAS-DEVENGO
007070     END-IF
007080     IF SM-DIAS-DEVENGO < ZERO
007090         MOVE ZERO TO SM-DIAS-DEVENGO
007100     END-IF
007110     IF SM-DIAS-DEVENGO < 180
007120         COMPUTE SM-P-SALARIO (SM-COL) ROUNDED =
007130             SM-P-SALARIO (SM-COL) * SM-DIAS-DEVENGO / 180
007140     END-IF.
007150
007160*----------------------------------------------------------------
007170* 3700-SUMAR-ANIO - TWELVE MONTHLY PAYS PLUS THE EXTRAS.
007180*----------------------------------------------------------------
007190 3700-SUMAR-ANIO.
007200     COMPUTE SM-P-SALARIO (4) = SM-P-SALARIO (1) * 12
007210         + SM-P-SALARIO (2) + SM-P-SALARIO (3)
007220     COMPUTE SM-P-TRIENIO (4) = SM-P-TRIENIO (1) * 12
007230         + SM-P-TRIENIO (2) + SM-P-TRIENIO (3)
007240     COMPUTE SM-P-BRUTO (4) = SM-P-BRUTO (1) * 12
007250         + SM-P-BRUTO (2) + SM-P-BRUTO (3)
007260     COMPUTE SM-P-IRPF (4) = SM-P-IRPF (1) * 12
007270         + SM-P-IRPF (2) + SM-P-IRPF (3)
007280     COMPUTE SM-P-SS (4) = SM-P-SS (1) * 12
007290         + SM-P-SS (2) + SM-P-SS (3)
007300     COMPUTE SM-P-FIJO (4) = SM-P-FIJO (1) * 12
007310         + SM-P-FIJO (2) + SM-P-FIJO (3)
007320     COMPUTE SM-P-NETO (4) = SM-P-NETO (1) * 12
007330         + SM-P-NETO (2) + SM-P-NETO (3)
007340     COMPUTE SM-P-SS-EMPRESA (4) = SM-P-SS-EMPRESA (1) * 12
007350         + SM-P-SS-EMPRESA (2) + SM-P-SS-EMPRESA (3)
007360     COMPUTE SM-P-COSTE (4) = SM-P-COSTE (1) * 12
007370         + SM-P-COSTE (2) + SM-P-COSTE (3).
007380
007390*----------------------------------------------------------------
007400* 4000-MOSTRAR - THE RESULT GRID, ONE ROW PER FIGURE AND ONE
007410*                COLUMN PER PAY, AND THE RATES IT CAME FROM.
007420*----------------------------------------------------------------
007430 4000-MOSTRAR.
007440     DISPLAY " "
007450     MOVE SM-ANUAL TO SM-IMPORTE-EDIT
007460     DISPLAY "SIMULACION: " SM-IMPORTE-EDIT " EN " SM-PAGAS
007470         " PAGAS, BANDA " SM-BANDA ", CATEGORIA " SM-CATEGORIA
007480         ", INGRESO " SM-FECHA-INGRESO
007490     DISPLAY SM-CABECERA
007500     PERFORM 4100-MOSTRAR-FILA
007510         VARYING SM-FILA-IDX FROM 1 BY 1 UNTIL SM-FILA-IDX > 9
007520     MOVE SM-IRPF-PCT-APLICA TO SM-PCT-EDIT
007530     IF SM-IRP-HAY AND SM-ESC-MAX > 0
007540         DISPLAY "TIPO IRPF " SM-PCT-EDIT " % (PERSONAL, MODELO"
007550             " 145)"
007560     ELSE
007570         DISPLAY "TIPO IRPF " SM-PCT-EDIT " % (TABLA GENERAL)"
007580     END-IF
007590     MOVE SM-SS-PCT TO SM-PCT-EDIT
007600     DISPLAY "SEG. SOCIAL TRABAJADOR " SM-PCT-EDIT " %"
007610     MOVE SM-SSEM-PCT TO SM-PCT-EDIT
007620     DISPLAY "SEG. SOCIAL EMPRESA    " SM-PCT-EDIT " %"
007630     IF SM-PAGAS = 12
007640         DISPLAY "12 PAGAS: SIN EXTRAS, EL SALARIO ANUAL SE"
007650             " REPARTE EN LAS MENSUALIDADES"
007660     END-IF
007670     DISPLAY "CIFRAS ORIENTATIVAS - NO SE HA GRABADO NADA".
007680
007690 4100-MOSTRAR-FILA.
007700     MOVE SM-FILA-NOMBRE (SM-FILA-IDX) TO SM-FILA-ETIQUETA
007710     PERFORM 4110-PONER-IMPORTE
007720         VARYING SM-COL FROM 1 BY 1 UNTIL SM-COL > 4
007730     DISPLAY SM-FILA.
007740
007750 4110-PONER-IMPORTE.
007760     EVALUATE SM-FILA-IDX
007770         WHEN 1
007780             MOVE SM-P-SALARIO (SM-COL)
007790                 TO SM-FILA-IMPORTE (SM-COL)
007800         WHEN 2
007810             MOVE SM-P-TRIENIO (SM-COL)
007820                 TO SM-FILA-IMPORTE (SM-COL)
007830         WHEN 3
007840             MOVE SM-P-BRUTO (SM-COL)
007850                 TO SM-FILA-IMPORTE (SM-COL)
007860         WHEN 4
007870             MOVE SM-P-IRPF (SM-COL)
007880                 TO SM-FILA-IMPORTE (SM-COL)
007890         WHEN 5
007900             MOVE SM-P-SS (SM-COL)
007910                 TO SM-FILA-IMPORTE (SM-COL)
007920         WHEN 6
007930             MOVE SM-P-FIJO (SM-COL)
007940                 TO SM-FILA-IMPORTE (SM-COL)
007950         WHEN 7
007960             MOVE SM-P-NETO (SM-COL)
007970                 TO SM-FILA-IMPORTE (SM-COL)
007980         WHEN 8
007990             MOVE SM-P-SS-EMPRESA (SM-COL)
008000                 TO SM-FILA-IMPORTE (SM-COL)
008010         WHEN OTHER
008020             MOVE SM-P-COSTE (SM-COL)
008030                 TO SM-FILA-IMPORTE (SM-COL)
008040     END-EVALUATE.
008050
008060*----------------------------------------------------------------
008070* 4500-AVISOS - THE BAND RANGE (BANDVAL, ON THE EQUIVALENT
008080*               E-SALARIO AS THE MAINTENANCE SCREEN JUDGES IT)
008090*               AND THE CONVENIO MINIMUM FOR THIS YEAR (CONVVAL,
008100*               SALARY PLUS TWELVE MONTHS OF TRIENIO AS EMPCMIN
008110*               JUDGES IT).
008120*----------------------------------------------------------------
008130 4500-AVISOS.
008140     MOVE 0 TO SM-AVISOS
008150     IF SM-SIN-RATES
008160         ADD 1 TO SM-AVISOS
008170         DISPLAY "AVISO: SIN DEDMST.DAT - NETO SIN DEDUCCIONES"
008180     END-IF
008190     IF SM-BANDA = SPACES
008200         ADD 1 TO SM-AVISOS
008210         DISPLAY "AVISO: SIN BANDA SALARIAL - NO SE COMPRUEBA"
008220     ELSE
008230         CALL "BANDVAL" USING SM-BANDA, SM-BANDA-VALIDA-SW,
008240             SM-BANDA-NOMBRE, SM-BANDA-MIN, SM-BANDA-MAX
008250         IF NOT SM-BANDA-VALIDA
008260             ADD 1 TO SM-AVISOS
008270             DISPLAY "AVISO: BANDA " SM-BANDA " DESCONOCIDA"
008280         ELSE
008290             IF SM-SALARIO-BASE < SM-BANDA-MIN OR
008300                     SM-SALARIO-BASE > SM-BANDA-MAX
008310                 ADD 1 TO SM-AVISOS
008320                 MOVE SM-SALARIO-BASE TO SM-IMPORTE-EDIT
008330                 MOVE SM-BANDA-MIN TO SM-MIN-EDIT
008340                 MOVE SM-BANDA-MAX TO SM-MAX-EDIT
008350                 DISPLAY "AVISO: SALARIO " SM-IMPORTE-EDIT
008360                     " FUERA DE LA BANDA " SM-BANDA
008370                     " (" SM-MIN-EDIT " - " SM-MAX-EDIT ")"
008380             END-IF
008390         END-IF
008400     END-IF
008410     IF SM-CATEGORIA = SPACES
008420         ADD 1 TO SM-AVISOS
008430         DISPLAY "AVISO: SIN CATEGORIA - NO SE COMPRUEBA EL"
008440             " MINIMO DE CONVENIO"
008450     ELSE
008460         CALL "CONVVAL" USING SM-CATEGORIA, SM-CAT-ANIO,
008470             SM-CAT-VALIDA-SW, SM-CAT-MINIMO
008480         IF NOT SM-CAT-VALIDA
008490             ADD 1 TO SM-AVISOS
008500             DISPLAY "AVISO: CATEGORIA " SM-CATEGORIA
008510                 " SIN MINIMO PUBLICADO PARA " SM-CAT-ANIO
008520         ELSE
008530             COMPUTE SM-CAT-ANUAL = SM-SALARIO-BASE
008540                 + SM-P-TRIENIO (1) * 12
008550             IF SM-CAT-ANUAL < SM-CAT-MINIMO
008560                 ADD 1 TO SM-AVISOS
008570                 MOVE SM-CAT-ANUAL TO SM-IMPORTE-EDIT
008580                 MOVE SM-CAT-MINIMO TO SM-MIN-EDIT
008590                 DISPLAY "AVISO: PERCIBE " SM-IMPORTE-EDIT
008600                     " BAJO EL MINIMO DE CONVENIO "
008610                     SM-MIN-EDIT
008620             END-IF
008630         END-IF
008640     END-IF
008650     IF SM-AVISOS = 0
008660         DISPLAY "SIN AVISOS: DENTRO DE BANDA Y SOBRE EL MINIMO"
008670     END-IF.
008680
008690 6000-LEER-POR-ID.
008700     MOVE "N" TO SM-FOUND-SW
008710     MOVE SM-E-ID TO E-ID
008720     READ EMPLEADOS-ARCHIVO
008730         INVALID KEY
008740             DISPLAY "NO EXISTE EMPLEADO CON E-ID: " SM-E-ID
008750                 " - SE SIMULA UNA OFERTA NUEVA"
008760         NOT INVALID KEY
008770             MOVE "Y" TO SM-FOUND-SW
008780     END-READ.
008790
008800*----------------------------------------------------------------
008810* 6100-BUSCAR-SITUACION - THE E-ID'S MODELO 145, IF IT HAS ONE.
008820*----------------------------------------------------------------
008830 6100-BUSCAR-SITUACION.
008840     MOVE "N" TO IRP-EOF-SW
008850     OPEN INPUT EMPIRPF-ARCHIVO
008860     IF IRP-FILE-STATUS = "00"
008870         PERFORM 6110-LEER-SITUACION
008880         PERFORM 6120-COMPARAR-SITUACION UNTIL IRP-EOF
008890     END-IF
008900     IF IRP-FILE-STATUS = "00" OR IRP-FILE-STATUS = "05"
008910             OR IRP-FILE-STATUS = "10"
008920         CLOSE EMPIRPF-ARCHIVO
008930     END-IF.
008940
008950 6110-LEER-SITUACION.
008960     READ EMPIRPF-ARCHIVO
008970         AT END
008980             MOVE "Y" TO IRP-EOF-SW
008990     END-READ.
009000
009010 6120-COMPARAR-SITUACION.
009020     IF IRP-E-ID = SM-E-ID
009030         MOVE "Y" TO SM-IRP-HAY-SW
009040         MOVE IRP-SITUACION      TO SM-IRP-SITUACION
009050         MOVE IRP-DESCENDIENTES  TO SM-IRP-DESC
009060         MOVE IRP-DESC-MENOR3    TO SM-IRP-MENOR3
009070         MOVE IRP-ASCENDIENTES   TO SM-IRP-ASC
009080         MOVE IRP-DISCAPACIDAD   TO SM-IRP-DISCAP
009090         MOVE IRP-HIPOTECA       TO SM-IRP-HIPOTECA
009100         MOVE IRP-PCT-VOLUNTARIO TO SM-IRP-VOLUNT
009110         MOVE "Y" TO IRP-EOF-SW
009120     ELSE
009130         PERFORM 6110-LEER-SITUACION
009140     END-IF.
009150
009160 9999-EXIT.
009170     CLOSE EMPLEADOS-ARCHIVO
009180     GOBACK.
009190 END PROGRAM EMPSIMU.
