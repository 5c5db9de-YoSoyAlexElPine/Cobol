000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       EXPENSE CLAIM AND APPROVAL SCREEN FOR TRAVEL
000060*                ALLOWANCES (DIETAS) AND MILEAGE (KILOMETRAJE).
000070*                A CLERK KEYS THE EMPLOYEE, THE DATE OF THE TRIP
000080*                (FECHAVAL, NOT IN THE FUTURE), THE TYPE, THE
000090*                KILOMETRES OR DAYS AND THE DESTINATION AS A
000100*                PENDING CLAIM ON EMPGTO.DAT.  THE CLAIM IS PRICED
000110*                FROM THE GASTARIF.DAT RATE TABLE AND SPLIT INTO
000120*                THE EXEMPT PART, UP TO THE LEGAL LIMIT PER KM OR
000130*                DAY, AND THE TAXABLE EXCESS.  THE E-SUPERVISOR ON
000140*                THE RECORD SEES THE TEAM'S PENDING CLAIMS AND
000150*                APPROVES OR REFUSES THEM WITH THE OPERSES
000160*                OPERATOR STAMP, THE WAY EMPVRQM ROUTES VACATION.
000170*                APPROVED CLAIMS ARE POSTED AS ONE-OFF EMPVARP.DAT
000180*                CONCEPTS (DIET/KILO EXEMPT, DIEG/KILG TAXABLE)
000190*                FOR THE NEXT PERIOD NOT YET CALCULATED OR CLOSED
000200*                ON EMPPER.DAT, SO THEY ARE PAID, TAXED AND
000210*                CERTIFIED WITH THE PAYROLL INSTEAD OF BY A
000220*                SEPARATE BANK TRANSFER.
000230* TECTONICS:     cobc -x -std=ibm -I copybooks EMPGASM.CBL
000240*                OPERSES RUNLOCK FECHAVAL
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   ---------- ----  ----------------------------------------
000290*   2026-10-15  RT   ORIGINAL PROGRAM.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. EMPGASM.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     COPY EMPFSEL.
000380     COPY EMPGTSEL.
000390     COPY EMPVPSEL.
000400     COPY EMPPESEL.
000410
000420     SELECT OPTIONAL GASTOS-TARIFAS
000430         ASSIGN TO "GASTARIF.DAT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS GTA-FILE-STATUS.
000460
000470     SELECT GASTO-TEMPORAL
000480         ASSIGN TO "EMPGTO.TMP"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS TMP-FILE-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  EMPLEADOS-ARCHIVO.
000550     COPY EMPREG.
000560
000570 FD  EMPGTO-ARCHIVO.
000580     COPY EMPGTO.
000590
000600 FD  EMPVARP-ARCHIVO.
000610     COPY EMPVARP.
000620
000630 FD  EMPPER-ARCHIVO.
000640     COPY EMPPER.
000650
000660 FD  GASTOS-TARIFAS.
000670 01  GTA-REGISTRO.
000680     05  GTA-TIPO            PIC X(02).
000690     05  GTA-DESC            PIC X(30).
000700     05  GTA-IMPORTE         PIC 9(3)V99.
000710     05  GTA-EXENTO          PIC 9(3)V99.
000720
000730 FD  GASTO-TEMPORAL.
000740 01  TMP-REGISTRO             PIC X(216).
000750
000760 WORKING-STORAGE SECTION.
000770 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000780 01  GTO-FILE-STATUS          PIC XX VALUE SPACES.
000790 01  VAR-FILE-STATUS          PIC XX VALUE SPACES.
000800 01  PER-FILE-STATUS          PIC XX VALUE SPACES.
000810 01  GTA-FILE-STATUS          PIC XX VALUE SPACES.
000820 01  TMP-FILE-STATUS          PIC XX VALUE SPACES.
000830 01  GA-DESBORDE-SW           PIC X VALUE "N".
000840     88  GA-DESBORDE          VALUE "Y".
000850 01  GA-COLA-SALTADOS         PIC 9(5) VALUE 0.
000860 01  GTO-EOF-SW               PIC X VALUE "N".
000870     88  GTO-EOF              VALUE "Y".
000880 01  PER-EOF-SW               PIC X VALUE "N".
000890     88  PER-EOF              VALUE "Y".
000900 01  GTA-EOF-SW               PIC X VALUE "N".
000910     88  GTA-EOF              VALUE "Y".
000920
000930 01  GA-EOJ-SW                PIC X VALUE "N".
000940     88  GA-EOJ               VALUE "Y".
000950 01  GA-FOUND-SW              PIC X VALUE "N".
000960     88  GA-FOUND             VALUE "Y".
000970
000980 01  GA-OPCION                PIC 9(1) VALUE 0.
000990 01  GA-E-ID                  PIC X(50) VALUE SPACES.
001000 01  GA-CAMPO                 PIC X(50) VALUE SPACES.
001010 01  GA-HOY                   PIC 9(8) VALUE ZERO.
001020
001030 01  GA-FECHA                 PIC 9(8) VALUE ZERO.
001040 01  GA-FECHA-TRABAJO         PIC 9(8) VALUE ZERO.
001050 01  GA-FECHA-VALIDA-SW       PIC X VALUE "N".
001060     88  GA-FECHA-VALIDA      VALUE "Y".
001070 01  GA-DATO-LISTO-SW         PIC X VALUE "N".
001080     88  GA-DATO-LISTO        VALUE "Y".
001090 01  GA-TIPO                  PIC X(02) VALUE SPACES.
001100 01  GA-UNIDADES              PIC 9(5) VALUE 0.
001110 01  GA-UNIDADES-S            PIC S9(7)V99 VALUE 0.
001120 01  GA-UNIDADES-MAX          PIC 9(5) VALUE 0.
001130 01  GA-DESTINO               PIC X(30) VALUE SPACES.
001140 01  GA-TOTAL                 PIC 9(7)V99 VALUE 0.
001150 01  GA-EXENTO                PIC 9(7)V99 VALUE 0.
001160 01  GA-GRAVABLE              PIC 9(7)V99 VALUE 0.
001170 01  GA-IMPORTE-EDIT          PIC Z,ZZZ,ZZ9.99.
001180 01  GA-IMPORTE2-EDIT         PIC Z,ZZZ,ZZ9.99.
001190
001200 01  GA-OPERADOR              PIC X(08) VALUE SPACES.
001210 01  GA-OPER-NIVEL            PIC X(01) VALUE SPACES.
001220 01  GA-SUPERVISOR            PIC X(50) VALUE SPACES.
001230 01  GA-LISTADOS              PIC 9(3) VALUE 0.
001240 01  GA-POSTEADOS             PIC 9(3) VALUE 0.
001250 01  GA-CONCEPTOS             PIC 9(5) VALUE 0.
001260 01  GA-MODIFICADA-SW         PIC X VALUE "N".
001270     88  GA-MODIFICADA        VALUE "Y".
001280
001290*----------------------------------------------------------------
001300* THE GASTARIF.DAT RATES: COMPANY RATE AND LEGAL EXEMPT LIMIT PER
001310* KM OR DAY, BY CLAIM TYPE.
001320*----------------------------------------------------------------
001330 01  GA-TAR-TABLA.
001340     05  GA-TAR-MAX           PIC 9(2) VALUE 0.
001350     05  GA-TAR-ENTRADA OCCURS 20 TIMES.
001360         10  GA-TAR-TIPO      PIC X(02).
001370         10  GA-TAR-DESC      PIC X(30).
001380         10  GA-TAR-IMPORTE   PIC 9(3)V99.
001390         10  GA-TAR-EXENTO    PIC 9(3)V99.
001400 01  GA-TAR-IDX               PIC 9(2) VALUE 0.
001410 01  GA-TAR-HALLADO           PIC 9(2) VALUE 0.
001420
001430*----------------------------------------------------------------
001440* EMPPER.DAT PERIOD STATUSES, TO FIND THE PERIOD THE APPROVED
001450* CLAIMS ARE PAID IN.
001460*----------------------------------------------------------------
001470 01  GA-PER-TABLA.
001480     05  GA-PER-MAX           PIC 9(3) VALUE 0.
001490     05  GA-PER-ENTRADA OCCURS 120 TIMES.
001500         10  GA-PER-PERIODO   PIC 9(6).
001510         10  GA-PER-EST       PIC X(01).
001520 01  GA-PER-IDX               PIC 9(3) VALUE 0.
001530 01  GA-PERIODO               PIC 9(6) VALUE ZERO.
001540 01  GA-PERIODO-R REDEFINES GA-PERIODO.
001550     05  GA-PERIODO-ANIO      PIC 9(4).
001560     05  GA-PERIODO-MES       PIC 9(2).
001570 01  GA-PERIODO-LISTO-SW      PIC X VALUE "N".
001580     88  GA-PERIODO-LISTO     VALUE "Y".
001590
001600 01  GA-GTO-TABLA.
001610     05  GA-GTO-MAX           PIC 9(3) VALUE 0.
001620     05  GA-GTO-ENTRADA OCCURS 300 TIMES.
001630         10  GA-GTO-E-ID      PIC X(50).
001640         10  GA-GTO-FECHA     PIC 9(8).
001650         10  GA-GTO-TIPO      PIC X(02).
001660         10  GA-GTO-UNIDADES  PIC 9(5).
001670         10  GA-GTO-DESTINO   PIC X(30).
001680         10  GA-GTO-EXENTO    PIC 9(7)V99.
001690         10  GA-GTO-GRAVABLE  PIC 9(7)V99.
001700         10  GA-GTO-SUP       PIC X(50).
001710         10  GA-GTO-EST       PIC X(01).
001720         10  GA-GTO-OPER      PIC X(08).
001730         10  GA-GTO-ALTA      PIC 9(8).
001740         10  GA-GTO-PERIODO   PIC 9(6).
001750         10  GA-GTO-NOTA      PIC X(30).
001760 01  GA-GTO-IDX               PIC 9(3) VALUE 0.
001770
001780 01  GA-LCK-ACCION            PIC X(08) VALUE SPACES.
001790 01  GA-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
001800 01  GA-LCK-RESULTADO-SW      PIC X VALUE "N".
001810     88  GA-LCK-CONCEDIDO     VALUE "Y".
001820 01  GA-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
001830 01  GA-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001840 01  GA-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001850 01  GA-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
001860
001870 PROCEDURE DIVISION.
001880
001890 0000-MAINLINE.
001900     PERFORM 0500-TOMAR-CERROJO
001910     IF GA-LCK-CONCEDIDO
001920         PERFORM 1000-INITIALIZE
001930         PERFORM 2000-PROCESS-MENU UNTIL GA-EOJ
001940         PERFORM 7500-REESCRIBIR-GASTOS
001950         PERFORM 8500-SOLTAR-CERROJO
001960         PERFORM 9999-EXIT
001970     ELSE
001980         GOBACK
001990     END-IF.
002000
002010*----------------------------------------------------------------
002020* 0500-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK SO NO
002030*                      PAYROLL RUN IS READING EMPVARP.DAT WHILE
002040*                      APPROVED CLAIMS ARE POSTED TO IT.
002050*----------------------------------------------------------------
002060 0500-TOMAR-CERROJO.
002070     MOVE "TOMAR" TO GA-LCK-ACCION
002080     CALL "RUNLOCK" USING GA-LCK-ACCION, GA-LCK-TIPO,
002090         GA-LCK-RESULTADO-SW, GA-LCK-TEN-TIPO,
002100         GA-LCK-TEN-OPERADOR, GA-LCK-TEN-FECHA,
002110         GA-LCK-TEN-HORA
002120     IF NOT GA-LCK-CONCEDIDO
002130         DISPLAY "EMPGASM: EL MAESTRO ESTA BLOQUEADO POR "
002140             GA-LCK-TEN-TIPO " (" GA-LCK-TEN-OPERADOR
002150             ") DESDE " GA-LCK-TEN-FECHA " " GA-LCK-TEN-HORA
002160         DISPLAY "EMPGASM: USE LA OPCION DE CERROJO DEL MENU"
002170             " SI QUEDO ATASCADO"
002180     END-IF.
002190
002200 8500-SOLTAR-CERROJO.
002210     MOVE "SOLTAR" TO GA-LCK-ACCION
002220     CALL "RUNLOCK" USING GA-LCK-ACCION, GA-LCK-TIPO,
002230         GA-LCK-RESULTADO-SW, GA-LCK-TEN-TIPO,
002240         GA-LCK-TEN-OPERADOR, GA-LCK-TEN-FECHA,
002250         GA-LCK-TEN-HORA.
002260
002270*----------------------------------------------------------------
002280* 1000-INITIALIZE - OPEN THE MASTER, LOAD THE RATES AND THE CLAIM
002290*                   FILE INTO THEIR WORK TABLES.
002300*----------------------------------------------------------------
002310 1000-INITIALIZE.
002320     CALL "OPERSES" USING GA-OPERADOR, GA-OPER-NIVEL
002330     MOVE FUNCTION CURRENT-DATE(1:8) TO GA-HOY
002340     OPEN INPUT EMPLEADOS-ARCHIVO
002350     PERFORM 1200-CARGAR-TARIFAS
002360     PERFORM 1100-CARGAR-GASTOS.
002370
002380 1100-CARGAR-GASTOS.
002390     MOVE ZERO TO GA-GTO-MAX
002400     MOVE "N" TO GTO-EOF-SW
002410     OPEN INPUT EMPGTO-ARCHIVO
002420     IF GTO-FILE-STATUS = "00"
002430         PERFORM 1110-LEER-GASTO
002440         PERFORM 1120-GUARDAR-GASTO UNTIL GTO-EOF
002450     END-IF
002460     IF GTO-FILE-STATUS = "00" OR GTO-FILE-STATUS = "05"
002470             OR GTO-FILE-STATUS = "10"
002480         CLOSE EMPGTO-ARCHIVO
002490     END-IF.
002500
002510 1110-LEER-GASTO.
002520     READ EMPGTO-ARCHIVO
002530         AT END
002540             MOVE "Y" TO GTO-EOF-SW
002550     END-READ.
002560
002570 1120-GUARDAR-GASTO.
002580     IF GA-GTO-MAX < 300
002590         ADD 1 TO GA-GTO-MAX
002600         MOVE GTO-E-ID       TO GA-GTO-E-ID (GA-GTO-MAX)
002610         MOVE GTO-FECHA      TO GA-GTO-FECHA (GA-GTO-MAX)
002620         MOVE GTO-TIPO       TO GA-GTO-TIPO (GA-GTO-MAX)
002630         MOVE GTO-UNIDADES   TO GA-GTO-UNIDADES (GA-GTO-MAX)
002640         MOVE GTO-DESTINO    TO GA-GTO-DESTINO (GA-GTO-MAX)
002650         MOVE GTO-EXENTO     TO GA-GTO-EXENTO (GA-GTO-MAX)
002660         MOVE GTO-GRAVABLE   TO GA-GTO-GRAVABLE (GA-GTO-MAX)
002670         MOVE GTO-SUPERVISOR TO GA-GTO-SUP (GA-GTO-MAX)
002680         MOVE GTO-ESTADO     TO GA-GTO-EST (GA-GTO-MAX)
002690         MOVE GTO-OPERADOR   TO GA-GTO-OPER (GA-GTO-MAX)
002700         MOVE GTO-FECHA-ALTA TO GA-GTO-ALTA (GA-GTO-MAX)
002710         MOVE GTO-PERIODO    TO GA-GTO-PERIODO (GA-GTO-MAX)
002720         MOVE GTO-NOTA       TO GA-GTO-NOTA (GA-GTO-MAX)
002730     ELSE
002740         DISPLAY "EMPGASM: MAS DE 300 GASTOS - DEPURE EL"
002750             " ARCHIVO (EL RESTO SE CONSERVA)"
002760         MOVE "Y" TO GA-DESBORDE-SW
002770         MOVE "Y" TO GTO-EOF-SW
002780     END-IF
002790     IF NOT GTO-EOF
002800         PERFORM 1110-LEER-GASTO
002810     END-IF.
002820
002830 1200-CARGAR-TARIFAS.
002840     MOVE ZERO TO GA-TAR-MAX
002850     MOVE "N" TO GTA-EOF-SW
002860     OPEN INPUT GASTOS-TARIFAS
002870     IF GTA-FILE-STATUS = "00"
002880         PERFORM 1210-LEER-TARIFA
002890         PERFORM 1220-GUARDAR-TARIFA UNTIL GTA-EOF
002900     END-IF
002910     IF GTA-FILE-STATUS = "00" OR GTA-FILE-STATUS = "05"
002920             OR GTA-FILE-STATUS = "10"
002930         CLOSE GASTOS-TARIFAS
002940     END-IF
002950     IF GA-TAR-MAX = ZERO
002960         DISPLAY "EMPGASM: GASTARIF.DAT VACIO O INEXISTENTE -"
002970             " NO SE PUEDEN VALORAR GASTOS"
002980     END-IF.
002990
003000 1210-LEER-TARIFA.
003010     READ GASTOS-TARIFAS
003020         AT END
003030             MOVE "Y" TO GTA-EOF-SW
003040     END-READ.
003050
003060 1220-GUARDAR-TARIFA.
003070     IF GA-TAR-MAX < 20
003080         ADD 1 TO GA-TAR-MAX
003090         MOVE GTA-TIPO    TO GA-TAR-TIPO (GA-TAR-MAX)
003100         MOVE GTA-DESC    TO GA-TAR-DESC (GA-TAR-MAX)
003110         MOVE GTA-IMPORTE TO GA-TAR-IMPORTE (GA-TAR-MAX)
003120         MOVE GTA-EXENTO  TO GA-TAR-EXENTO (GA-TAR-MAX)
003130     END-IF
003140     PERFORM 1210-LEER-TARIFA.
003150
003160*----------------------------------------------------------------
003170* 2000-PROCESS-MENU - ONE PASS OF THE CLAIM MENU.
003180*----------------------------------------------------------------
003190 2000-PROCESS-MENU.
003200     DISPLAY " "
003210     DISPLAY "GASTOS DE VIAJE (DIETAS Y KILOMETRAJE)"
003220     DISPLAY "1. REGISTRAR GASTO"
003230     DISPLAY "2. REVISAR PENDIENTES DE UN SUPERVISOR"
003240     DISPLAY "3. PASAR APROBADOS A NOMINA"
003250     DISPLAY "4. LISTAR TODOS"
003260     DISPLAY "5. SALIR"
003270     DISPLAY "INTRODUCE UNA OPCION DEL 1 AL 5"
003280     ACCEPT GA-OPCION
003290
003300     EVALUATE GA-OPCION
003310         WHEN 1
003320             PERFORM 3000-REGISTRAR
003330         WHEN 2
003340             PERFORM 4000-REVISAR
003350         WHEN 3
003360             PERFORM 5000-CONTABILIZAR
003370         WHEN 4
003380             PERFORM 6000-LISTAR
003390         WHEN 5
003400             MOVE "Y" TO GA-EOJ-SW
003410         WHEN OTHER
003420             DISPLAY "OPCION NO VALIDA: " GA-OPCION
003430     END-EVALUATE.
003440
003450*----------------------------------------------------------------
003460* 3000-REGISTRAR - KEY A NEW CLAIM: EMPLOYEE, DATE, TYPE, KM OR
003470*                  DAYS AND DESTINATION, PRICED AND SPLIT INTO
003480*                  EXEMPT AND TAXABLE BEFORE IT IS FILED.
003490*----------------------------------------------------------------
003500 3000-REGISTRAR.
003510     PERFORM 6500-LEER-POR-ID
003520     IF GA-FOUND
003530         IF NOT E-ACTIVO
003540             DISPLAY "EMPGASM: EL EMPLEADO ESTA INACTIVO"
003550         ELSE
003560             IF GA-GTO-MAX >= 300
003570                 DISPLAY "EMPGASM: TABLA LLENA - DEPURE EL"
003580                     " ARCHIVO"
003590             ELSE
003600                 IF GA-TAR-MAX = ZERO
003610                     DISPLAY "EMPGASM: SIN TARIFAS EN"
003620                         " GASTARIF.DAT"
003630                 ELSE
003640                     PERFORM 3100-CAPTURAR-GASTO
003650                     PERFORM 3300-VALORAR-GASTO
003660                     PERFORM 3400-ALTA-GASTO
003670                 END-IF
003680             END-IF
003690         END-IF
003700     END-IF.
003710
003720 3100-CAPTURAR-GASTO.
003730     MOVE "N" TO GA-DATO-LISTO-SW
003740     PERFORM 3110-PEDIR-FECHA UNTIL GA-DATO-LISTO
003750     MOVE "N" TO GA-DATO-LISTO-SW
003760     PERFORM 3120-PEDIR-TIPO UNTIL GA-DATO-LISTO
003770     IF GA-TIPO = "KM"
003780         MOVE 99999 TO GA-UNIDADES-MAX
003790     ELSE
003800         MOVE 366 TO GA-UNIDADES-MAX
003810     END-IF
003820     MOVE "N" TO GA-DATO-LISTO-SW
003830     PERFORM 3130-PEDIR-UNIDADES UNTIL GA-DATO-LISTO
003840     MOVE "N" TO GA-DATO-LISTO-SW
003850     PERFORM 3140-PEDIR-DESTINO UNTIL GA-DATO-LISTO.
003860
003870 3110-PEDIR-FECHA.
003880     DISPLAY "FECHA DEL DESPLAZAMIENTO YYYYMMDD: "
003890     ACCEPT GA-CAMPO
003900     MOVE GA-CAMPO TO GA-FECHA-TRABAJO
003910     CALL "FECHAVAL" USING GA-FECHA-TRABAJO,
003920         GA-FECHA-VALIDA-SW
003930     IF GA-FECHA-VALIDA AND GA-FECHA-TRABAJO <= GA-HOY
003940         MOVE GA-FECHA-TRABAJO TO GA-FECHA
003950         MOVE "Y" TO GA-DATO-LISTO-SW
003960     ELSE
003970         DISPLAY "FECHA INVALIDA - DEBE SER REAL Y NO FUTURA"
003980     END-IF.
003990
004000 3120-PEDIR-TIPO.
004010     DISPLAY "TIPOS DE GASTO:"
004020     PERFORM 3125-MOSTRAR-TARIFA
004030         VARYING GA-TAR-IDX FROM 1 BY 1
004040         UNTIL GA-TAR-IDX > GA-TAR-MAX
004050     DISPLAY "TIPO DE GASTO: "
004060     ACCEPT GA-CAMPO
004070     MOVE GA-CAMPO TO GA-TIPO
004080     PERFORM 3150-BUSCAR-TARIFA
004090     IF GA-TAR-HALLADO > 0
004100         MOVE "Y" TO GA-DATO-LISTO-SW
004110     ELSE
004120         DISPLAY "TIPO NO EXISTE EN GASTARIF.DAT"
004130     END-IF.
004140
004150 3125-MOSTRAR-TARIFA.
004160     MOVE GA-TAR-IMPORTE (GA-TAR-IDX) TO GA-IMPORTE-EDIT
004170     DISPLAY "  " GA-TAR-TIPO (GA-TAR-IDX) " "
004180         GA-TAR-DESC (GA-TAR-IDX) " " GA-IMPORTE-EDIT.
004190
004200 3130-PEDIR-UNIDADES.
004210     IF GA-TIPO = "KM"
004220         DISPLAY "KILOMETROS RECORRIDOS: "
004230     ELSE
004240         DISPLAY "NUMERO DE DIAS: "
004250     END-IF
004260     MOVE SPACES TO GA-CAMPO
004270     ACCEPT GA-CAMPO
004280     IF FUNCTION TEST-NUMVAL(GA-CAMPO) = 0
004290         COMPUTE GA-UNIDADES-S = FUNCTION NUMVAL(GA-CAMPO)
004300         MOVE GA-UNIDADES-S TO GA-UNIDADES
004310         IF GA-UNIDADES NOT = GA-UNIDADES-S
004320             DISPLAY "SIN DECIMALES"
004330         ELSE
004340             IF GA-UNIDADES = 0 OR GA-UNIDADES > GA-UNIDADES-MAX
004350                 DISPLAY "VALOR FUERA DE RANGO (1 A "
004360                     GA-UNIDADES-MAX ")"
004370             ELSE
004380                 MOVE "Y" TO GA-DATO-LISTO-SW
004390             END-IF
004400         END-IF
004410     ELSE
004420         DISPLAY "VALOR NO NUMERICO"
004430     END-IF.
004440
004450 3140-PEDIR-DESTINO.
004460     DISPLAY "DESTINO: "
004470     MOVE SPACES TO GA-CAMPO
004480     ACCEPT GA-CAMPO
004490     IF GA-CAMPO = SPACES
004500         DISPLAY "DESTINO OBLIGATORIO"
004510     ELSE
004520         MOVE GA-CAMPO TO GA-DESTINO
004530         MOVE "Y" TO GA-DATO-LISTO-SW
004540     END-IF.
004550
004560 3150-BUSCAR-TARIFA.
004570     MOVE 0 TO GA-TAR-HALLADO
004580     PERFORM 3160-COMPARAR-TARIFA
004590         VARYING GA-TAR-IDX FROM 1 BY 1
004600         UNTIL GA-TAR-IDX > GA-TAR-MAX OR GA-TAR-HALLADO > 0.
004610
004620 3160-COMPARAR-TARIFA.
004630     IF GA-TAR-TIPO (GA-TAR-IDX) = GA-TIPO
004640         MOVE GA-TAR-IDX TO GA-TAR-HALLADO
004650     END-IF.
004660
004670*----------------------------------------------------------------
004680* 3300-VALORAR-GASTO - UNITS AT THE COMPANY RATE; THE PART UP TO
004690*                      THE LEGAL LIMIT PER KM OR DAY IS EXEMPT,
004700*                      ANY EXCESS IS TAXABLE.
004710*----------------------------------------------------------------
004720 3300-VALORAR-GASTO.
004730     COMPUTE GA-TOTAL ROUNDED =
004740         GA-UNIDADES * GA-TAR-IMPORTE (GA-TAR-HALLADO)
004750     COMPUTE GA-EXENTO ROUNDED =
004760         GA-UNIDADES * GA-TAR-EXENTO (GA-TAR-HALLADO)
004770     IF GA-EXENTO > GA-TOTAL
004780         MOVE GA-TOTAL TO GA-EXENTO
004790     END-IF
004800     COMPUTE GA-GRAVABLE = GA-TOTAL - GA-EXENTO
004810     MOVE GA-EXENTO TO GA-IMPORTE-EDIT
004820     MOVE GA-GRAVABLE TO GA-IMPORTE2-EDIT
004830     DISPLAY "IMPORTE EXENTO : " GA-IMPORTE-EDIT
004840         "  GRAVABLE : " GA-IMPORTE2-EDIT.
004850
004860 3400-ALTA-GASTO.
004870     ADD 1 TO GA-GTO-MAX
004880     MOVE GA-E-ID      TO GA-GTO-E-ID (GA-GTO-MAX)
004890     MOVE GA-FECHA     TO GA-GTO-FECHA (GA-GTO-MAX)
004900     MOVE GA-TIPO      TO GA-GTO-TIPO (GA-GTO-MAX)
004910     MOVE GA-UNIDADES  TO GA-GTO-UNIDADES (GA-GTO-MAX)
004920     MOVE GA-DESTINO   TO GA-GTO-DESTINO (GA-GTO-MAX)
004930     MOVE GA-EXENTO    TO GA-GTO-EXENTO (GA-GTO-MAX)
004940     MOVE GA-GRAVABLE  TO GA-GTO-GRAVABLE (GA-GTO-MAX)
004950     MOVE E-SUPERVISOR TO GA-GTO-SUP (GA-GTO-MAX)
004960     MOVE "P"          TO GA-GTO-EST (GA-GTO-MAX)
004970     MOVE GA-OPERADOR  TO GA-GTO-OPER (GA-GTO-MAX)
004980     MOVE GA-HOY       TO GA-GTO-ALTA (GA-GTO-MAX)
004990     MOVE ZERO         TO GA-GTO-PERIODO (GA-GTO-MAX)
005000     MOVE SPACES       TO GA-GTO-NOTA (GA-GTO-MAX)
005010     IF E-SUPERVISOR = SPACES
005020         MOVE "SIN SUPERVISOR EN FICHA"
005030             TO GA-GTO-NOTA (GA-GTO-MAX)
005040         DISPLAY "AVISO: EL EMPLEADO NO TIENE SUPERVISOR - NADIE"
005050             " PODRA APROBAR EL GASTO HASTA QUE SE INFORME"
005060     END-IF
005070     MOVE "Y" TO GA-MODIFICADA-SW
005080     DISPLAY "GASTO REGISTRADO, PENDIENTE DE APROBACION".
005090
005100*----------------------------------------------------------------
005110* 4000-REVISAR - LIST ONE SUPERVISOR'S PENDING CLAIMS AND LET THE
005120*                SUPERVISOR APPROVE OR REFUSE EACH ONE, WITH THE
005130*                OPERATOR STAMP ON THE DECISION.
005140*----------------------------------------------------------------
005150 4000-REVISAR.
005160     DISPLAY "E-ID DEL SUPERVISOR: "
005170     ACCEPT GA-SUPERVISOR
005180     MOVE ZERO TO GA-LISTADOS
005190     PERFORM 4100-REVISAR-UNO
005200         VARYING GA-GTO-IDX FROM 1 BY 1
005210         UNTIL GA-GTO-IDX > GA-GTO-MAX
005220     IF GA-LISTADOS = ZERO
005230         DISPLAY "SIN GASTOS PENDIENTES PARA ESE SUPERVISOR"
005240     END-IF.
005250
005260 4100-REVISAR-UNO.
005270     IF GA-GTO-SUP (GA-GTO-IDX) = GA-SUPERVISOR AND
005280             GA-GTO-EST (GA-GTO-IDX) = "P"
005290         ADD 1 TO GA-LISTADOS
005300         MOVE GA-GTO-EXENTO (GA-GTO-IDX) TO GA-IMPORTE-EDIT
005310         MOVE GA-GTO-GRAVABLE (GA-GTO-IDX) TO GA-IMPORTE2-EDIT
005320         DISPLAY " "
005330         DISPLAY "GASTO DE "
005340             FUNCTION TRIM(GA-GTO-E-ID (GA-GTO-IDX))
005350         DISPLAY "  " GA-GTO-FECHA (GA-GTO-IDX) " "
005360             GA-GTO-TIPO (GA-GTO-IDX) " "
005370             GA-GTO-UNIDADES (GA-GTO-IDX) " "
005380             GA-GTO-DESTINO (GA-GTO-IDX)
005390         DISPLAY "  EXENTO " GA-IMPORTE-EDIT
005400             "  GRAVABLE " GA-IMPORTE2-EDIT
005410         DISPLAY "  A=APROBAR R=RECHAZAR (ENTER SALTA): "
005420         ACCEPT GA-CAMPO
005430         EVALUATE GA-CAMPO(1:1)
005440             WHEN "A"
005450                 MOVE "A" TO GA-GTO-EST (GA-GTO-IDX)
005460                 MOVE GA-OPERADOR TO GA-GTO-OPER (GA-GTO-IDX)
005470                 MOVE "Y" TO GA-MODIFICADA-SW
005480                 DISPLAY "  APROBADO POR " GA-OPERADOR
005490             WHEN "R"
005500                 MOVE "R" TO GA-GTO-EST (GA-GTO-IDX)
005510                 MOVE GA-OPERADOR TO GA-GTO-OPER (GA-GTO-IDX)
005520                 DISPLAY "  MOTIVO DEL RECHAZO: "
005530                 ACCEPT GA-CAMPO
005540                 MOVE GA-CAMPO TO GA-GTO-NOTA (GA-GTO-IDX)
005550                 MOVE "Y" TO GA-MODIFICADA-SW
005560                 DISPLAY "  RECHAZADO POR " GA-OPERADOR
005570             WHEN OTHER
005580                 CONTINUE
005590         END-EVALUATE
005600     END-IF.
005610
005620*----------------------------------------------------------------
005630* 5000-CONTABILIZAR - EVERY APPROVED CLAIM BECOMES ONE OR TWO
005640*                     EMPVARP.DAT CONCEPTS (EXEMPT AND TAXABLE
005650*                     PARTS) FOR THE NEXT OPEN PERIOD AND FLIPS
005660*                     TO CONTABILIZADA WITH THAT PERIOD.
005670*----------------------------------------------------------------
005680 5000-CONTABILIZAR.
005690     MOVE ZERO TO GA-POSTEADOS GA-CONCEPTOS
005700     PERFORM 5500-BUSCAR-PERIODO
005710     DISPLAY "EMPGASM: LOS GASTOS APROBADOS SE PAGAN EN EL"
005720         " PERIODO " GA-PERIODO
005730     OPEN EXTEND EMPVARP-ARCHIVO
005740     IF VAR-FILE-STATUS = "35"
005750         OPEN OUTPUT EMPVARP-ARCHIVO
005760     END-IF
005770     PERFORM 5100-CONTABILIZAR-UNO
005780         VARYING GA-GTO-IDX FROM 1 BY 1
005790         UNTIL GA-GTO-IDX > GA-GTO-MAX
005800     CLOSE EMPVARP-ARCHIVO
005810     DISPLAY "EMPGASM: " GA-POSTEADOS " GASTO(S) PASADO(S) A"
005820         " NOMINA, " GA-CONCEPTOS " CONCEPTO(S) EN EMPVARP.DAT".
005830
005840 5100-CONTABILIZAR-UNO.
005850     IF GA-GTO-EST (GA-GTO-IDX) = "A"
005860         MOVE GA-GTO-E-ID (GA-GTO-IDX) TO E-ID
005870         READ EMPLEADOS-ARCHIVO
005880             INVALID KEY
005890                 DISPLAY "EMPGASM: E-ID YA NO EXISTE: "
005900                     GA-GTO-E-ID (GA-GTO-IDX)
005910             NOT INVALID KEY
005920                 PERFORM 5200-ESCRIBIR-CONCEPTOS
005930                 MOVE "C" TO GA-GTO-EST (GA-GTO-IDX)
005940                 MOVE GA-PERIODO TO GA-GTO-PERIODO (GA-GTO-IDX)
005950                 ADD 1 TO GA-POSTEADOS
005960                 MOVE "Y" TO GA-MODIFICADA-SW
005970         END-READ
005980     END-IF.
005990
006000 5200-ESCRIBIR-CONCEPTOS.
006010     MOVE GA-PERIODO TO VP-PERIODO
006020     MOVE GA-GTO-E-ID (GA-GTO-IDX) TO VP-E-ID
006030     IF GA-GTO-EXENTO (GA-GTO-IDX) > ZERO
006040         IF GA-GTO-TIPO (GA-GTO-IDX) = "KM"
006050             MOVE "KILO" TO VP-CONCEPTO
006060             MOVE "KILOMETRAJE EXENTO" TO VP-DESC
006070         ELSE
006080             MOVE "DIET" TO VP-CONCEPTO
006090             MOVE "DIETAS EXENTAS" TO VP-DESC
006100         END-IF
006110         MOVE GA-GTO-EXENTO (GA-GTO-IDX) TO VP-IMPORTE
006120         MOVE "N" TO VP-GRAVABLE
006130         WRITE EMPVARP-REGISTRO
006140         ADD 1 TO GA-CONCEPTOS
006150     END-IF
006160     IF GA-GTO-GRAVABLE (GA-GTO-IDX) > ZERO
006170         IF GA-GTO-TIPO (GA-GTO-IDX) = "KM"
006180             MOVE "KILG" TO VP-CONCEPTO
006190             MOVE "KILOMETRAJE GRAVADO" TO VP-DESC
006200         ELSE
006210             MOVE "DIEG" TO VP-CONCEPTO
006220             MOVE "DIETAS GRAVADAS" TO VP-DESC
006230         END-IF
006240         MOVE GA-GTO-GRAVABLE (GA-GTO-IDX) TO VP-IMPORTE
006250         MOVE "S" TO VP-GRAVABLE
006260         WRITE EMPVARP-REGISTRO
006270         ADD 1 TO GA-CONCEPTOS
006280     END-IF.
006290
006300*----------------------------------------------------------------
006310* 5500-BUSCAR-PERIODO - THE NEXT OPEN PERIOD: FROM THE CURRENT
006320*                       MONTH ON, THE FIRST ONE EMPPER.DAT DOES
006330*                       NOT SHOW AS ALREADY CALCULATED OR CLOSED.
006340*----------------------------------------------------------------
006350 5500-BUSCAR-PERIODO.
006360     MOVE ZERO TO GA-PER-MAX
006370     MOVE "N" TO PER-EOF-SW
006380     OPEN INPUT EMPPER-ARCHIVO
006390     IF PER-FILE-STATUS = "00"
006400         PERFORM 5510-LEER-PERIODO
006410         PERFORM 5520-GUARDAR-PERIODO UNTIL PER-EOF
006420     END-IF
006430     IF PER-FILE-STATUS = "00" OR PER-FILE-STATUS = "05"
006440             OR PER-FILE-STATUS = "10"
006450         CLOSE EMPPER-ARCHIVO
006460     END-IF
006470     MOVE GA-HOY(1:6) TO GA-PERIODO
006480     MOVE "N" TO GA-PERIODO-LISTO-SW
006490     PERFORM 5530-PROBAR-PERIODO UNTIL GA-PERIODO-LISTO.
006500
006510 5510-LEER-PERIODO.
006520     READ EMPPER-ARCHIVO
006530         AT END
006540             MOVE "Y" TO PER-EOF-SW
006550     END-READ.
006560
006570 5520-GUARDAR-PERIODO.
006580     IF GA-PER-MAX < 120
006590         ADD 1 TO GA-PER-MAX
006600         MOVE PER-PERIODO TO GA-PER-PERIODO (GA-PER-MAX)
006610         MOVE PER-STATUS  TO GA-PER-EST (GA-PER-MAX)
006620     END-IF
006630     PERFORM 5510-LEER-PERIODO.
006640
006650 5530-PROBAR-PERIODO.
006660     MOVE "Y" TO GA-PERIODO-LISTO-SW
006670     PERFORM 5540-COMPARAR-PERIODO
006680         VARYING GA-PER-IDX FROM 1 BY 1
006690         UNTIL GA-PER-IDX > GA-PER-MAX
006700     IF NOT GA-PERIODO-LISTO
006710         IF GA-PERIODO-MES = 12
006720             ADD 1 TO GA-PERIODO-ANIO
006730             MOVE 1 TO GA-PERIODO-MES
006740         ELSE
006750             ADD 1 TO GA-PERIODO-MES
006760         END-IF
006770     END-IF.
006780
006790 5540-COMPARAR-PERIODO.
006800     IF GA-PER-PERIODO (GA-PER-IDX) = GA-PERIODO AND
006810             (GA-PER-EST (GA-PER-IDX) = "C" OR
006820              GA-PER-EST (GA-PER-IDX) = "X")
006830         MOVE "N" TO GA-PERIODO-LISTO-SW
006840     END-IF.
006850
006860 6000-LISTAR.
006870     PERFORM 6100-LISTAR-UNO
006880         VARYING GA-GTO-IDX FROM 1 BY 1
006890         UNTIL GA-GTO-IDX > GA-GTO-MAX
006900     IF GA-GTO-MAX = ZERO
006910         DISPLAY "SIN GASTOS EN EL ARCHIVO"
006920     END-IF.
006930
006940 6100-LISTAR-UNO.
006950     MOVE GA-GTO-EXENTO (GA-GTO-IDX) TO GA-IMPORTE-EDIT
006960     MOVE GA-GTO-GRAVABLE (GA-GTO-IDX) TO GA-IMPORTE2-EDIT
006970     DISPLAY GA-GTO-EST (GA-GTO-IDX) " "
006980         FUNCTION TRIM(GA-GTO-E-ID (GA-GTO-IDX))
006990         " " GA-GTO-FECHA (GA-GTO-IDX)
007000         " " GA-GTO-TIPO (GA-GTO-IDX)
007010         " " GA-GTO-UNIDADES (GA-GTO-IDX)
007020         " " GA-IMPORTE-EDIT " " GA-IMPORTE2-EDIT
007030         " " GA-GTO-PERIODO (GA-GTO-IDX)
007040         " " GA-GTO-NOTA (GA-GTO-IDX).
007050
007060 6500-LEER-POR-ID.
007070     MOVE "N" TO GA-FOUND-SW
007080     DISPLAY "INTRODUCE E-ID: "
007090     ACCEPT GA-E-ID
007100     MOVE GA-E-ID TO E-ID
007110     READ EMPLEADOS-ARCHIVO
007120         INVALID KEY
007130             DISPLAY "NO EXISTE EMPLEADO CON E-ID: " GA-E-ID
007140         NOT INVALID KEY
007150             MOVE "Y" TO GA-FOUND-SW
007160     END-READ.
007170
007180*----------------------------------------------------------------
007190* 7500-REESCRIBIR-GASTOS - THE WHOLE TABLE GOES BACK TO THE FILE
007200*                          WHEN ANYTHING CHANGED, SO REFUSED AND
007210*                          PAID CLAIMS STAY VISIBLE WITH THEIR
007220*                          STATUS.
007230*----------------------------------------------------------------
007240 7500-REESCRIBIR-GASTOS.
007250     IF GA-MODIFICADA
007260         IF GA-DESBORDE
007270             PERFORM 7600-SALVAR-COLA
007280         END-IF
007290         OPEN OUTPUT EMPGTO-ARCHIVO
007300         PERFORM 7510-ESCRIBIR-GASTO
007310             VARYING GA-GTO-IDX FROM 1 BY 1
007320             UNTIL GA-GTO-IDX > GA-GTO-MAX
007330         IF GA-DESBORDE
007340             PERFORM 7700-REPONER-COLA
007350         END-IF
007360         CLOSE EMPGTO-ARCHIVO
007370     END-IF.
007380
007390 7510-ESCRIBIR-GASTO.
007400     MOVE GA-GTO-E-ID (GA-GTO-IDX)     TO GTO-E-ID
007410     MOVE GA-GTO-FECHA (GA-GTO-IDX)    TO GTO-FECHA
007420     MOVE GA-GTO-TIPO (GA-GTO-IDX)     TO GTO-TIPO
007430     MOVE GA-GTO-UNIDADES (GA-GTO-IDX) TO GTO-UNIDADES
007440     MOVE GA-GTO-DESTINO (GA-GTO-IDX)  TO GTO-DESTINO
007450     MOVE GA-GTO-EXENTO (GA-GTO-IDX)   TO GTO-EXENTO
007460     MOVE GA-GTO-GRAVABLE (GA-GTO-IDX) TO GTO-GRAVABLE
007470     MOVE GA-GTO-SUP (GA-GTO-IDX)      TO GTO-SUPERVISOR
007480     MOVE GA-GTO-EST (GA-GTO-IDX)      TO GTO-ESTADO
007490     MOVE GA-GTO-OPER (GA-GTO-IDX)     TO GTO-OPERADOR
007500     MOVE GA-GTO-ALTA (GA-GTO-IDX)     TO GTO-FECHA-ALTA
007510     MOVE GA-GTO-PERIODO (GA-GTO-IDX)  TO GTO-PERIODO
007520     MOVE GA-GTO-NOTA (GA-GTO-IDX)     TO GTO-NOTA
007530     WRITE EMPGTO-REGISTRO.
007540
007550*----------------------------------------------------------------
007560* 7600-SALVAR-COLA - COPY EVERY RECORD BEYOND THE WORK TABLE TO
007570*                    THE .TMP FILE BEFORE THE REWRITE TRUNCATES
007580*                    THE FILE.
007590*----------------------------------------------------------------
007600 7600-SALVAR-COLA.
007610     MOVE "N" TO GTO-EOF-SW
007620     MOVE ZERO TO GA-COLA-SALTADOS
007630     OPEN INPUT EMPGTO-ARCHIVO
007640     OPEN OUTPUT GASTO-TEMPORAL
007650     PERFORM 1110-LEER-GASTO
007660     PERFORM 7610-COPIAR-COLA UNTIL GTO-EOF
007670     CLOSE EMPGTO-ARCHIVO
007680     CLOSE GASTO-TEMPORAL.
007690
007700 7610-COPIAR-COLA.
007710     ADD 1 TO GA-COLA-SALTADOS
007720     IF GA-COLA-SALTADOS > GA-GTO-MAX
007730         MOVE EMPGTO-REGISTRO TO TMP-REGISTRO
007740         WRITE TMP-REGISTRO
007750     END-IF
007760     PERFORM 1110-LEER-GASTO.
007770
007780*----------------------------------------------------------------
007790* 7700-REPONER-COLA - APPEND THE SAVED TAIL BEHIND THE
007800*                     REWRITTEN ENTRIES.
007810*----------------------------------------------------------------
007820 7700-REPONER-COLA.
007830     MOVE "N" TO GTO-EOF-SW
007840     OPEN INPUT GASTO-TEMPORAL
007850     PERFORM 7710-LEER-COLA
007860     PERFORM 7720-ESCRIBIR-COLA UNTIL GTO-EOF
007870     CLOSE GASTO-TEMPORAL.
007880
007890 7710-LEER-COLA.
007900     READ GASTO-TEMPORAL
007910         AT END
007920             MOVE "Y" TO GTO-EOF-SW
007930     END-READ.
007940
007950 7720-ESCRIBIR-COLA.
007960     MOVE TMP-REGISTRO TO EMPGTO-REGISTRO
007970     WRITE EMPGTO-REGISTRO
007980     PERFORM 7710-LEER-COLA.
007990
008000 9999-EXIT.
008010     CLOSE EMPLEADOS-ARCHIVO
008020     GOBACK.
008030 END PROGRAM EMPGASM.
