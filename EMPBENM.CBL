000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       BENEFITS ENROLMENT SCREEN.  THE OFFICE MANAGER
000060*                KEEPS HEALTH INSURANCE, MEAL VOUCHERS, THE
000070*                NURSERY CHEQUE AND THE COMPANY CARS HERE INSTEAD
000080*                OF ON A MONTHLY LIST FOR PAYROLL.  EACH ENROLMENT
000090*                ON EMPBEN.DAT CARRIES THE E-ID, THE PLAN, ITS
000100*                TYPE AND PROVIDER, THE START AND END DATES
000110*                (FECHAVAL), THE MODALITY (F FLEXIBLE PAY OUT OF
000120*                THE GROSS, E IN KIND PAID BY THE COMPANY), THE
000130*                EMPLOYEE AND COMPANY MONTHLY COST, THE IN-KIND
000140*                VALUE FOR TAX, THE MONTHLY AMOUNT THE LAW EXEMPTS
000150*                AND THE PEOPLE COVERED.  AN ENROLMENT IS NEVER
000160*                DELETED: THE CANCELLATION SETS ITS END DATE, SO
000170*                PAST PERIODS CAN STILL BE EXPLAINED.  EMPPAY
000180*                READS THE FILE TO DEDUCT, TAX AND CAP THE
000190*                BENEFITS AND EMPBCEN BUILDS THE MONTHLY PROVIDER
000200*                CENSUS FROM IT.
000210* TECTONICS:     cobc -x -std=ibm -I copybooks EMPBENM.CBL
000220*                OPERSES RUNLOCK FECHAVAL
000230*----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   ---------- ----  ----------------------------------------
000270*   2026-10-15  RT   ORIGINAL PROGRAM.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. EMPBENM.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     COPY EMPFSEL.
000360     COPY EMPBNSEL.
000370
000380     SELECT BENEFICIO-TEMPORAL
000390         ASSIGN TO "EMPBEN.TMP"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS TMP-FILE-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EMPLEADOS-ARCHIVO.
000460     COPY EMPREG.
000470
000480 FD  EMPBEN-ARCHIVO.
000490     COPY EMPBEN.
000500
000510 FD  BENEFICIO-TEMPORAL.
000520 01  TMP-REGISTRO             PIC X(130).
000530
000540 WORKING-STORAGE SECTION.
000550 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000560 01  BEN-FILE-STATUS          PIC XX VALUE SPACES.
000570 01  TMP-FILE-STATUS          PIC XX VALUE SPACES.
000580 01  BN-DESBORDE-SW           PIC X VALUE "N".
000590     88  BN-DESBORDE          VALUE "Y".
000600 01  BN-COLA-SALTADOS         PIC 9(5) VALUE 0.
000610 01  BEN-EOF-SW               PIC X VALUE "N".
000620     88  BEN-EOF              VALUE "Y".
000630
000640 01  BN-EOJ-SW                PIC X VALUE "N".
000650     88  BN-EOJ               VALUE "Y".
000660 01  BN-FOUND-SW              PIC X VALUE "N".
000670     88  BN-FOUND             VALUE "Y".
000680
000690 01  BN-OPCION                PIC 9(1) VALUE 0.
000700 01  BN-E-ID                  PIC X(50) VALUE SPACES.
000710 01  BN-CAMPO                 PIC X(50) VALUE SPACES.
000720 01  BN-HOY                   PIC 9(8) VALUE ZERO.
000730
000740 01  BN-FECHA-TRABAJO         PIC 9(8) VALUE ZERO.
000750 01  BN-FECHA-VALIDA-SW       PIC X VALUE "N".
000760     88  BN-FECHA-VALIDA      VALUE "Y".
000770 01  BN-DATO-LISTO-SW         PIC X VALUE "N".
000780     88  BN-DATO-LISTO        VALUE "Y".
000790 01  BN-CANCELAR-SW           PIC X VALUE "N".
000800     88  BN-CANCELAR          VALUE "Y".
000810 01  BN-PROMPT                PIC X(40) VALUE SPACES.
000820 01  BN-IMPORTE               PIC 9(5)V99 VALUE 0.
000830 01  BN-IMPORTE-S             PIC S9(7)V99 VALUE 0.
000840 01  BN-IMPORTE-EDIT          PIC ZZ,ZZ9.99.
000850 01  BN-IMPORTE2-EDIT         PIC ZZ,ZZ9.99.
000860
000870*----------------------------------------------------------------
000880* THE ENROLMENT BEING KEYED.
000890*----------------------------------------------------------------
000900 01  BN-NUEVO.
000910     05  BN-N-PLAN            PIC X(06).
000920     05  BN-N-TIPO            PIC X(01).
000930     05  BN-N-PROVEEDOR       PIC X(10).
000940     05  BN-N-DESDE           PIC 9(08).
000950     05  BN-N-HASTA           PIC 9(08).
000960     05  BN-N-MODALIDAD       PIC X(01).
000970     05  BN-N-COSTE-EMP       PIC 9(5)V99.
000980     05  BN-N-COSTE-EMPRESA   PIC 9(5)V99.
000990     05  BN-N-VALOR           PIC 9(5)V99.
001000     05  BN-N-EXENTO          PIC 9(5)V99.
001010     05  BN-N-BENEFICIARIOS   PIC 9(02).
001020
001030 01  BN-OPERADOR              PIC X(08) VALUE SPACES.
001040 01  BN-OPER-NIVEL            PIC X(01) VALUE SPACES.
001050 01  BN-LISTADOS              PIC 9(3) VALUE 0.
001060 01  BN-HALLADO               PIC 9(3) VALUE 0.
001070 01  BN-MODIFICADA-SW         PIC X VALUE "N".
001080     88  BN-MODIFICADA        VALUE "Y".
001090
001100 01  BN-BEN-TABLA.
001110     05  BN-BEN-MAX           PIC 9(3) VALUE 0.
001120     05  BN-BEN-ENTRADA OCCURS 300 TIMES.
001130         10  BN-BEN-E-ID      PIC X(50).
001140         10  BN-BEN-PLAN      PIC X(06).
001150         10  BN-BEN-TIPO      PIC X(01).
001160         10  BN-BEN-PROV      PIC X(10).
001170         10  BN-BEN-DESDE     PIC 9(08).
001180         10  BN-BEN-HASTA     PIC 9(08).
001190         10  BN-BEN-MOD       PIC X(01).
001200         10  BN-BEN-COSTE-EMP PIC 9(5)V99.
001210         10  BN-BEN-COSTE-EMPRESA PIC 9(5)V99.
001220         10  BN-BEN-VALOR     PIC 9(5)V99.
001230         10  BN-BEN-EXENTO    PIC 9(5)V99.
001240         10  BN-BEN-PERSONAS  PIC 9(02).
001250         10  BN-BEN-OPER      PIC X(08).
001260         10  BN-BEN-ALTA      PIC 9(08).
001270 01  BN-BEN-IDX               PIC 9(3) VALUE 0.
001280
001290 01  BN-LCK-ACCION            PIC X(08) VALUE SPACES.
001300 01  BN-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
001310 01  BN-LCK-RESULTADO-SW      PIC X VALUE "N".
001320     88  BN-LCK-CONCEDIDO     VALUE "Y".
001330 01  BN-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
001340 01  BN-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001350 01  BN-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001360 01  BN-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
001370
001380 PROCEDURE DIVISION.
001390
001400 0000-MAINLINE.
001410     PERFORM 0500-TOMAR-CERROJO
001420     IF BN-LCK-CONCEDIDO
001430         PERFORM 1000-INITIALIZE
001440         PERFORM 2000-PROCESS-MENU UNTIL BN-EOJ
001450         PERFORM 7500-REESCRIBIR-BENEFICIOS
001460         PERFORM 8500-SOLTAR-CERROJO
001470         PERFORM 9999-EXIT
001480     ELSE
001490         GOBACK
001500     END-IF.
001510
001520*----------------------------------------------------------------
001530* 0500-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK SO NO
001540*                      PAYROLL RUN IS READING EMPBEN.DAT WHILE IT
001550*                      IS REWRITTEN.
001560*----------------------------------------------------------------
001570 0500-TOMAR-CERROJO.
001580     MOVE "TOMAR" TO BN-LCK-ACCION
001590     CALL "RUNLOCK" USING BN-LCK-ACCION, BN-LCK-TIPO,
001600         BN-LCK-RESULTADO-SW, BN-LCK-TEN-TIPO,
001610         BN-LCK-TEN-OPERADOR, BN-LCK-TEN-FECHA,
001620         BN-LCK-TEN-HORA
001630     IF NOT BN-LCK-CONCEDIDO
001640         DISPLAY "EMPBENM: EL MAESTRO ESTA BLOQUEADO POR "
001650             BN-LCK-TEN-TIPO " (" BN-LCK-TEN-OPERADOR
001660             ") DESDE " BN-LCK-TEN-FECHA " " BN-LCK-TEN-HORA
001670         DISPLAY "EMPBENM: USE LA OPCION DE CERROJO DEL MENU"
001680             " SI QUEDO ATASCADO"
001690     END-IF.
001700
001710 8500-SOLTAR-CERROJO.
001720     MOVE "SOLTAR" TO BN-LCK-ACCION
001730     CALL "RUNLOCK" USING BN-LCK-ACCION, BN-LCK-TIPO,
001740         BN-LCK-RESULTADO-SW, BN-LCK-TEN-TIPO,
001750         BN-LCK-TEN-OPERADOR, BN-LCK-TEN-FECHA,
001760         BN-LCK-TEN-HORA.
001770
001780*----------------------------------------------------------------
001790* 1000-INITIALIZE - OPEN THE MASTER AND LOAD THE ENROLMENTS INTO
001800*                   THE WORK TABLE.
001810*----------------------------------------------------------------
001820 1000-INITIALIZE.
001830     CALL "OPERSES" USING BN-OPERADOR, BN-OPER-NIVEL
001840     MOVE FUNCTION CURRENT-DATE(1:8) TO BN-HOY
001850     OPEN INPUT EMPLEADOS-ARCHIVO
001860     PERFORM 1100-CARGAR-BENEFICIOS.
001870
001880 1100-CARGAR-BENEFICIOS.
001890     MOVE ZERO TO BN-BEN-MAX
001900     MOVE "N" TO BEN-EOF-SW
001910     OPEN INPUT EMPBEN-ARCHIVO
001920     IF BEN-FILE-STATUS = "00"
001930         PERFORM 1110-LEER-BENEFICIO
001940         PERFORM 1120-GUARDAR-BENEFICIO UNTIL BEN-EOF
001950     END-IF
001960     IF BEN-FILE-STATUS = "00" OR BEN-FILE-STATUS = "05"
001970             OR BEN-FILE-STATUS = "10"
001980         CLOSE EMPBEN-ARCHIVO
001990     END-IF.
002000
002010 1110-LEER-BENEFICIO.
002020     READ EMPBEN-ARCHIVO
002030         AT END
002040             MOVE "Y" TO BEN-EOF-SW
002050     END-READ.
002060
002070 1120-GUARDAR-BENEFICIO.
002080     IF BN-BEN-MAX < 300
002090         ADD 1 TO BN-BEN-MAX
002100         MOVE BEN-E-ID           TO BN-BEN-E-ID (BN-BEN-MAX)
002110         MOVE BEN-PLAN           TO BN-BEN-PLAN (BN-BEN-MAX)
002120         MOVE BEN-TIPO           TO BN-BEN-TIPO (BN-BEN-MAX)
002130         MOVE BEN-PROVEEDOR      TO BN-BEN-PROV (BN-BEN-MAX)
002140         MOVE BEN-FECHA-DESDE    TO BN-BEN-DESDE (BN-BEN-MAX)
002150         MOVE BEN-FECHA-HASTA    TO BN-BEN-HASTA (BN-BEN-MAX)
002160         MOVE BEN-MODALIDAD      TO BN-BEN-MOD (BN-BEN-MAX)
002170         MOVE BEN-COSTE-EMPLEADO TO BN-BEN-COSTE-EMP (BN-BEN-MAX)
002180         MOVE BEN-COSTE-EMPRESA
002190             TO BN-BEN-COSTE-EMPRESA (BN-BEN-MAX)
002200         MOVE BEN-VALOR-ESPECIE  TO BN-BEN-VALOR (BN-BEN-MAX)
002210         MOVE BEN-EXENTO-MES     TO BN-BEN-EXENTO (BN-BEN-MAX)
002220         MOVE BEN-BENEFICIARIOS  TO BN-BEN-PERSONAS (BN-BEN-MAX)
002230         MOVE BEN-OPERADOR       TO BN-BEN-OPER (BN-BEN-MAX)
002240         MOVE BEN-FECHA-ALTA     TO BN-BEN-ALTA (BN-BEN-MAX)
002250     ELSE
002260         DISPLAY "EMPBENM: MAS DE 300 BENEFICIOS - DEPURE EL"
002270             " ARCHIVO (EL RESTO SE CONSERVA)"
002280         MOVE "Y" TO BN-DESBORDE-SW
002290         MOVE "Y" TO BEN-EOF-SW
002300     END-IF
002310     IF NOT BEN-EOF
002320         PERFORM 1110-LEER-BENEFICIO
002330     END-IF.
002340
002350*----------------------------------------------------------------
002360* 2000-PROCESS-MENU - ONE PASS OF THE BENEFITS MENU.
002370*----------------------------------------------------------------
002380 2000-PROCESS-MENU.
002390     DISPLAY " "
002400     DISPLAY "BENEFICIOS SOCIALES Y RETRIBUCION FLEXIBLE"
002410     DISPLAY "1. ALTA DE BENEFICIO"
002420     DISPLAY "2. BAJA DE BENEFICIO"
002430     DISPLAY "3. CONSULTAR BENEFICIOS DE UN EMPLEADO"
002440     DISPLAY "4. LISTAR TODOS"
002450     DISPLAY "5. SALIR"
002460     DISPLAY "INTRODUCE UNA OPCION DEL 1 AL 5"
002470     ACCEPT BN-OPCION
002480
002490     EVALUATE BN-OPCION
002500         WHEN 1
002510             PERFORM 3000-ALTA
002520         WHEN 2
002530             PERFORM 4000-BAJA
002540         WHEN 3
002550             PERFORM 5000-CONSULTAR
002560         WHEN 4
002570             PERFORM 6000-LISTAR
002580         WHEN 5
002590             MOVE "Y" TO BN-EOJ-SW
002600         WHEN OTHER
002610             DISPLAY "OPCION NO VALIDA: " BN-OPCION
002620     END-EVALUATE.
002630
002640*----------------------------------------------------------------
002650* 3000-ALTA - KEY A NEW ENROLMENT FOR AN ACTIVE EMPLOYEE.  THE
002660*             SAME PLAN CANNOT BE OPEN TWICE FOR ONE EMPLOYEE.
002670*----------------------------------------------------------------
002680 3000-ALTA.
002690     PERFORM 6500-LEER-POR-ID
002700     IF BN-FOUND
002710         IF NOT E-ACTIVO
002720             DISPLAY "EMPBENM: EL EMPLEADO ESTA INACTIVO"
002730         ELSE
002740             IF BN-BEN-MAX >= 300
002750                 DISPLAY "EMPBENM: TABLA LLENA - DEPURE EL"
002760                     " ARCHIVO"
002770             ELSE
002780                 PERFORM 3100-CAPTURAR-BENEFICIO
002790                 IF BN-HALLADO > 0
002800                     DISPLAY "EMPBENM: EL PLAN " BN-N-PLAN
002810                         " YA ESTA ABIERTO PARA ESTE EMPLEADO"
002820                 ELSE
002830                     PERFORM 3400-GRABAR-ALTA
002840                 END-IF
002850             END-IF
002860         END-IF
002870     END-IF.
002880
002890 3100-CAPTURAR-BENEFICIO.
002900     INITIALIZE BN-NUEVO
002910     MOVE "N" TO BN-DATO-LISTO-SW
002920     PERFORM 3110-PEDIR-PLAN UNTIL BN-DATO-LISTO
002930     PERFORM 3300-BUSCAR-ABIERTO
002940     IF BN-HALLADO = 0
002950         MOVE "N" TO BN-DATO-LISTO-SW
002960         PERFORM 3120-PEDIR-TIPO UNTIL BN-DATO-LISTO
002970         MOVE "N" TO BN-DATO-LISTO-SW
002980         PERFORM 3130-PEDIR-PROVEEDOR UNTIL BN-DATO-LISTO
002990         MOVE "N" TO BN-DATO-LISTO-SW
003000         PERFORM 3140-PEDIR-DESDE UNTIL BN-DATO-LISTO
003010         MOVE "N" TO BN-DATO-LISTO-SW
003020         PERFORM 3150-PEDIR-MODALIDAD UNTIL BN-DATO-LISTO
003030         IF BN-N-MODALIDAD = "F"
003040             MOVE "IMPORTE FLEXIBLE MENSUAL: " TO BN-PROMPT
003050         ELSE
003060             MOVE "COPAGO MENSUAL DEL EMPLEADO: " TO BN-PROMPT
003070         END-IF
003080         MOVE "N" TO BN-DATO-LISTO-SW
003090         PERFORM 3200-PEDIR-IMPORTE UNTIL BN-DATO-LISTO
003100         MOVE BN-IMPORTE TO BN-N-COSTE-EMP
003110         MOVE "COSTE MENSUAL DE LA EMPRESA: " TO BN-PROMPT
003120         MOVE "N" TO BN-DATO-LISTO-SW
003130         PERFORM 3200-PEDIR-IMPORTE UNTIL BN-DATO-LISTO
003140         MOVE BN-IMPORTE TO BN-N-COSTE-EMPRESA
003150         IF BN-N-MODALIDAD = "E"
003160             MOVE "VALOR MENSUAL EN ESPECIE: " TO BN-PROMPT
003170             MOVE "N" TO BN-DATO-LISTO-SW
003180             PERFORM 3200-PEDIR-IMPORTE UNTIL BN-DATO-LISTO
003190             MOVE BN-IMPORTE TO BN-N-VALOR
003200         END-IF
003210         MOVE "IMPORTE MENSUAL EXENTO: " TO BN-PROMPT
003220         MOVE "N" TO BN-DATO-LISTO-SW
003230         PERFORM 3200-PEDIR-IMPORTE UNTIL BN-DATO-LISTO
003240         MOVE BN-IMPORTE TO BN-N-EXENTO
003250         MOVE "N" TO BN-DATO-LISTO-SW
003260         PERFORM 3160-PEDIR-BENEFICIARIOS UNTIL BN-DATO-LISTO
003270     END-IF.
003280
003290 3110-PEDIR-PLAN.
003300     DISPLAY "CODIGO DE PLAN: "
003310     MOVE SPACES TO BN-CAMPO
003320     ACCEPT BN-CAMPO
003330     IF BN-CAMPO = SPACES
003340         DISPLAY "PLAN OBLIGATORIO"
003350     ELSE
003360         MOVE BN-CAMPO TO BN-N-PLAN
003370         MOVE "Y" TO BN-DATO-LISTO-SW
003380     END-IF.
003390
003400 3120-PEDIR-TIPO.
003410     DISPLAY "TIPO: S=SEGURO MEDICO T=TICKET COMIDA"
003420         " G=CHEQUE GUARDERIA V=VEHICULO O=OTRO"
003430     MOVE SPACES TO BN-CAMPO
003440     ACCEPT BN-CAMPO
003450     MOVE BN-CAMPO(1:1) TO BEN-TIPO
003460     IF BEN-TIPO-OK
003470         MOVE BEN-TIPO TO BN-N-TIPO
003480         MOVE "Y" TO BN-DATO-LISTO-SW
003490     ELSE
003500         DISPLAY "TIPO NO VALIDO"
003510     END-IF.
003520
003530 3130-PEDIR-PROVEEDOR.
003540     DISPLAY "PROVEEDOR: "
003550     MOVE SPACES TO BN-CAMPO
003560     ACCEPT BN-CAMPO
003570     IF BN-CAMPO = SPACES
003580         DISPLAY "PROVEEDOR OBLIGATORIO"
003590     ELSE
003600         MOVE BN-CAMPO TO BN-N-PROVEEDOR
003610         MOVE "Y" TO BN-DATO-LISTO-SW
003620     END-IF.
003630
003640 3140-PEDIR-DESDE.
003650     DISPLAY "FECHA DE INICIO YYYYMMDD: "
003660     ACCEPT BN-CAMPO
003670     MOVE BN-CAMPO TO BN-FECHA-TRABAJO
003680     CALL "FECHAVAL" USING BN-FECHA-TRABAJO,
003690         BN-FECHA-VALIDA-SW
003700     IF BN-FECHA-VALIDA
003710         MOVE BN-FECHA-TRABAJO TO BN-N-DESDE
003720         MOVE "Y" TO BN-DATO-LISTO-SW
003730     ELSE
003740         DISPLAY "FECHA INVALIDA"
003750     END-IF.
003760
003770 3150-PEDIR-MODALIDAD.
003780     DISPLAY "MODALIDAD: F=RETRIBUCION FLEXIBLE"
003790         " E=EN ESPECIE (LA PAGA LA EMPRESA)"
003800     MOVE SPACES TO BN-CAMPO
003810     ACCEPT BN-CAMPO
003820     IF BN-CAMPO(1:1) = "F" OR BN-CAMPO(1:1) = "E"
003830         MOVE BN-CAMPO(1:1) TO BN-N-MODALIDAD
003840         MOVE "Y" TO BN-DATO-LISTO-SW
003850     ELSE
003860         DISPLAY "MODALIDAD NO VALIDA"
003870     END-IF.
003880
003890 3160-PEDIR-BENEFICIARIOS.
003900     DISPLAY "PERSONAS CUBIERTAS (ENTER = 1): "
003910     MOVE SPACES TO BN-CAMPO
003920     ACCEPT BN-CAMPO
003930     IF BN-CAMPO = SPACES
003940         MOVE 1 TO BN-N-BENEFICIARIOS
003950         MOVE "Y" TO BN-DATO-LISTO-SW
003960     ELSE
003970         IF FUNCTION TEST-NUMVAL(BN-CAMPO) = 0
003980             COMPUTE BN-IMPORTE-S = FUNCTION NUMVAL(BN-CAMPO)
003990             IF BN-IMPORTE-S < 1 OR BN-IMPORTE-S > 99
004000                 DISPLAY "VALOR FUERA DE RANGO (1 A 99)"
004010             ELSE
004020                 MOVE BN-IMPORTE-S TO BN-N-BENEFICIARIOS
004030                 MOVE "Y" TO BN-DATO-LISTO-SW
004040             END-IF
004050         ELSE
004060             DISPLAY "VALOR NO NUMERICO"
004070         END-IF
004080     END-IF.
004090
004100*----------------------------------------------------------------
004110* 3200-PEDIR-IMPORTE - ONE MONTHLY AMOUNT, ZERO ALLOWED, PROMPTED
004120*                      WITH BN-PROMPT AND RETURNED IN BN-IMPORTE.
004130*----------------------------------------------------------------
004140 3200-PEDIR-IMPORTE.
004150     DISPLAY BN-PROMPT
004160     MOVE SPACES TO BN-CAMPO
004170     ACCEPT BN-CAMPO
004180     IF FUNCTION TEST-NUMVAL(BN-CAMPO) = 0
004190         COMPUTE BN-IMPORTE-S = FUNCTION NUMVAL(BN-CAMPO)
004200         IF BN-IMPORTE-S < ZERO OR BN-IMPORTE-S > 99999.99
004210             DISPLAY "IMPORTE FUERA DE RANGO"
004220         ELSE
004230             MOVE BN-IMPORTE-S TO BN-IMPORTE
004240             MOVE "Y" TO BN-DATO-LISTO-SW
004250         END-IF
004260     ELSE
004270         DISPLAY "IMPORTE NO NUMERICO"
004280     END-IF.
004290
004300*----------------------------------------------------------------
004310* 3300-BUSCAR-ABIERTO - THE ENROLMENT OF BN-E-ID IN PLAN
004320*                       BN-N-PLAN THAT HAS NO END DATE, IF ANY.
004330*----------------------------------------------------------------
004340 3300-BUSCAR-ABIERTO.
004350     MOVE 0 TO BN-HALLADO
004360     PERFORM 3310-COMPARAR-ABIERTO
004370         VARYING BN-BEN-IDX FROM 1 BY 1
004380         UNTIL BN-BEN-IDX > BN-BEN-MAX OR BN-HALLADO > 0.
004390
004400 3310-COMPARAR-ABIERTO.
004410     IF BN-BEN-E-ID (BN-BEN-IDX) = BN-E-ID AND
004420             BN-BEN-PLAN (BN-BEN-IDX) = BN-N-PLAN AND
004430             BN-BEN-HASTA (BN-BEN-IDX) = ZERO
004440         MOVE BN-BEN-IDX TO BN-HALLADO
004450     END-IF.
004460
004470 3400-GRABAR-ALTA.
004480     ADD 1 TO BN-BEN-MAX
004490     MOVE BN-E-ID            TO BN-BEN-E-ID (BN-BEN-MAX)
004500     MOVE BN-N-PLAN          TO BN-BEN-PLAN (BN-BEN-MAX)
004510     MOVE BN-N-TIPO          TO BN-BEN-TIPO (BN-BEN-MAX)
004520     MOVE BN-N-PROVEEDOR     TO BN-BEN-PROV (BN-BEN-MAX)
004530     MOVE BN-N-DESDE         TO BN-BEN-DESDE (BN-BEN-MAX)
004540     MOVE ZERO               TO BN-BEN-HASTA (BN-BEN-MAX)
004550     MOVE BN-N-MODALIDAD     TO BN-BEN-MOD (BN-BEN-MAX)
004560     MOVE BN-N-COSTE-EMP     TO BN-BEN-COSTE-EMP (BN-BEN-MAX)
004570     MOVE BN-N-COSTE-EMPRESA
004580         TO BN-BEN-COSTE-EMPRESA (BN-BEN-MAX)
004590     MOVE BN-N-VALOR         TO BN-BEN-VALOR (BN-BEN-MAX)
004600     MOVE BN-N-EXENTO        TO BN-BEN-EXENTO (BN-BEN-MAX)
004610     MOVE BN-N-BENEFICIARIOS TO BN-BEN-PERSONAS (BN-BEN-MAX)
004620     MOVE BN-OPERADOR        TO BN-BEN-OPER (BN-BEN-MAX)
004630     MOVE BN-HOY             TO BN-BEN-ALTA (BN-BEN-MAX)
004640     MOVE "Y" TO BN-MODIFICADA-SW
004650     DISPLAY "BENEFICIO DADO DE ALTA DESDE " BN-N-DESDE.
004660
004670*----------------------------------------------------------------
004680* 4000-BAJA - CLOSE AN OPEN ENROLMENT WITH ITS END DATE, WHICH
004690*             CANNOT BE EARLIER THAN THE START DATE.
004700*----------------------------------------------------------------
004710 4000-BAJA.
004720     PERFORM 6500-LEER-POR-ID
004730     IF BN-FOUND
004740         PERFORM 5100-MOSTRAR-EMPLEADO
004750         DISPLAY "PLAN A DAR DE BAJA: "
004760         MOVE SPACES TO BN-CAMPO
004770         ACCEPT BN-CAMPO
004780         MOVE BN-CAMPO TO BN-N-PLAN
004790         PERFORM 3300-BUSCAR-ABIERTO
004800         IF BN-HALLADO = 0
004810             DISPLAY "EMPBENM: NO HAY UN PLAN " BN-N-PLAN
004820                 " ABIERTO PARA ESTE EMPLEADO"
004830         ELSE
004840             MOVE "N" TO BN-DATO-LISTO-SW
004850             MOVE "N" TO BN-CANCELAR-SW
004860             PERFORM 4100-PEDIR-HASTA
004870                 UNTIL BN-DATO-LISTO OR BN-CANCELAR
004880             IF BN-DATO-LISTO
004890                 MOVE BN-FECHA-TRABAJO
004900                     TO BN-BEN-HASTA (BN-HALLADO)
004910                 MOVE BN-OPERADOR TO BN-BEN-OPER (BN-HALLADO)
004920                 MOVE "Y" TO BN-MODIFICADA-SW
004930                 DISPLAY "BENEFICIO DE BAJA CON FECHA "
004940                     BN-FECHA-TRABAJO
004950             END-IF
004960         END-IF
004970     END-IF.
004980
004990 4100-PEDIR-HASTA.
005000     DISPLAY "FECHA DE FIN YYYYMMDD (ENTER CANCELA): "
005010     MOVE SPACES TO BN-CAMPO
005020     ACCEPT BN-CAMPO
005030     IF BN-CAMPO = SPACES
005040         MOVE "Y" TO BN-CANCELAR-SW
005050     ELSE
005060         MOVE BN-CAMPO TO BN-FECHA-TRABAJO
005070         CALL "FECHAVAL" USING BN-FECHA-TRABAJO,
005080             BN-FECHA-VALIDA-SW
005090         IF BN-FECHA-VALIDA AND
005100                 BN-FECHA-TRABAJO >= BN-BEN-DESDE (BN-HALLADO)
005110             MOVE "Y" TO BN-DATO-LISTO-SW
005120         ELSE
005130             DISPLAY "FECHA INVALIDA O ANTERIOR AL INICIO "
005140                 BN-BEN-DESDE (BN-HALLADO)
005150         END-IF
005160     END-IF.
005170
005180 5000-CONSULTAR.
005190     PERFORM 6500-LEER-POR-ID
005200     IF BN-FOUND
005210         PERFORM 5100-MOSTRAR-EMPLEADO
005220     END-IF.
005230
005240*----------------------------------------------------------------
005250* 5100-MOSTRAR-EMPLEADO - EVERY ENROLMENT OF BN-E-ID, OPEN OR
005260*                         CLOSED.
005270*----------------------------------------------------------------
005280 5100-MOSTRAR-EMPLEADO.
005290     DISPLAY "BENEFICIOS DE " FUNCTION TRIM(E-NOMBRE)
005300     MOVE ZERO TO BN-LISTADOS
005310     PERFORM 5110-MOSTRAR-UNO
005320         VARYING BN-BEN-IDX FROM 1 BY 1
005330         UNTIL BN-BEN-IDX > BN-BEN-MAX
005340     IF BN-LISTADOS = ZERO
005350         DISPLAY "SIN BENEFICIOS REGISTRADOS"
005360     END-IF.
005370
005380 5110-MOSTRAR-UNO.
005390     IF BN-BEN-E-ID (BN-BEN-IDX) = BN-E-ID
005400         ADD 1 TO BN-LISTADOS
005410         PERFORM 6100-LISTAR-UNO
005420     END-IF.
005430
005440 6000-LISTAR.
005450     PERFORM 6100-LISTAR-UNO
005460         VARYING BN-BEN-IDX FROM 1 BY 1
005470         UNTIL BN-BEN-IDX > BN-BEN-MAX
005480     IF BN-BEN-MAX = ZERO
005490         DISPLAY "SIN BENEFICIOS EN EL ARCHIVO"
005500     END-IF.
005510
005520 6100-LISTAR-UNO.
005530     MOVE BN-BEN-COSTE-EMP (BN-BEN-IDX) TO BN-IMPORTE-EDIT
005540     MOVE BN-BEN-VALOR (BN-BEN-IDX) TO BN-IMPORTE2-EDIT
005550     DISPLAY FUNCTION TRIM(BN-BEN-E-ID (BN-BEN-IDX))
005560         " " BN-BEN-PLAN (BN-BEN-IDX)
005570         " " BN-BEN-TIPO (BN-BEN-IDX)
005580         " " BN-BEN-MOD (BN-BEN-IDX)
005590         " " BN-BEN-PROV (BN-BEN-IDX)
005600         " " BN-BEN-DESDE (BN-BEN-IDX)
005610         " " BN-BEN-HASTA (BN-BEN-IDX)
005620         " " BN-IMPORTE-EDIT " " BN-IMPORTE2-EDIT
005630         " " BN-BEN-PERSONAS (BN-BEN-IDX).
005640
005650 6500-LEER-POR-ID.
005660     MOVE "N" TO BN-FOUND-SW
005670     DISPLAY "INTRODUCE E-ID: "
005680     ACCEPT BN-E-ID
005690     MOVE BN-E-ID TO E-ID
005700     READ EMPLEADOS-ARCHIVO
005710         INVALID KEY
005720             DISPLAY "NO EXISTE EMPLEADO CON E-ID: " BN-E-ID
005730         NOT INVALID KEY
005740             MOVE "Y" TO BN-FOUND-SW
005750     END-READ.
005760
005770*----------------------------------------------------------------
005780* 7500-REESCRIBIR-BENEFICIOS - THE WHOLE TABLE GOES BACK TO THE
005790*                              FILE WHEN ANYTHING CHANGED.
005800*----------------------------------------------------------------
005810 7500-REESCRIBIR-BENEFICIOS.
005820     IF BN-MODIFICADA
005830         IF BN-DESBORDE
005840             PERFORM 7600-SALVAR-COLA
005850         END-IF
005860         OPEN OUTPUT EMPBEN-ARCHIVO
005870         PERFORM 7510-ESCRIBIR-BENEFICIO
005880             VARYING BN-BEN-IDX FROM 1 BY 1
005890             UNTIL BN-BEN-IDX > BN-BEN-MAX
005900         IF BN-DESBORDE
005910             PERFORM 7700-REPONER-COLA
005920         END-IF
005930         CLOSE EMPBEN-ARCHIVO
005940     END-IF.
005950
005960 7510-ESCRIBIR-BENEFICIO.
005970     MOVE BN-BEN-E-ID (BN-BEN-IDX)      TO BEN-E-ID
005980     MOVE BN-BEN-PLAN (BN-BEN-IDX)      TO BEN-PLAN
005990     MOVE BN-BEN-TIPO (BN-BEN-IDX)      TO BEN-TIPO
006000     MOVE BN-BEN-PROV (BN-BEN-IDX)      TO BEN-PROVEEDOR
006010     MOVE BN-BEN-DESDE (BN-BEN-IDX)     TO BEN-FECHA-DESDE
006020     MOVE BN-BEN-HASTA (BN-BEN-IDX)     TO BEN-FECHA-HASTA
006030     MOVE BN-BEN-MOD (BN-BEN-IDX)       TO BEN-MODALIDAD
006040     MOVE BN-BEN-COSTE-EMP (BN-BEN-IDX) TO BEN-COSTE-EMPLEADO
006050     MOVE BN-BEN-COSTE-EMPRESA (BN-BEN-IDX)
006060         TO BEN-COSTE-EMPRESA
006070     MOVE BN-BEN-VALOR (BN-BEN-IDX)     TO BEN-VALOR-ESPECIE
006080     MOVE BN-BEN-EXENTO (BN-BEN-IDX)    TO BEN-EXENTO-MES
006090     MOVE BN-BEN-PERSONAS (BN-BEN-IDX)  TO BEN-BENEFICIARIOS
006100     MOVE BN-BEN-OPER (BN-BEN-IDX)      TO BEN-OPERADOR
006110     MOVE BN-BEN-ALTA (BN-BEN-IDX)      TO BEN-FECHA-ALTA
006120     WRITE EMPBEN-REGISTRO.
006130
006140*----------------------------------------------------------------
006150* 7600-SALVAR-COLA - COPY EVERY RECORD BEYOND THE WORK TABLE TO
006160*                    THE .TMP FILE BEFORE THE REWRITE TRUNCATES
006170*                    THE FILE.
006180*----------------------------------------------------------------
006190 7600-SALVAR-COLA.
006200     MOVE "N" TO BEN-EOF-SW
006210     MOVE ZERO TO BN-COLA-SALTADOS
006220     OPEN INPUT EMPBEN-ARCHIVO
006230     OPEN OUTPUT BENEFICIO-TEMPORAL
006240     PERFORM 1110-LEER-BENEFICIO
006250     PERFORM 7610-COPIAR-COLA UNTIL BEN-EOF
006260     CLOSE EMPBEN-ARCHIVO
006270     CLOSE BENEFICIO-TEMPORAL.
006280
006290 7610-COPIAR-COLA.
006300     ADD 1 TO BN-COLA-SALTADOS
006310     IF BN-COLA-SALTADOS > BN-BEN-MAX
006320         MOVE EMPBEN-REGISTRO TO TMP-REGISTRO
006330         WRITE TMP-REGISTRO
006340     END-IF
006350     PERFORM 1110-LEER-BENEFICIO.
006360
006370*----------------------------------------------------------------
006380* 7700-REPONER-COLA - APPEND THE SAVED TAIL BEHIND THE
006390*                     REWRITTEN ENTRIES.
006400*----------------------------------------------------------------
006410 7700-REPONER-COLA.
006420     MOVE "N" TO BEN-EOF-SW
006430     OPEN INPUT BENEFICIO-TEMPORAL
006440     PERFORM 7710-LEER-COLA
006450     PERFORM 7720-ESCRIBIR-COLA UNTIL BEN-EOF
006460     CLOSE BENEFICIO-TEMPORAL.
006470
006480 7710-LEER-COLA.
006490     READ BENEFICIO-TEMPORAL
006500         AT END
006510             MOVE "Y" TO BEN-EOF-SW
006520     END-READ.
006530
006540 7720-ESCRIBIR-COLA.
006550     MOVE TMP-REGISTRO TO EMPBEN-REGISTRO
006560     WRITE EMPBEN-REGISTRO
006570     PERFORM 7710-LEER-COLA.
006580
006590 9999-EXIT.
006600     CLOSE EMPLEADOS-ARCHIVO
006610     GOBACK.
006620 END PROGRAM EMPBENM.
