000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       UNION MEMBERSHIP SCREEN.  RECORDS WHICH EMPLOYEES
000060*                HAVE ASKED FOR THEIR UNION DUES TO BE DEDUCTED
000070*                FROM THE PAYROLL. EACH MEMBERSHIP ON EMPSIND.DAT
000080*                CARRIES THE E-ID, THE UNION (WHICH MUST BE AN
000090*                ACREEDOR.DAT ENTRY OF TIPO S, WHERE ITS DUES AND
000100*                BANK ACCOUNT ARE KEPT), THE MEMBERSHIP NUMBER AND
000110*                THE START AND END DATES OF THE DEDUCTION
000120*                (FECHAVAL). A MEMBERSHIP IS NEVER DELETED: THE
000130*                CANCELLATION SETS ITS END DATE, SO PAST
000140*                DEDUCTIONS CAN STILL BE EXPLAINED.  EMPPAY
000150*                DEDUCTS THE DUES FROM THE FILE AND EMPREMT PAYS
000160*                THEM OVER TO THE UNION.
000170* TECTONICS:     cobc -x -std=ibm -I copybooks EMPSINM.CBL
000180*                OPERSES RUNLOCK FECHAVAL
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   ---------- ----  ----------------------------------------
000230*   2026-10-15  RT   ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. EMPSINM.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     COPY EMPFSEL.
000320     COPY EMPSNSEL.
000330
000340     SELECT OPTIONAL ACREEDOR-TABLA
000350         ASSIGN TO "ACREEDOR.DAT"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS ACR-FILE-STATUS.
000380
000390     SELECT AFILIACION-TEMPORAL
000400         ASSIGN TO "EMPSIND.TMP"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS TMP-FILE-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  EMPLEADOS-ARCHIVO.
000470     COPY EMPREG.
000480
000490 FD  EMPSIND-ARCHIVO.
000500     COPY EMPSIN.
000510
000520 FD  ACREEDOR-TABLA.
000530 01  ACR-REGISTRO.
000540     05  ACR-CODIGO          PIC X(30).
000550     05  ACR-TIPO            PIC X(01).
000560     05  ACR-ENTIDAD         PIC 9(04).
000570     05  ACR-OFICINA         PIC 9(04).
000580     05  ACR-DC              PIC 9(02).
000590     05  ACR-CUENTA          PIC 9(10).
000600     05  ACR-CUOTA           PIC 9(3)V99.
000610     05  ACR-CUOTA-PCT       PIC 9V99.
000620
000630 FD  AFILIACION-TEMPORAL.
000640 01  TMP-REGISTRO             PIC X(130).
000650
000660 WORKING-STORAGE SECTION.
000670 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000680 01  SIN-FILE-STATUS          PIC XX VALUE SPACES.
000690 01  ACR-FILE-STATUS          PIC XX VALUE SPACES.
000700 01  TMP-FILE-STATUS          PIC XX VALUE SPACES.
000710 01  SN-DESBORDE-SW           PIC X VALUE "N".
000720     88  SN-DESBORDE          VALUE "Y".
000730 01  SN-COLA-SALTADOS         PIC 9(5) VALUE 0.
000740 01  SIN-EOF-SW               PIC X VALUE "N".
000750     88  SIN-EOF              VALUE "Y".
000760 01  ACR-EOF-SW               PIC X VALUE "N".
000770     88  ACR-EOF              VALUE "Y".
000780
000790 01  SN-EOJ-SW                PIC X VALUE "N".
000800     88  SN-EOJ               VALUE "Y".
000810 01  SN-FOUND-SW              PIC X VALUE "N".
000820     88  SN-FOUND             VALUE "Y".
000830
000840 01  SN-OPCION                PIC 9(1) VALUE 0.
000850 01  SN-E-ID                  PIC X(50) VALUE SPACES.
000860 01  SN-CAMPO                 PIC X(50) VALUE SPACES.
000870 01  SN-HOY                   PIC 9(8) VALUE ZERO.
000880
000890 01  SN-FECHA-TRABAJO         PIC 9(8) VALUE ZERO.
000900 01  SN-FECHA-VALIDA-SW       PIC X VALUE "N".
000910     88  SN-FECHA-VALIDA      VALUE "Y".
000920 01  SN-DATO-LISTO-SW         PIC X VALUE "N".
000930     88  SN-DATO-LISTO        VALUE "Y".
000940 01  SN-CANCELAR-SW           PIC X VALUE "N".
000950     88  SN-CANCELAR          VALUE "Y".
000960 01  SN-CUOTA-EDIT            PIC ZZ9.99.
000970 01  SN-PCT-EDIT              PIC 9.99.
000980
000990*----------------------------------------------------------------
001000* THE MEMBERSHIP BEING KEYED.
001010*----------------------------------------------------------------
001020 01  SN-NUEVA.
001030     05  SN-N-SINDICATO       PIC X(30).
001040     05  SN-N-AFILIADO        PIC X(12).
001050     05  SN-N-DESDE           PIC 9(08).
001060
001070 01  SN-OPERADOR              PIC X(08) VALUE SPACES.
001080 01  SN-OPER-NIVEL            PIC X(01) VALUE SPACES.
001090 01  SN-LISTADOS              PIC 9(3) VALUE 0.
001100 01  SN-HALLADO               PIC 9(3) VALUE 0.
001110 01  SN-MODIFICADA-SW         PIC X VALUE "N".
001120     88  SN-MODIFICADA        VALUE "Y".
001130
001140*----------------------------------------------------------------
001150* THE UNIONS ON ACREEDOR.DAT (TIPO S) A MEMBERSHIP MAY NAME.
001160*----------------------------------------------------------------
001170 01  SN-ACR-TABLA.
001180     05  SN-ACR-MAX           PIC 9(3) VALUE 0.
001190     05  SN-ACR-ENTRADA OCCURS 100 TIMES.
001200         10  SN-ACR-CODIGO    PIC X(30).
001210         10  SN-ACR-CUOTA     PIC 9(3)V99.
001220         10  SN-ACR-PCT       PIC 9V99.
001230 01  SN-ACR-IDX               PIC 9(3) VALUE 0.
001240 01  SN-ACR-HALLADO           PIC 9(3) VALUE 0.
001250
001260 01  SN-AFI-TABLA.
001270     05  SN-AFI-MAX           PIC 9(3) VALUE 0.
001280     05  SN-AFI-ENTRADA OCCURS 300 TIMES.
001290         10  SN-AFI-E-ID      PIC X(50).
001300         10  SN-AFI-SINDICATO PIC X(30).
001310         10  SN-AFI-NUMERO    PIC X(12).
001320         10  SN-AFI-DESDE     PIC 9(08).
001330         10  SN-AFI-HASTA     PIC 9(08).
001340         10  SN-AFI-ULT       PIC 9(06).
001350         10  SN-AFI-OPER      PIC X(08).
001360         10  SN-AFI-ALTA      PIC 9(08).
001370 01  SN-AFI-IDX               PIC 9(3) VALUE 0.
001380
001390 01  SN-LCK-ACCION            PIC X(08) VALUE SPACES.
001400 01  SN-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
001410 01  SN-LCK-RESULTADO-SW      PIC X VALUE "N".
001420     88  SN-LCK-CONCEDIDO     VALUE "Y".
001430 01  SN-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
001440 01  SN-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001450 01  SN-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001460 01  SN-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
001470
001480 PROCEDURE DIVISION.
001490
001500 0000-MAINLINE.
001510     PERFORM 0500-TOMAR-CERROJO
001520     IF SN-LCK-CONCEDIDO
001530         PERFORM 1000-INITIALIZE
001540         PERFORM 2000-PROCESS-MENU UNTIL SN-EOJ
001550         PERFORM 7500-REESCRIBIR-AFILIACIONES
001560         PERFORM 8500-SOLTAR-CERROJO
001570         PERFORM 9999-EXIT
001580     ELSE
001590         GOBACK
001600     END-IF.
001610
001620*----------------------------------------------------------------
001630* 0500-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK SO NO
001640*                      PAYROLL RUN IS READING EMPSIND.DAT WHILE IT
001650*                      IS REWRITTEN.
001660*----------------------------------------------------------------
001670 0500-TOMAR-CERROJO.
001680     MOVE "TOMAR" TO SN-LCK-ACCION
001690     CALL "RUNLOCK" USING SN-LCK-ACCION, SN-LCK-TIPO,
001700         SN-LCK-RESULTADO-SW, SN-LCK-TEN-TIPO,
001710         SN-LCK-TEN-OPERADOR, SN-LCK-TEN-FECHA,
001720         SN-LCK-TEN-HORA
001730     IF NOT SN-LCK-CONCEDIDO
001740         DISPLAY "EMPSINM: EL MAESTRO ESTA BLOQUEADO POR "
001750             SN-LCK-TEN-TIPO " (" SN-LCK-TEN-OPERADOR
001760             ") DESDE " SN-LCK-TEN-FECHA " " SN-LCK-TEN-HORA
001770         DISPLAY "EMPSINM: USE LA OPCION DE CERROJO DEL MENU"
001780             " SI QUEDO ATASCADO"
001790     END-IF.
001800
001810 8500-SOLTAR-CERROJO.
001820     MOVE "SOLTAR" TO SN-LCK-ACCION
001830     CALL "RUNLOCK" USING SN-LCK-ACCION, SN-LCK-TIPO,
001840         SN-LCK-RESULTADO-SW, SN-LCK-TEN-TIPO,
001850         SN-LCK-TEN-OPERADOR, SN-LCK-TEN-FECHA,
001860         SN-LCK-TEN-HORA.
001870
001880*----------------------------------------------------------------
001890* 1000-INITIALIZE - OPEN THE MASTER, LOAD THE UNIONS AND THE
001900*                   MEMBERSHIPS INTO THE WORK TABLES.
001910*----------------------------------------------------------------
001920 1000-INITIALIZE.
001930     CALL "OPERSES" USING SN-OPERADOR, SN-OPER-NIVEL
001940     MOVE FUNCTION CURRENT-DATE(1:8) TO SN-HOY
001950     OPEN INPUT EMPLEADOS-ARCHIVO
001960     PERFORM 1050-CARGAR-SINDICATOS
001970     PERFORM 1100-CARGAR-AFILIACIONES.
001980
001990 1050-CARGAR-SINDICATOS.
002000     MOVE ZERO TO SN-ACR-MAX
002010     MOVE "N" TO ACR-EOF-SW
002020     OPEN INPUT ACREEDOR-TABLA
002030     IF ACR-FILE-STATUS = "00"
002040         PERFORM 1060-LEER-ACREEDOR
002050         PERFORM 1070-GUARDAR-ACREEDOR UNTIL ACR-EOF
002060     END-IF
002070     IF ACR-FILE-STATUS = "00" OR ACR-FILE-STATUS = "05"
002080             OR ACR-FILE-STATUS = "10"
002090         CLOSE ACREEDOR-TABLA
002100     END-IF
002110     IF SN-ACR-MAX = ZERO
002120         DISPLAY "EMPSINM: NO HAY SINDICATOS EN ACREEDOR.DAT -"
002130             " DELOS DE ALTA EN EL MANTENIMIENTO DE TABLAS"
002140     END-IF.
002150
002160 1060-LEER-ACREEDOR.
002170     READ ACREEDOR-TABLA
002180         AT END
002190             MOVE "Y" TO ACR-EOF-SW
002200     END-READ.
002210
002220 1070-GUARDAR-ACREEDOR.
002230     IF ACR-TIPO = "S" AND SN-ACR-MAX < 100
002240         ADD 1 TO SN-ACR-MAX
002250         MOVE ACR-CODIGO    TO SN-ACR-CODIGO (SN-ACR-MAX)
002260         MOVE ACR-CUOTA     TO SN-ACR-CUOTA (SN-ACR-MAX)
002270         MOVE ACR-CUOTA-PCT TO SN-ACR-PCT (SN-ACR-MAX)
002280     END-IF
002290     PERFORM 1060-LEER-ACREEDOR.
002300
002310 1100-CARGAR-AFILIACIONES.
002320     MOVE ZERO TO SN-AFI-MAX
002330     MOVE "N" TO SIN-EOF-SW
002340     OPEN INPUT EMPSIND-ARCHIVO
002350     IF SIN-FILE-STATUS = "00"
002360         PERFORM 1110-LEER-AFILIACION
002370         PERFORM 1120-GUARDAR-AFILIACION UNTIL SIN-EOF
002380     END-IF
002390     IF SIN-FILE-STATUS = "00" OR SIN-FILE-STATUS = "05"
002400             OR SIN-FILE-STATUS = "10"
002410         CLOSE EMPSIND-ARCHIVO
002420     END-IF.
002430
002440 1110-LEER-AFILIACION.
002450     READ EMPSIND-ARCHIVO
002460         AT END
002470             MOVE "Y" TO SIN-EOF-SW
002480     END-READ.
002490
002500 1120-GUARDAR-AFILIACION.
002510     IF SN-AFI-MAX < 300
002520         ADD 1 TO SN-AFI-MAX
002530         MOVE SIN-E-ID        TO SN-AFI-E-ID (SN-AFI-MAX)
002540         MOVE SIN-SINDICATO   TO SN-AFI-SINDICATO (SN-AFI-MAX)
002550         MOVE SIN-AFILIADO    TO SN-AFI-NUMERO (SN-AFI-MAX)
002560         MOVE SIN-FECHA-DESDE TO SN-AFI-DESDE (SN-AFI-MAX)
002570         MOVE SIN-FECHA-HASTA TO SN-AFI-HASTA (SN-AFI-MAX)
002580         MOVE SIN-ULT-PERIODO TO SN-AFI-ULT (SN-AFI-MAX)
002590         MOVE SIN-OPERADOR    TO SN-AFI-OPER (SN-AFI-MAX)
002600         MOVE SIN-FECHA-ALTA  TO SN-AFI-ALTA (SN-AFI-MAX)
002610     ELSE
002620         DISPLAY "EMPSINM: MAS DE 300 AFILIACIONES - DEPURE EL"
002630             " ARCHIVO (EL RESTO SE CONSERVA)"
002640         MOVE "Y" TO SN-DESBORDE-SW
002650         MOVE "Y" TO SIN-EOF-SW
002660     END-IF
002670     IF NOT SIN-EOF
002680         PERFORM 1110-LEER-AFILIACION
002690     END-IF.
002700
002710*----------------------------------------------------------------
002720* 2000-PROCESS-MENU - ONE PASS OF THE MEMBERSHIP MENU.
002730*----------------------------------------------------------------
002740 2000-PROCESS-MENU.
002750     DISPLAY " "
002760     DISPLAY "AFILIACION SINDICAL Y CUOTAS EN NOMINA"
002770     DISPLAY "1. ALTA DE AFILIACION"
002780     DISPLAY "2. BAJA DE AFILIACION"
002790     DISPLAY "3. CONSULTAR AFILIACIONES DE UN EMPLEADO"
002800     DISPLAY "4. LISTAR TODAS"
002810     DISPLAY "5. SALIR"
002820     DISPLAY "INTRODUCE UNA OPCION DEL 1 AL 5"
002830     ACCEPT SN-OPCION
002840
002850     EVALUATE SN-OPCION
002860         WHEN 1
002870             PERFORM 3000-ALTA
002880         WHEN 2
002890             PERFORM 4000-BAJA
002900         WHEN 3
002910             PERFORM 5000-CONSULTAR
002920         WHEN 4
002930             PERFORM 6000-LISTAR
002940         WHEN 5
002950             MOVE "Y" TO SN-EOJ-SW
002960         WHEN OTHER
002970             DISPLAY "OPCION NO VALIDA: " SN-OPCION
002980     END-EVALUATE.
002990
003000*----------------------------------------------------------------
003010* 3000-ALTA - KEY A NEW MEMBERSHIP FOR AN ACTIVE EMPLOYEE.  THE
003020*             SAME UNION CANNOT BE OPEN TWICE FOR ONE EMPLOYEE.
003030*----------------------------------------------------------------
003040 3000-ALTA.
003050     PERFORM 6500-LEER-POR-ID
003060     IF SN-FOUND
003070         IF NOT E-ACTIVO
003080             DISPLAY "EMPSINM: EL EMPLEADO ESTA INACTIVO"
003090         ELSE
003100             IF SN-AFI-MAX >= 300
003110                 DISPLAY "EMPSINM: TABLA LLENA - DEPURE EL"
003120                     " ARCHIVO"
003130             ELSE
003140                 PERFORM 3100-CAPTURAR-AFILIACION
003150                 IF SN-CANCELAR
003160                     DISPLAY "EMPSINM: ALTA CANCELADA"
003170                 ELSE
003180                     IF SN-HALLADO > 0
003190                         DISPLAY "EMPSINM: YA ESTA AFILIADO A "
003200                             FUNCTION TRIM(SN-N-SINDICATO)
003210                             " CON CUOTA EN NOMINA"
003220                     ELSE
003230                         PERFORM 3400-GRABAR-ALTA
003240                     END-IF
003250                 END-IF
003260             END-IF
003270         END-IF
003280     END-IF.
003290
003300 3100-CAPTURAR-AFILIACION.
003310     INITIALIZE SN-NUEVA
003320     MOVE "N" TO SN-DATO-LISTO-SW
003330     MOVE "N" TO SN-CANCELAR-SW
003340     PERFORM 3110-PEDIR-SINDICATO
003350         UNTIL SN-DATO-LISTO OR SN-CANCELAR
003360     IF NOT SN-CANCELAR
003370         PERFORM 3300-BUSCAR-ABIERTA
003380         IF SN-HALLADO = 0
003390             MOVE "N" TO SN-DATO-LISTO-SW
003400             PERFORM 3120-PEDIR-AFILIADO UNTIL SN-DATO-LISTO
003410             MOVE "N" TO SN-DATO-LISTO-SW
003420             PERFORM 3140-PEDIR-DESDE UNTIL SN-DATO-LISTO
003430         END-IF
003440     END-IF.
003450
003460*----------------------------------------------------------------
003470* 3110-PEDIR-SINDICATO - THE UNION MUST BE ON ACREEDOR.DAT AS
003480*                        TIPO S; ITS DUES ARE SHOWN.
003490*----------------------------------------------------------------
003500 3110-PEDIR-SINDICATO.
003510     DISPLAY "SINDICATO (CODIGO EN ACREEDOR.DAT, ENTER CANCELA): "
003520     MOVE SPACES TO SN-CAMPO
003530     ACCEPT SN-CAMPO
003540     IF SN-CAMPO = SPACES
003550         MOVE "Y" TO SN-CANCELAR-SW
003560     ELSE
003570         MOVE SN-CAMPO TO SN-N-SINDICATO
003580         MOVE 0 TO SN-ACR-HALLADO
003590         PERFORM 3115-BUSCAR-SINDICATO
003600             VARYING SN-ACR-IDX FROM 1 BY 1
003610             UNTIL SN-ACR-IDX > SN-ACR-MAX OR SN-ACR-HALLADO > 0
003620         IF SN-ACR-HALLADO = 0
003630             DISPLAY "NO ES UN SINDICATO DE ACREEDOR.DAT"
003640         ELSE
003650             MOVE SN-ACR-CUOTA (SN-ACR-HALLADO) TO SN-CUOTA-EDIT
003660             MOVE SN-ACR-PCT (SN-ACR-HALLADO) TO SN-PCT-EDIT
003670             DISPLAY "CUOTA: " SN-CUOTA-EDIT " EUR/MES  O  "
003680                 SN-PCT-EDIT " PCT DEL BRUTO"
003690             MOVE "Y" TO SN-DATO-LISTO-SW
003700         END-IF
003710     END-IF.
003720
003730 3115-BUSCAR-SINDICATO.
003740     IF SN-ACR-CODIGO (SN-ACR-IDX) = SN-N-SINDICATO
003750         MOVE SN-ACR-IDX TO SN-ACR-HALLADO
003760     END-IF.
003770
003780 3120-PEDIR-AFILIADO.
003790     DISPLAY "NUMERO DE AFILIADO: "
003800     MOVE SPACES TO SN-CAMPO
003810     ACCEPT SN-CAMPO
003820     IF SN-CAMPO = SPACES
003830         DISPLAY "NUMERO DE AFILIADO OBLIGATORIO"
003840     ELSE
003850         MOVE SN-CAMPO TO SN-N-AFILIADO
003860         MOVE "Y" TO SN-DATO-LISTO-SW
003870     END-IF.
003880
003890 3140-PEDIR-DESDE.
003900     DISPLAY "PRIMER DIA DE DESCUENTO YYYYMMDD: "
003910     ACCEPT SN-CAMPO
003920     MOVE SN-CAMPO TO SN-FECHA-TRABAJO
003930     CALL "FECHAVAL" USING SN-FECHA-TRABAJO,
003940         SN-FECHA-VALIDA-SW
003950     IF SN-FECHA-VALIDA
003960         MOVE SN-FECHA-TRABAJO TO SN-N-DESDE
003970         MOVE "Y" TO SN-DATO-LISTO-SW
003980     ELSE
003990         DISPLAY "FECHA INVALIDA"
004000     END-IF.
004010
004020*----------------------------------------------------------------
004030* 3300-BUSCAR-ABIERTA - THE MEMBERSHIP OF SN-E-ID IN UNION
004040*                       SN-N-SINDICATO WITH NO END DATE.
004050*----------------------------------------------------------------
004060 3300-BUSCAR-ABIERTA.
004070     MOVE 0 TO SN-HALLADO
004080     PERFORM 3310-COMPARAR-ABIERTA
004090         VARYING SN-AFI-IDX FROM 1 BY 1
004100         UNTIL SN-AFI-IDX > SN-AFI-MAX OR SN-HALLADO > 0.
004110
004120 3310-COMPARAR-ABIERTA.
004130     IF SN-AFI-E-ID (SN-AFI-IDX) = SN-E-ID AND
004140             SN-AFI-SINDICATO (SN-AFI-IDX) = SN-N-SINDICATO AND
004150             SN-AFI-HASTA (SN-AFI-IDX) = ZERO
004160         MOVE SN-AFI-IDX TO SN-HALLADO
004170     END-IF.
004180
004190 3400-GRABAR-ALTA.
004200     ADD 1 TO SN-AFI-MAX
004210     MOVE SN-E-ID            TO SN-AFI-E-ID (SN-AFI-MAX)
004220     MOVE SN-N-SINDICATO     TO SN-AFI-SINDICATO (SN-AFI-MAX)
004230     MOVE SN-N-AFILIADO      TO SN-AFI-NUMERO (SN-AFI-MAX)
004240     MOVE SN-N-DESDE         TO SN-AFI-DESDE (SN-AFI-MAX)
004250     MOVE ZERO               TO SN-AFI-HASTA (SN-AFI-MAX)
004260     MOVE ZERO               TO SN-AFI-ULT (SN-AFI-MAX)
004270     MOVE SN-OPERADOR        TO SN-AFI-OPER (SN-AFI-MAX)
004280     MOVE SN-HOY             TO SN-AFI-ALTA (SN-AFI-MAX)
004290     MOVE "Y" TO SN-MODIFICADA-SW
004300     DISPLAY "AFILIACION DADA DE ALTA DESDE " SN-N-DESDE.
004310
004320*----------------------------------------------------------------
004330* 4000-BAJA - CLOSE AN OPEN MEMBERSHIP WITH ITS END DATE, WHICH
004340*             CANNOT BE EARLIER THAN THE START DATE.
004350*----------------------------------------------------------------
004360 4000-BAJA.
004370     PERFORM 6500-LEER-POR-ID
004380     IF SN-FOUND
004390         PERFORM 5100-MOSTRAR-EMPLEADO
004400         DISPLAY "SINDICATO A DAR DE BAJA: "
004410         MOVE SPACES TO SN-CAMPO
004420         ACCEPT SN-CAMPO
004430         MOVE SN-CAMPO TO SN-N-SINDICATO
004440         PERFORM 3300-BUSCAR-ABIERTA
004450         IF SN-HALLADO = 0
004460             DISPLAY "EMPSINM: NO HAY AFILIACION ABIERTA A "
004470                 FUNCTION TRIM(SN-N-SINDICATO)
004480                 " PARA ESTE EMPLEADO"
004490         ELSE
004500             MOVE "N" TO SN-DATO-LISTO-SW
004510             MOVE "N" TO SN-CANCELAR-SW
004520             PERFORM 4100-PEDIR-HASTA
004530                 UNTIL SN-DATO-LISTO OR SN-CANCELAR
004540             IF SN-DATO-LISTO
004550                 MOVE SN-FECHA-TRABAJO
004560                     TO SN-AFI-HASTA (SN-HALLADO)
004570                 MOVE SN-OPERADOR TO SN-AFI-OPER (SN-HALLADO)
004580                 MOVE "Y" TO SN-MODIFICADA-SW
004590                 DISPLAY "AFILIACION DE BAJA CON FECHA "
004600                     SN-FECHA-TRABAJO
004610             END-IF
004620         END-IF
004630     END-IF.
004640
004650 4100-PEDIR-HASTA.
004660     DISPLAY "ULTIMO DIA DE DESCUENTO YYYYMMDD (ENTER CANCELA): "
004670     MOVE SPACES TO SN-CAMPO
004680     ACCEPT SN-CAMPO
004690     IF SN-CAMPO = SPACES
004700         MOVE "Y" TO SN-CANCELAR-SW
004710     ELSE
004720         MOVE SN-CAMPO TO SN-FECHA-TRABAJO
004730         CALL "FECHAVAL" USING SN-FECHA-TRABAJO,
004740             SN-FECHA-VALIDA-SW
004750         IF SN-FECHA-VALIDA AND
004760                 SN-FECHA-TRABAJO >= SN-AFI-DESDE (SN-HALLADO)
004770             MOVE "Y" TO SN-DATO-LISTO-SW
004780         ELSE
004790             DISPLAY "FECHA INVALIDA O ANTERIOR AL INICIO "
004800                 SN-AFI-DESDE (SN-HALLADO)
004810         END-IF
004820     END-IF.
004830
004840 5000-CONSULTAR.
004850     PERFORM 6500-LEER-POR-ID
004860     IF SN-FOUND
004870         PERFORM 5100-MOSTRAR-EMPLEADO
004880     END-IF.
004890
004900*----------------------------------------------------------------
004910* 5100-MOSTRAR-EMPLEADO - EVERY MEMBERSHIP OF SN-E-ID, OPEN OR
004920*                         CLOSED.
004930*----------------------------------------------------------------
004940 5100-MOSTRAR-EMPLEADO.
004950     DISPLAY "AFILIACIONES DE " FUNCTION TRIM(E-NOMBRE)
004960     MOVE ZERO TO SN-LISTADOS
004970     PERFORM 5110-MOSTRAR-UNA
004980         VARYING SN-AFI-IDX FROM 1 BY 1
004990         UNTIL SN-AFI-IDX > SN-AFI-MAX
005000     IF SN-LISTADOS = ZERO
005010         DISPLAY "SIN AFILIACIONES REGISTRADAS"
005020     END-IF.
005030
005040 5110-MOSTRAR-UNA.
005050     IF SN-AFI-E-ID (SN-AFI-IDX) = SN-E-ID
005060         ADD 1 TO SN-LISTADOS
005070         PERFORM 6100-LISTAR-UNA
005080     END-IF.
005090
005100 6000-LISTAR.
005110     PERFORM 6100-LISTAR-UNA
005120         VARYING SN-AFI-IDX FROM 1 BY 1
005130         UNTIL SN-AFI-IDX > SN-AFI-MAX
005140     IF SN-AFI-MAX = ZERO
005150         DISPLAY "SIN AFILIACIONES EN EL ARCHIVO"
005160     END-IF.
005170
005180 6100-LISTAR-UNA.
005190     DISPLAY FUNCTION TRIM(SN-AFI-E-ID (SN-AFI-IDX))
005200         " " SN-AFI-SINDICATO (SN-AFI-IDX)
005210         " " SN-AFI-NUMERO (SN-AFI-IDX)
005220         " " SN-AFI-DESDE (SN-AFI-IDX)
005230         " " SN-AFI-HASTA (SN-AFI-IDX)
005240         " ULT " SN-AFI-ULT (SN-AFI-IDX).
005250
005260 6500-LEER-POR-ID.
005270     MOVE "N" TO SN-FOUND-SW
005280     DISPLAY "INTRODUCE E-ID: "
005290     ACCEPT SN-E-ID
005300     MOVE SN-E-ID TO E-ID
005310     READ EMPLEADOS-ARCHIVO
005320         INVALID KEY
005330             DISPLAY "NO EXISTE EMPLEADO CON E-ID: " SN-E-ID
005340         NOT INVALID KEY
005350             MOVE "Y" TO SN-FOUND-SW
005360     END-READ.
005370
005380*----------------------------------------------------------------
005390* 7500-REESCRIBIR-AFILIACIONES - THE WHOLE TABLE GOES BACK TO THE
005400*                                FILE WHEN ANYTHING CHANGED.
005410*----------------------------------------------------------------
005420 7500-REESCRIBIR-AFILIACIONES.
005430     IF SN-MODIFICADA
005440         IF SN-DESBORDE
005450             PERFORM 7600-SALVAR-COLA
005460         END-IF
005470         OPEN OUTPUT EMPSIND-ARCHIVO
005480         PERFORM 7510-ESCRIBIR-AFILIACION
005490             VARYING SN-AFI-IDX FROM 1 BY 1
005500             UNTIL SN-AFI-IDX > SN-AFI-MAX
005510         IF SN-DESBORDE
005520             PERFORM 7700-REPONER-COLA
005530         END-IF
005540         CLOSE EMPSIND-ARCHIVO
005550     END-IF.
005560
005570 7510-ESCRIBIR-AFILIACION.
005580     MOVE SN-AFI-E-ID (SN-AFI-IDX)      TO SIN-E-ID
005590     MOVE SN-AFI-SINDICATO (SN-AFI-IDX) TO SIN-SINDICATO
005600     MOVE SN-AFI-NUMERO (SN-AFI-IDX)    TO SIN-AFILIADO
005610     MOVE SN-AFI-DESDE (SN-AFI-IDX)     TO SIN-FECHA-DESDE
005620     MOVE SN-AFI-HASTA (SN-AFI-IDX)     TO SIN-FECHA-HASTA
005630     MOVE SN-AFI-ULT (SN-AFI-IDX)       TO SIN-ULT-PERIODO
005640     MOVE SN-AFI-OPER (SN-AFI-IDX)      TO SIN-OPERADOR
005650     MOVE SN-AFI-ALTA (SN-AFI-IDX)      TO SIN-FECHA-ALTA
005660     WRITE EMPSIN-REGISTRO.
005670
005680*----------------------------------------------------------------
005690* 7600-SALVAR-COLA - COPY EVERY RECORD BEYOND THE WORK TABLE TO
005700*                    THE .TMP FILE BEFORE THE REWRITE TRUNCATES
005710*                    THE FILE.
005720*----------------------------------------------------------------
005730 7600-SALVAR-COLA.
005740     MOVE "N" TO SIN-EOF-SW
005750     MOVE ZERO TO SN-COLA-SALTADOS
005760     OPEN INPUT EMPSIND-ARCHIVO
005770     OPEN OUTPUT AFILIACION-TEMPORAL
005780     PERFORM 1110-LEER-AFILIACION
005790     PERFORM 7610-COPIAR-COLA UNTIL SIN-EOF
005800     CLOSE EMPSIND-ARCHIVO
005810     CLOSE AFILIACION-TEMPORAL.
005820
005830 7610-COPIAR-COLA.
005840     ADD 1 TO SN-COLA-SALTADOS
005850     IF SN-COLA-SALTADOS > SN-AFI-MAX
005860         MOVE EMPSIN-REGISTRO TO TMP-REGISTRO
005870         WRITE TMP-REGISTRO
005880     END-IF
005890     PERFORM 1110-LEER-AFILIACION.
005900
005910*----------------------------------------------------------------
005920* 7700-REPONER-COLA - APPEND THE SAVED TAIL BEHIND THE
005930*                     REWRITTEN ENTRIES.
005940*----------------------------------------------------------------
005950 7700-REPONER-COLA.
005960     MOVE "N" TO SIN-EOF-SW
005970     OPEN INPUT AFILIACION-TEMPORAL
005980     PERFORM 7710-LEER-COLA
005990     PERFORM 7720-ESCRIBIR-COLA UNTIL SIN-EOF
006000     CLOSE AFILIACION-TEMPORAL.
006010
006020 7710-LEER-COLA.
006030     READ AFILIACION-TEMPORAL
006040         AT END
006050             MOVE "Y" TO SIN-EOF-SW
006060     END-READ.
006070
006080 7720-ESCRIBIR-COLA.
006090     MOVE TMP-REGISTRO TO EMPSIN-REGISTRO
006100     WRITE EMPSIN-REGISTRO
006110     PERFORM 7710-LEER-COLA.
006120
006130 9999-EXIT.
006140     CLOSE EMPLEADOS-ARCHIVO
006150     GOBACK.
006160 END PROGRAM EMPSINM.
