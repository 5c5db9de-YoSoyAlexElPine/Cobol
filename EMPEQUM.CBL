000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       COMPANY EQUIPMENT SCREEN, IN THE EMPREQM STYLE.
000060*                EVERY LAPTOP, PHONE, BADGE, KEY OR CARD HANDED TO
000070*                AN ACTIVE OR SUSPENDED E-ID IS ISSUED HERE ONTO
000080*                EMPEQU.DAT WITH ITS SERIAL, ISSUE DATE AND AGREED
000090*                VALUE, AND IS RETURNED HERE WITH THE RETURN DATE
000100*                AND ITS CONDITION (BUEN ESTADO, DANADO,
000110*                PERDIDO).  A SERIAL STILL HELD BY SOMEONE ELSE
000120*                CANNOT BE ISSUED AGAIN.  WHAT AN EMPLOYEE STILL
000130*                HOLDS IS WHAT THE EMPFINIQ SETTLEMENT WARNS ABOUT
000140*                AND CAN DEDUCT, AND WHAT THE EMPEQUR REPORT LISTS
000150*                FOR LEAVERS AND TRANSFERS.
000160* TECTONICS:     cobc -x -std=ibm -I copybooks EMPEQUM.CBL
000170*                OPERSES RUNLOCK FECHAVAL EMPEQUR
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   ---------- ----  ----------------------------------------
000220*   2026-10-15  RT   ORIGINAL PROGRAM.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. EMPEQUM.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     COPY EMPFSEL.
000310     COPY EMPEQSEL.
000320
000330     SELECT EQUIPO-TEMPORAL
000340         ASSIGN TO "EMPEQU.TMP"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS TMP-FILE-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  EMPLEADOS-ARCHIVO.
000410     COPY EMPREG.
000420
000430 FD  EMPEQU-ARCHIVO.
000440     COPY EMPEQU.
000450
000460 FD  EQUIPO-TEMPORAL.
000470 01  TMP-EQU-REGISTRO         PIC X(156).
000480
000490 WORKING-STORAGE SECTION.
000500 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000510 01  EQU-FILE-STATUS          PIC XX VALUE SPACES.
000520 01  TMP-FILE-STATUS          PIC XX VALUE SPACES.
000530 01  EQU-EOF-SW               PIC X VALUE "N".
000540     88  EQU-EOF              VALUE "Y".
000550
000560 01  EQ-EOJ-SW                PIC X VALUE "N".
000570     88  EQ-EOJ               VALUE "Y".
000580 01  EQ-OPCION                PIC 9(1) VALUE 0.
000590 01  EQ-CAMPO                 PIC X(60) VALUE SPACES.
000600 01  EQ-HOY                   PIC 9(8) VALUE ZERO.
000610 01  EQ-E-ID                  PIC X(50) VALUE SPACES.
000620 01  EQ-NUMERO                PIC 9(06) VALUE ZERO.
000630 01  EQ-TIPO                  PIC X(02) VALUE SPACES.
000640 01  EQ-TIPO-NOMBRE           PIC X(14) VALUE SPACES.
000650 01  EQ-CONDICION             PIC X(01) VALUE SPACE.
000660 01  EQ-CONDICION-NOMBRE      PIC X(14) VALUE SPACES.
000670 01  EQ-SERIE                 PIC X(20) VALUE SPACES.
000680 01  EQ-LISTADOS              PIC 9(4) VALUE 0.
000690 01  EQ-SALTADOS              PIC 9(5) VALUE 0.
000700 01  EQ-MODIFICADO-SW         PIC X VALUE "N".
000710     88  EQ-MODIFICADO        VALUE "Y".
000720 01  EQ-DESBORDE-SW           PIC X VALUE "N".
000730     88  EQ-DESBORDE          VALUE "Y".
000740 01  EQ-SOLO-PENDIENTES-SW    PIC X VALUE "N".
000750     88  EQ-SOLO-PENDIENTES   VALUE "Y".
000760
000770 01  EQ-FECHA                 PIC 9(8) VALUE ZERO.
000780 01  EQ-FECHA-TRABAJO         PIC 9(8) VALUE ZERO.
000790 01  EQ-FECHA-VALIDA-SW       PIC X VALUE "N".
000800     88  EQ-FECHA-VALIDA      VALUE "Y".
000810 01  EQ-FECHA-LISTA-SW        PIC X VALUE "N".
000820     88  EQ-FECHA-LISTA       VALUE "Y".
000830
000840 01  EQ-IMPORTE               PIC S9(7)V99 VALUE 0.
000850 01  EQ-IMPORTE-EDIT          PIC Z,ZZZ,ZZ9.99.
000860 01  EQ-TOTAL-PENDIENTE       PIC 9(9)V99 VALUE 0.
000870 01  EQ-TOTAL-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
000880
000890*    EMPEQU.DAT IN MEMORY, IN THE SAME LAYOUT AS THE RECORD.
000900 01  EQ-TABLA.
000910     05  EQ-MAX               PIC 9(4) VALUE 0.
000920     05  EQ-ENTRADA OCCURS 3000 TIMES.
000930         10  EQ-T-E-ID        PIC X(50).
000940         10  EQ-T-NUMERO      PIC 9(06).
000950         10  EQ-T-TIPO        PIC X(02).
000960         10  EQ-T-DESCRIPCION PIC X(30).
000970         10  EQ-T-SERIE       PIC X(20).
000980         10  EQ-T-ENTREGA     PIC 9(08).
000990         10  EQ-T-VALOR       PIC 9(7)V99.
001000         10  EQ-T-DEVOLUCION  PIC 9(08).
001010         10  EQ-T-CONDICION   PIC X(01).
001020         10  EQ-T-DESCUENTO   PIC 9(06).
001030         10  EQ-T-OPER-ENTREGA PIC X(08).
001040         10  EQ-T-OPER-DEVOL  PIC X(08).
001050 01  EQ-IDX                   PIC 9(4) VALUE 0.
001060 01  EQ-HALLADO               PIC 9(4) VALUE 0.
001070 01  EQ-ULTIMO                PIC 9(06) VALUE ZERO.
001080
001090 01  EQ-OPERADOR              PIC X(08) VALUE SPACES.
001100 01  EQ-OPER-NIVEL            PIC X(01) VALUE SPACES.
001110
001120 01  EQ-LCK-ACCION            PIC X(08) VALUE SPACES.
001130 01  EQ-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
001140 01  EQ-LCK-RESULTADO-SW      PIC X VALUE "N".
001150     88  EQ-LCK-CONCEDIDO     VALUE "Y".
001160 01  EQ-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
001170 01  EQ-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001180 01  EQ-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001190 01  EQ-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
001200
001210 PROCEDURE DIVISION.
001220
001230 0000-MAINLINE.
001240     PERFORM 0500-TOMAR-CERROJO
001250     IF EQ-LCK-CONCEDIDO
001260         PERFORM 1000-INITIALIZE
001270         PERFORM 2000-PROCESS-MENU UNTIL EQ-EOJ
001280         PERFORM 7500-REESCRIBIR-EQUIPOS
001290         CLOSE EMPLEADOS-ARCHIVO
001300         PERFORM 8500-SOLTAR-CERROJO
001310         PERFORM 9999-EXIT
001320     ELSE
001330         GOBACK
001340     END-IF.
001350
001360*----------------------------------------------------------------
001370* 0500-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK.  EMPFINIQ
001380*                      STAMPS THE DEDUCTED ITEMS ON EMPEQU.DAT
001390*                      UNDER THE SAME LOCK, SO NEITHER REWRITE
001400*                      LOSES THE OTHER'S CHANGES.
001410*----------------------------------------------------------------
001420 0500-TOMAR-CERROJO.
001430     MOVE "TOMAR" TO EQ-LCK-ACCION
001440     CALL "RUNLOCK" USING EQ-LCK-ACCION, EQ-LCK-TIPO,
001450         EQ-LCK-RESULTADO-SW, EQ-LCK-TEN-TIPO,
001460         EQ-LCK-TEN-OPERADOR, EQ-LCK-TEN-FECHA,
001470         EQ-LCK-TEN-HORA
001480     IF NOT EQ-LCK-CONCEDIDO
001490         DISPLAY "EMPEQUM: EL MAESTRO ESTA BLOQUEADO POR "
001500             EQ-LCK-TEN-TIPO " (" EQ-LCK-TEN-OPERADOR
001510             ") DESDE " EQ-LCK-TEN-FECHA " " EQ-LCK-TEN-HORA
001520         DISPLAY "EMPEQUM: USE LA OPCION DE CERROJO DEL MENU"
001530             " SI QUEDO ATASCADO"
001540     END-IF.
001550
001560 8500-SOLTAR-CERROJO.
001570     MOVE "SOLTAR" TO EQ-LCK-ACCION
001580     CALL "RUNLOCK" USING EQ-LCK-ACCION, EQ-LCK-TIPO,
001590         EQ-LCK-RESULTADO-SW, EQ-LCK-TEN-TIPO,
001600         EQ-LCK-TEN-OPERADOR, EQ-LCK-TEN-FECHA,
001610         EQ-LCK-TEN-HORA.
001620
001630 1000-INITIALIZE.
001640     CALL "OPERSES" USING EQ-OPERADOR, EQ-OPER-NIVEL
001650     MOVE FUNCTION CURRENT-DATE(1:8) TO EQ-HOY
001660     OPEN INPUT EMPLEADOS-ARCHIVO
001670     PERFORM 1100-CARGAR-EQUIPOS.
001680
001690 1100-CARGAR-EQUIPOS.
001700     MOVE ZERO TO EQ-MAX
001710     MOVE ZERO TO EQ-ULTIMO
001720     MOVE "N" TO EQU-EOF-SW
001730     OPEN INPUT EMPEQU-ARCHIVO
001740     IF EQU-FILE-STATUS = "00"
001750         PERFORM 1110-LEER-EQUIPO
001760         PERFORM 1120-GUARDAR-EQUIPO UNTIL EQU-EOF
001770     END-IF
001780     IF EQU-FILE-STATUS = "00" OR EQU-FILE-STATUS = "05"
001790             OR EQU-FILE-STATUS = "10"
001800         CLOSE EMPEQU-ARCHIVO
001810     END-IF.
001820
001830 1110-LEER-EQUIPO.
001840     READ EMPEQU-ARCHIVO
001850         AT END
001860             MOVE "Y" TO EQU-EOF-SW
001870     END-READ.
001880
001890*----------------------------------------------------------------
001900* 1120-GUARDAR-EQUIPO - THE HIGHEST ITEM NUMBER ON FILE IS KEPT
001910*                       EVEN PAST A FULL TABLE SO A NEW ISSUE
001920*                       NEVER REUSES ONE.
001930*----------------------------------------------------------------
001940 1120-GUARDAR-EQUIPO.
001950     IF EQU-NUMERO > EQ-ULTIMO
001960         MOVE EQU-NUMERO TO EQ-ULTIMO
001970     END-IF
001980     IF EQ-MAX < 3000
001990         ADD 1 TO EQ-MAX
002000         MOVE EMPEQU-REGISTRO TO EQ-ENTRADA (EQ-MAX)
002010     ELSE
002020         IF NOT EQ-DESBORDE
002030             DISPLAY "EMPEQUM: MAS DE 3000 ELEMENTOS - TABLA"
002040                 " LLENA (EL RESTO SE CONSERVA)"
002050             MOVE "Y" TO EQ-DESBORDE-SW
002060         END-IF
002070     END-IF
002080     PERFORM 1110-LEER-EQUIPO.
002090
002100 2000-PROCESS-MENU.
002110     DISPLAY " "
002120     DISPLAY "MATERIAL DE EMPRESA"
002130     DISPLAY "1. CONSULTAR MATERIAL DE UN EMPLEADO"
002140     DISPLAY "2. ENTREGAR MATERIAL"
002150     DISPLAY "3. REGISTRAR DEVOLUCION"
002160     DISPLAY "4. LISTADO DE MATERIAL PENDIENTE (EMPEQUR)"
002170     DISPLAY "5. SALIR"
002180     DISPLAY "INTRODUCE UNA OPCION DEL 1 AL 5"
002190     ACCEPT EQ-OPCION
002200
002210     EVALUATE EQ-OPCION
002220         WHEN 1
002230             PERFORM 3000-CONSULTAR THRU 3000-SALIDA
002240         WHEN 2
002250             PERFORM 4000-ENTREGAR THRU 4000-SALIDA
002260         WHEN 3
002270             PERFORM 5000-DEVOLVER THRU 5000-SALIDA
002280         WHEN 4
002290             PERFORM 5500-LISTAR-PENDIENTES
002300         WHEN 5
002310             MOVE "Y" TO EQ-EOJ-SW
002320         WHEN OTHER
002330             DISPLAY "OPCION NO VALIDA: " EQ-OPCION
002340     END-EVALUATE.
002350
002360*----------------------------------------------------------------
002370* 3000-CONSULTAR - EVERY ITEM EVER ISSUED TO THE E-ID, RETURNED OR
002380*                  NOT, AND THE VALUE OF WHAT IT STILL HOLDS.
002390*----------------------------------------------------------------
002400 3000-CONSULTAR.
002410     PERFORM 6000-PEDIR-EMPLEADO
002420     IF EQ-E-ID = SPACES
002430         GO TO 3000-SALIDA
002440     END-IF
002450     MOVE "N" TO EQ-SOLO-PENDIENTES-SW
002460     PERFORM 6100-LISTAR-EQUIPOS
002470     IF EQ-LISTADOS = ZERO
002480         DISPLAY "SIN MATERIAL ENTREGADO A "
002490             FUNCTION TRIM(EQ-E-ID)
002500     ELSE
002510         MOVE EQ-TOTAL-PENDIENTE TO EQ-TOTAL-EDIT
002520         DISPLAY "VALOR DEL MATERIAL PENDIENTE: " EQ-TOTAL-EDIT
002530     END-IF.
002540
002550 3000-SALIDA.
002560     EXIT.
002570
002580*----------------------------------------------------------------
002590* 4000-ENTREGAR - ISSUE ONE ITEM TO AN ACTIVE OR SUSPENDED
002600*                 EMPLOYEE.  THE SERIAL MAY NOT BE HELD BY ANYONE
002610*                 ELSE AND THE AGREED VALUE IS WHAT THE SETTLEMENT
002620*                 DEDUCTS IF IT NEVER COMES BACK.
002630*----------------------------------------------------------------
002640 4000-ENTREGAR.
002650     IF EQ-MAX NOT < 3000
002660         DISPLAY "TABLA DE MATERIAL LLENA - NO SE ADMITEN MAS"
002670         GO TO 4000-SALIDA
002680     END-IF
002690     PERFORM 6000-PEDIR-EMPLEADO
002700     IF EQ-E-ID = SPACES
002710         GO TO 4000-SALIDA
002720     END-IF
002730     IF NOT E-ACTIVO AND NOT E-SUSPENDIDO
002740         DISPLAY "EL EMPLEADO NO ESTA EN ALTA - NO SE LE ENTREGA"
002750             " MATERIAL"
002760         GO TO 4000-SALIDA
002770     END-IF
002780     DISPLAY "TIPO (PC PORTATIL, MV MOVIL, AC ACREDITACION,"
002790     DISPLAY "      LL LLAVE, TJ TARJETA, OT OTRO): "
002800     ACCEPT EQ-CAMPO
002810     MOVE EQ-CAMPO TO EQU-TIPO
002820     IF NOT EQU-TIPO-VALIDO
002830         DISPLAY "TIPO NO VALIDO: " EQU-TIPO
002840         GO TO 4000-SALIDA
002850     END-IF
002860     MOVE EQU-TIPO TO EQ-TIPO
002870     DISPLAY "DESCRIPCION: "
002880     ACCEPT EQ-CAMPO
002890     MOVE EQ-CAMPO TO EQU-DESCRIPCION
002900     DISPLAY "NUMERO DE SERIE: "
002910     ACCEPT EQ-CAMPO
002920     MOVE EQ-CAMPO TO EQ-SERIE
002930     IF EQ-SERIE NOT = SPACES
002940         MOVE ZERO TO EQ-HALLADO
002950         PERFORM 4050-SERIE-EN-PODER
002960             VARYING EQ-IDX FROM 1 BY 1
002970             UNTIL EQ-IDX > EQ-MAX OR EQ-HALLADO > 0
002980         IF EQ-HALLADO > 0
002990             DISPLAY "LA SERIE " FUNCTION TRIM(EQ-SERIE)
003000                 " LA TIENE "
003010                 FUNCTION TRIM(EQ-T-E-ID (EQ-HALLADO))
003020                 " DESDE " EQ-T-ENTREGA (EQ-HALLADO)
003030             DISPLAY "REGISTRE ANTES SU DEVOLUCION"
003040             GO TO 4000-SALIDA
003050         END-IF
003060     END-IF
003070     DISPLAY "VALOR ACORDADO: "
003080     ACCEPT EQ-CAMPO
003090     IF FUNCTION TEST-NUMVAL(EQ-CAMPO) NOT = 0
003100         DISPLAY "IMPORTE NO VALIDO"
003110         GO TO 4000-SALIDA
003120     END-IF
003130     COMPUTE EQ-IMPORTE = FUNCTION NUMVAL(EQ-CAMPO)
003140     IF EQ-IMPORTE < ZERO
003150         DISPLAY "EL VALOR NO PUEDE SER NEGATIVO"
003160         GO TO 4000-SALIDA
003170     END-IF
003180     DISPLAY "FECHA DE ENTREGA"
003190     PERFORM 6500-PEDIR-FECHA
003200     IF EQ-FECHA > EQ-HOY
003210         DISPLAY "LA ENTREGA NO PUEDE SER POSTERIOR A HOY"
003220         GO TO 4000-SALIDA
003230     END-IF
003240     ADD 1 TO EQ-ULTIMO
003250     ADD 1 TO EQ-MAX
003260     MOVE EQ-E-ID            TO EQ-T-E-ID (EQ-MAX)
003270     MOVE EQ-ULTIMO          TO EQ-T-NUMERO (EQ-MAX)
003280     MOVE EQ-TIPO            TO EQ-T-TIPO (EQ-MAX)
003290     MOVE EQU-DESCRIPCION    TO EQ-T-DESCRIPCION (EQ-MAX)
003300     MOVE EQ-SERIE           TO EQ-T-SERIE (EQ-MAX)
003310     MOVE EQ-FECHA           TO EQ-T-ENTREGA (EQ-MAX)
003320     MOVE EQ-IMPORTE         TO EQ-T-VALOR (EQ-MAX)
003330     MOVE ZERO               TO EQ-T-DEVOLUCION (EQ-MAX)
003340     MOVE SPACE              TO EQ-T-CONDICION (EQ-MAX)
003350     MOVE ZERO               TO EQ-T-DESCUENTO (EQ-MAX)
003360     MOVE EQ-OPERADOR        TO EQ-T-OPER-ENTREGA (EQ-MAX)
003370     MOVE SPACES             TO EQ-T-OPER-DEVOL (EQ-MAX)
003380     MOVE "Y" TO EQ-MODIFICADO-SW
003390     DISPLAY "ENTREGADO EL ELEMENTO " EQ-ULTIMO " A "
003400         FUNCTION TRIM(EQ-E-ID).
003410
003420 4000-SALIDA.
003430     EXIT.
003440
003450 4050-SERIE-EN-PODER.
003460     IF EQ-T-TIPO (EQ-IDX) = EQ-TIPO AND
003470             EQ-T-SERIE (EQ-IDX) = EQ-SERIE AND
003480             EQ-T-DEVOLUCION (EQ-IDX) = ZERO
003490         MOVE EQ-IDX TO EQ-HALLADO
003500     END-IF.
003510
003520*----------------------------------------------------------------
003530* 5000-DEVOLVER - RECORD THE RETURN OF ONE OF THE ITEMS THE E-ID
003540*                 STILL HOLDS, WITH THE DATE AND CONDITION.  AN
003550*                 ITEM DECLARED PERDIDO IS CLOSED WITH THE DATE IT
003560*                 WAS REPORTED; ITS VALUE IS WHAT EMPFINIQ
003570*                 DEDUCTS.  ONE WHOSE VALUE WAS ALREADY DEDUCTED
003580*                 FROM A SETTLEMENT IS STILL ACCEPTED BACK, BUT
003590*                 THE REFUND IS A MANUAL MATTER.
003600*----------------------------------------------------------------
003610 5000-DEVOLVER.
003620     PERFORM 6000-PEDIR-EMPLEADO
003630     IF EQ-E-ID = SPACES
003640         GO TO 5000-SALIDA
003650     END-IF
003660     MOVE "Y" TO EQ-SOLO-PENDIENTES-SW
003670     PERFORM 6100-LISTAR-EQUIPOS
003680     IF EQ-LISTADOS = ZERO
003690         DISPLAY "EL EMPLEADO NO TIENE MATERIAL PENDIENTE"
003700         GO TO 5000-SALIDA
003710     END-IF
003720     DISPLAY "NUMERO DE ELEMENTO: "
003730     ACCEPT EQ-CAMPO
003740     IF FUNCTION TEST-NUMVAL(EQ-CAMPO) NOT = 0
003750         DISPLAY "NUMERO NO VALIDO"
003760         GO TO 5000-SALIDA
003770     END-IF
003780     COMPUTE EQ-NUMERO = FUNCTION NUMVAL(EQ-CAMPO)
003790     MOVE ZERO TO EQ-HALLADO
003800     PERFORM 5050-COMPARAR-ELEMENTO
003810         VARYING EQ-IDX FROM 1 BY 1
003820         UNTIL EQ-IDX > EQ-MAX OR EQ-HALLADO > 0
003830     IF EQ-HALLADO = 0
003840         DISPLAY "EL ELEMENTO " EQ-NUMERO " NO ESTA PENDIENTE"
003850             " PARA ESTE EMPLEADO"
003860         GO TO 5000-SALIDA
003870     END-IF
003880     DISPLAY "ESTADO (B BUEN ESTADO, D DANADO, P PERDIDO): "
003890     ACCEPT EQ-CAMPO
003900     MOVE EQ-CAMPO TO EQ-CONDICION
003910     INSPECT EQ-CONDICION CONVERTING "bdp" TO "BDP"
003920     IF EQ-CONDICION NOT = "B" AND EQ-CONDICION NOT = "D"
003930             AND EQ-CONDICION NOT = "P"
003940         DISPLAY "ESTADO NO VALIDO: " EQ-CONDICION
003950         GO TO 5000-SALIDA
003960     END-IF
003970     DISPLAY "FECHA DE DEVOLUCION"
003980     PERFORM 6500-PEDIR-FECHA
003990     IF EQ-FECHA < EQ-T-ENTREGA (EQ-HALLADO) OR EQ-FECHA > EQ-HOY
004000         DISPLAY "LA FECHA DEBE ESTAR ENTRE LA ENTREGA ("
004010             EQ-T-ENTREGA (EQ-HALLADO) ") Y HOY"
004020         GO TO 5000-SALIDA
004030     END-IF
004040     MOVE EQ-FECHA     TO EQ-T-DEVOLUCION (EQ-HALLADO)
004050     MOVE EQ-CONDICION TO EQ-T-CONDICION (EQ-HALLADO)
004060     MOVE EQ-OPERADOR  TO EQ-T-OPER-DEVOL (EQ-HALLADO)
004070     MOVE "Y" TO EQ-MODIFICADO-SW
004080     MOVE EQ-HALLADO TO EQ-IDX
004090     PERFORM 6210-NOMBRE-CONDICION
004100     DISPLAY "ELEMENTO " EQ-NUMERO " CERRADO: "
004110         EQ-CONDICION-NOMBRE
004120     IF EQ-T-DESCUENTO (EQ-HALLADO) NOT = ZERO
004130         DISPLAY "AVISO: SU VALOR YA SE DESCONTO EN EL FINIQUITO"
004140             " (PERIODO " EQ-T-DESCUENTO (EQ-HALLADO)
004150             ") - LA DEVOLUCION DEL IMPORTE ES MANUAL"
004160     END-IF.
004170
004180 5000-SALIDA.
004190     EXIT.
004200
004210 5050-COMPARAR-ELEMENTO.
004220     IF EQ-T-NUMERO (EQ-IDX) = EQ-NUMERO AND
004230             EQ-T-E-ID (EQ-IDX) = EQ-E-ID AND
004240             EQ-T-DEVOLUCION (EQ-IDX) = ZERO
004250         MOVE EQ-IDX TO EQ-HALLADO
004260     END-IF.
004270
004280*----------------------------------------------------------------
004290* 5500-LISTAR-PENDIENTES - RUN THE EMPEQUR DEPARTMENTAL LISTING
004300*                          THE WAY EMPHRSC RUNS EMPHRSV, AFTER
004310*                          PUTTING THIS SESSION'S ISSUES AND
004320*                          RETURNS ON FILE SO THE LISTING SEES
004330*                          THEM.
004340*----------------------------------------------------------------
004350 5500-LISTAR-PENDIENTES.
004360     PERFORM 7500-REESCRIBIR-EQUIPOS
004370     MOVE "N" TO EQ-MODIFICADO-SW
004380     CALL "EMPEQUR"
004390     IF RETURN-CODE = 4
004400         DISPLAY "HAY MATERIAL SIN RECUPERAR NI DESCONTAR - VER"
004410             " EMPEQUR.RPT"
004420     END-IF
004430     MOVE ZERO TO RETURN-CODE.
004440
004450*----------------------------------------------------------------
004460* 6000-PEDIR-EMPLEADO - THE E-ID MUST BE ON THE MASTER; EQ-E-ID IS
004470*                       LEFT BLANK WHEN IT IS NOT, AND THE RECORD
004480*                       IS LEFT IN EMPLEADOS-REGISTRO WHEN IT IS.
004490*----------------------------------------------------------------
004500 6000-PEDIR-EMPLEADO.
004510     DISPLAY "E-ID DEL EMPLEADO: "
004520     ACCEPT EQ-E-ID
004530     MOVE EQ-E-ID TO E-ID
004540     READ EMPLEADOS-ARCHIVO
004550         INVALID KEY
004560             DISPLAY "NO EXISTE EMPLEADO CON E-ID: " EQ-E-ID
004570             MOVE SPACES TO EQ-E-ID
004580         NOT INVALID KEY
004590             DISPLAY "EMPLEADO: " FUNCTION TRIM(E-NOMBRE)
004600                 "  DEPTO " E-DEPTO "  ESTADO " E-STATUS
004610     END-READ.
004620
004630*----------------------------------------------------------------
004640* 6100-LISTAR-EQUIPOS - ONE LINE PER ITEM OF EQ-E-ID (ONLY THE
004650*                       ONES STILL HELD WHEN EQ-SOLO-PENDIENTES),
004660*                       TOTALLING THE VALUE STILL HELD IN
004670*                       EQ-TOTAL-PENDIENTE.
004680*----------------------------------------------------------------
004690 6100-LISTAR-EQUIPOS.
004700     MOVE ZERO TO EQ-LISTADOS
004710     MOVE ZERO TO EQ-TOTAL-PENDIENTE
004720     PERFORM 6110-LINEA-EQUIPO
004730         VARYING EQ-IDX FROM 1 BY 1
004740         UNTIL EQ-IDX > EQ-MAX.
004750
004760 6110-LINEA-EQUIPO.
004770     IF EQ-T-E-ID (EQ-IDX) = EQ-E-ID AND
004780             (NOT EQ-SOLO-PENDIENTES OR
004790              EQ-T-DEVOLUCION (EQ-IDX) = ZERO)
004800         ADD 1 TO EQ-LISTADOS
004810         PERFORM 6200-NOMBRE-TIPO
004820         PERFORM 6210-NOMBRE-CONDICION
004830         MOVE EQ-T-VALOR (EQ-IDX) TO EQ-IMPORTE-EDIT
004840         DISPLAY EQ-T-NUMERO (EQ-IDX) " " EQ-TIPO-NOMBRE " "
004850             FUNCTION TRIM(EQ-T-DESCRIPCION (EQ-IDX)) " SERIE "
004860             FUNCTION TRIM(EQ-T-SERIE (EQ-IDX))
004870         DISPLAY "       ENTREGADO " EQ-T-ENTREGA (EQ-IDX)
004880             "  VALOR " EQ-IMPORTE-EDIT "  " EQ-CONDICION-NOMBRE
004890         IF EQ-T-DEVOLUCION (EQ-IDX) NOT = ZERO
004900             DISPLAY "       DEVUELTO  " EQ-T-DEVOLUCION (EQ-IDX)
004910         ELSE
004920             ADD EQ-T-VALOR (EQ-IDX) TO EQ-TOTAL-PENDIENTE
004930         END-IF
004940         IF EQ-T-DESCUENTO (EQ-IDX) NOT = ZERO
004950             DISPLAY "       DESCONTADO EN EL FINIQUITO DEL"
004960                 " PERIODO " EQ-T-DESCUENTO (EQ-IDX)
004970         END-IF
004980     END-IF.
004990
005000*----------------------------------------------------------------
005010* 6200-NOMBRE-TIPO - THE TYPE OF THE ITEM AT EQ-IDX IN WORDS.
005020*----------------------------------------------------------------
005030 6200-NOMBRE-TIPO.
005040     EVALUATE EQ-T-TIPO (EQ-IDX)
005050         WHEN "PC"
005060             MOVE "PORTATIL"      TO EQ-TIPO-NOMBRE
005070         WHEN "MV"
005080             MOVE "MOVIL"         TO EQ-TIPO-NOMBRE
005090         WHEN "AC"
005100             MOVE "ACREDITACION"  TO EQ-TIPO-NOMBRE
005110         WHEN "LL"
005120             MOVE "LLAVE"         TO EQ-TIPO-NOMBRE
005130         WHEN "TJ"
005140             MOVE "TARJETA"       TO EQ-TIPO-NOMBRE
005150         WHEN OTHER
005160             MOVE "OTRO"          TO EQ-TIPO-NOMBRE
005170     END-EVALUATE.
005180
005190*----------------------------------------------------------------
005200* 6210-NOMBRE-CONDICION - THE CONDITION OF THE ITEM AT EQ-IDX IN
005210*                         WORDS.
005220*----------------------------------------------------------------
005230 6210-NOMBRE-CONDICION.
005240     EVALUATE EQ-T-CONDICION (EQ-IDX)
005250         WHEN SPACE
005260             MOVE "EN SU PODER"   TO EQ-CONDICION-NOMBRE
005270         WHEN "B"
005280             MOVE "BUEN ESTADO"   TO EQ-CONDICION-NOMBRE
005290         WHEN "D"
005300             MOVE "DANADO"        TO EQ-CONDICION-NOMBRE
005310         WHEN "P"
005320             MOVE "PERDIDO"       TO EQ-CONDICION-NOMBRE
005330         WHEN OTHER
005340             MOVE "?"             TO EQ-CONDICION-NOMBRE
005350     END-EVALUATE.
005360
005370*----------------------------------------------------------------
005380* 6500-PEDIR-FECHA - A REAL YYYYMMDD DATE INTO EQ-FECHA (ENTER =
005390*                    TODAY).
005400*----------------------------------------------------------------
005410 6500-PEDIR-FECHA.
005420     MOVE "N" TO EQ-FECHA-LISTA-SW
005430     PERFORM 6510-CAPTURAR-FECHA UNTIL EQ-FECHA-LISTA.
005440
005450 6510-CAPTURAR-FECHA.
005460     DISPLAY "FECHA YYYYMMDD (ENTER = HOY): "
005470     ACCEPT EQ-CAMPO
005480     IF EQ-CAMPO = SPACES
005490         MOVE EQ-HOY TO EQ-FECHA
005500         MOVE "Y" TO EQ-FECHA-LISTA-SW
005510     ELSE
005520         MOVE EQ-CAMPO TO EQ-FECHA-TRABAJO
005530         CALL "FECHAVAL" USING EQ-FECHA-TRABAJO,
005540             EQ-FECHA-VALIDA-SW
005550         IF EQ-FECHA-VALIDA
005560             MOVE EQ-FECHA-TRABAJO TO EQ-FECHA
005570             MOVE "Y" TO EQ-FECHA-LISTA-SW
005580         ELSE
005590             DISPLAY "FECHA INVALIDA - DEBE SER REAL (YYYYMMDD)"
005600         END-IF
005610     END-IF.
005620
005630*----------------------------------------------------------------
005640* 7500-REESCRIBIR-EQUIPOS - THE TABLE GOES BACK TO EMPEQU.DAT WHEN
005650*                           ANYTHING CHANGED, WITH ITS TAIL SAVED
005660*                           FIRST IF THE FILE WAS LONGER THAN THE
005670*                           TABLE.
005680*----------------------------------------------------------------
005690 7500-REESCRIBIR-EQUIPOS.
005700     IF EQ-MODIFICADO
005710         IF EQ-DESBORDE
005720             PERFORM 7600-SALVAR-COLA
005730         END-IF
005740         OPEN OUTPUT EMPEQU-ARCHIVO
005750         PERFORM 7520-ESCRIBIR-EQUIPO
005760             VARYING EQ-IDX FROM 1 BY 1
005770             UNTIL EQ-IDX > EQ-MAX
005780         IF EQ-DESBORDE
005790             PERFORM 7700-REPONER-COLA
005800         END-IF
005810         CLOSE EMPEQU-ARCHIVO
005820     END-IF.
005830
005840 7520-ESCRIBIR-EQUIPO.
005850     MOVE EQ-ENTRADA (EQ-IDX) TO EMPEQU-REGISTRO
005860     WRITE EMPEQU-REGISTRO.
005870
005880*----------------------------------------------------------------
005890* 7600-SALVAR-COLA - COPY EVERY ITEM BEYOND THE WORK TABLE TO THE
005900*                    .TMP FILE BEFORE THE REWRITE TRUNCATES THE
005910*                    FILE.
005920*----------------------------------------------------------------
005930 7600-SALVAR-COLA.
005940     MOVE "N" TO EQU-EOF-SW
005950     MOVE ZERO TO EQ-SALTADOS
005960     OPEN INPUT EMPEQU-ARCHIVO
005970     OPEN OUTPUT EQUIPO-TEMPORAL
005980     PERFORM 1110-LEER-EQUIPO
005990     PERFORM 7610-COPIAR-COLA UNTIL EQU-EOF
006000     CLOSE EMPEQU-ARCHIVO
006010     CLOSE EQUIPO-TEMPORAL.
006020
006030 7610-COPIAR-COLA.
006040     ADD 1 TO EQ-SALTADOS
006050     IF EQ-SALTADOS > 3000
006060         MOVE EMPEQU-REGISTRO TO TMP-EQU-REGISTRO
006070         WRITE TMP-EQU-REGISTRO
006080     END-IF
006090     PERFORM 1110-LEER-EQUIPO.
006100
006110*----------------------------------------------------------------
006120* 7700-REPONER-COLA - APPEND THE SAVED TAIL BEHIND THE REWRITTEN
006130*                     ENTRIES.
006140*----------------------------------------------------------------
006150 7700-REPONER-COLA.
006160     MOVE "N" TO EQU-EOF-SW
006170     OPEN INPUT EQUIPO-TEMPORAL
006180     PERFORM 7710-LEER-COLA
006190     PERFORM 7720-ESCRIBIR-COLA UNTIL EQU-EOF
006200     CLOSE EQUIPO-TEMPORAL.
006210
006220 7710-LEER-COLA.
006230     READ EQUIPO-TEMPORAL
006240         AT END
006250             MOVE "Y" TO EQU-EOF-SW
006260     END-READ.
006270
006280 7720-ESCRIBIR-COLA.
006290     MOVE TMP-EQU-REGISTRO TO EMPEQU-REGISTRO
006300     WRITE EMPEQU-REGISTRO
006310     PERFORM 7710-LEER-COLA.
006320
006330 9999-EXIT.
006340     GOBACK.
006350 END PROGRAM EMPEQUM.
