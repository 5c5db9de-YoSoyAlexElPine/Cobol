000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       OPERATOR AND ROLE MAINTENANCE, SUPERVISOR ONLY.
000060*                CREATES OPERATORS ON OPERMST.DAT, CHANGES THEIR
000070*                NAME, LEVEL AND ROLE, SUSPENDS AND REACTIVATES
000080*                THEM AND RESETS A FORGOTTEN CLAVE (THE OPERATOR
000090*                MUST KEY A NEW ONE AT THE NEXT SIGN-ON).  ALSO
000100*                KEEPS ROLMST.DAT, THE ROLE / MENU OPTION MATRIX
000110*                THE MENU CHECKS BEFORE EVERY CALL.  BOTH FILES
000120*                STOP BEING HAND-EDITED.  EVERY CHANGE APPENDS A
000130*                BEFORE/AFTER IMAGE TO TABAUD.DAT (CLAVES BLANKED
000140*                OUT) WITH THE OPERSES OPERATOR.
000150* TECTONICS:     cobc -x -std=ibm -I copybooks EMPOPRM.CBL
000160*                OPERSES CONFIRM
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   ---------- ----  ----------------------------------------
000210*   2026-10-15  RT   ORIGINAL PROGRAM.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. EMPOPRM.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     COPY EMPOPSEL.
000300     COPY EMPROSEL.
000310     COPY EMPTBSEL.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  OPERADOR-MAESTRO.
000360     COPY EMPOPM.
000370
000380 FD  ROL-MAESTRO.
000390     COPY EMPROL.
000400
000410 FD  TABLAS-AUDITORIA.
000420     COPY EMPTBA.
000430
000440 WORKING-STORAGE SECTION.
000450 01  OPM-FILE-STATUS          PIC XX VALUE SPACES.
000460 01  ROL-FILE-STATUS          PIC XX VALUE SPACES.
000470 01  TBA-FILE-STATUS          PIC XX VALUE SPACES.
000480 01  OPM-EOF-SW               PIC X VALUE "N".
000490     88  OPM-EOF              VALUE "Y".
000500 01  ROL-EOF-SW               PIC X VALUE "N".
000510     88  ROL-EOF              VALUE "Y".
000520
000530 01  OR-EOJ-SW                PIC X VALUE "N".
000540     88  OR-EOJ               VALUE "Y".
000550 01  OR-DESBORDE-SW           PIC X VALUE "N".
000560     88  OR-DESBORDE          VALUE "Y".
000570 01  OR-GRABADO-SW            PIC X VALUE "N".
000580     88  OR-GRABADO           VALUE "Y".
000590 01  OR-VALIDA-SW             PIC X VALUE "N".
000600     88  OR-VALIDA            VALUE "Y".
000610
000620 01  OR-OPCION                PIC 9(2) VALUE 0.
000630 01  OR-OPERADOR              PIC X(08) VALUE SPACES.
000640 01  OR-OPER-NIVEL            PIC X(01) VALUE SPACES.
000650
000660 01  OR-OPM-TABLA.
000670     05  OR-OPM-MAX           PIC 9(3) VALUE 0.
000680     05  OR-OPM-ENTRADA       PIC X(53) OCCURS 200 TIMES.
000690 01  OR-ROL-TABLA.
000700     05  OR-ROL-MAX           PIC 9(3) VALUE 0.
000710     05  OR-ROL-ENTRADA       PIC X(123) OCCURS 50 TIMES.
000720 01  OR-IDX                   PIC 9(3) VALUE 0.
000730 01  OR-HALLADO               PIC 9(3) VALUE 0.
000740 01  OR-IDX-ROL               PIC 9(3) VALUE 0.
000750 01  OR-HALLADO-ROL           PIC 9(3) VALUE 0.
000760 01  OR-USOS                  PIC 9(3) VALUE 0.
000770
000780*----------------------------------------------------------------
000790* THE OPERATOR OR ROLE BEING WORKED ON, AND ITS IMAGE BEFORE THE
000800* CHANGE FOR THE AUDIT RECORD.
000810*----------------------------------------------------------------
000820 01  OR-OPM-ACTUAL.
000830     05  OR-OPM-ID            PIC X(08).
000840     05  OR-OPM-CLAVE         PIC X(08).
000850     05  OR-OPM-NOMBRE        PIC X(30).
000860     05  OR-OPM-NIVEL         PIC X(01).
000870     05  OR-OPM-ROL           PIC X(04).
000880     05  OR-OPM-ESTADO        PIC X(01).
000890         88  OR-OPM-SUSPENDIDO VALUE "S".
000900     05  OR-OPM-CAMBIO-CLAVE  PIC X(01).
000910 01  OR-ROL-ACTUAL.
000920     05  OR-ROL-CODIGO        PIC X(04).
000930     05  OR-ROL-NOMBRE        PIC X(20).
000940     05  OR-ROL-OPCIONES      PIC X(99).
000950 01  OR-COMPARA-OPM           PIC X(53) VALUE SPACES.
000960 01  OR-COMPARA-ROL           PIC X(123) VALUE SPACES.
000970 01  OR-ANTES                 PIC X(130) VALUE SPACES.
000980 01  OR-DESPUES               PIC X(130) VALUE SPACES.
000990 01  OR-TABLA-NOMBRE          PIC X(08) VALUE SPACES.
001000 01  OR-CLAVE-AUDIT           PIC X(30) VALUE SPACES.
001010
001020 01  OR-ID-ENTRADA            PIC X(08) VALUE SPACES.
001030 01  OR-ROL-ENTRADA-COD       PIC X(04) VALUE SPACES.
001040 01  OR-CAMPO                 PIC X(30) VALUE SPACES.
001050 01  OR-CLAVE-NUEVA           PIC X(08) VALUE SPACES.
001060 01  OR-CLAVE-REPITE          PIC X(08) VALUE SPACES.
001070 01  OR-NUM-ENTRADA           PIC X(02) VALUE SPACES.
001080 01  OR-NUM-OPCION            PIC 9(2) VALUE 0.
001090 01  OR-FIN-PERMISOS-SW       PIC X VALUE "N".
001100     88  OR-FIN-PERMISOS      VALUE "Y".
001110 01  OR-DESDE                 PIC 9(3) VALUE 0.
001120 01  OR-HASTA                 PIC 9(3) VALUE 0.
001130 01  OR-DESDE-EDIT            PIC 99.
001140 01  OR-HASTA-EDIT            PIC 99.
001150 01  OR-CONFIRMA              PIC X VALUE "N".
001160 01  OR-ACCION-TXT            PIC X(40) VALUE SPACES.
001170
001180 PROCEDURE DIVISION.
001190
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE
001220     IF OR-OPER-NIVEL NOT = "S"
001230         DISPLAY "EMPOPRM: SOLO UN SUPERVISOR PUEDE MANTENER"
001240             " OPERADORES Y ROLES"
001250         MOVE 8 TO RETURN-CODE
001260     ELSE
001270         PERFORM 1100-CARGAR-OPERADORES
001280         PERFORM 1200-CARGAR-ROLES
001290         IF OR-DESBORDE
001300             DISPLAY "EMPOPRM: OPERMST O ROLMST DEMASIADO GRANDE"
001310                 " - NO SE PUEDE MANTENER"
001320             MOVE 8 TO RETURN-CODE
001330         ELSE
001340             OPEN EXTEND TABLAS-AUDITORIA
001350             IF TBA-FILE-STATUS = "35"
001360                 OPEN OUTPUT TABLAS-AUDITORIA
001370             END-IF
001380             PERFORM 2000-PROCESS-MENU UNTIL OR-EOJ
001390             CLOSE TABLAS-AUDITORIA
001400         END-IF
001410     END-IF
001420     PERFORM 9999-EXIT.
001430
001440 1000-INITIALIZE.
001450     CALL "OPERSES" USING OR-OPERADOR, OR-OPER-NIVEL.
001460
001470*----------------------------------------------------------------
001480* 1100-CARGAR-OPERADORES / 1200-CARGAR-ROLES - BOTH FILES ARE
001490*                      SMALL AND ARE HELD IN FULL; EACH CHANGE
001500*                      REWRITES THE WHOLE FILE.
001510*----------------------------------------------------------------
001520 1100-CARGAR-OPERADORES.
001530     MOVE ZERO TO OR-OPM-MAX
001540     MOVE "N" TO OPM-EOF-SW
001550     OPEN INPUT OPERADOR-MAESTRO
001560     IF OPM-FILE-STATUS = "00"
001570         PERFORM 1110-LEER-OPERADOR
001580         PERFORM 1120-GUARDAR-OPERADOR UNTIL OPM-EOF
001590     END-IF
001600     IF OPM-FILE-STATUS = "00" OR OPM-FILE-STATUS = "05"
001610             OR OPM-FILE-STATUS = "10"
001620         CLOSE OPERADOR-MAESTRO
001630     END-IF.
001640
001650 1110-LEER-OPERADOR.
001660     READ OPERADOR-MAESTRO
001670         AT END
001680             MOVE "Y" TO OPM-EOF-SW
001690     END-READ.
001700
001710 1120-GUARDAR-OPERADOR.
001720     IF OR-OPM-MAX < 200
001730         ADD 1 TO OR-OPM-MAX
001740         MOVE OPM-REGISTRO TO OR-OPM-ENTRADA (OR-OPM-MAX)
001750         PERFORM 1110-LEER-OPERADOR
001760     ELSE
001770         MOVE "Y" TO OR-DESBORDE-SW
001780         MOVE "Y" TO OPM-EOF-SW
001790     END-IF.
001800
001810 1200-CARGAR-ROLES.
001820     MOVE ZERO TO OR-ROL-MAX
001830     MOVE "N" TO ROL-EOF-SW
001840     OPEN INPUT ROL-MAESTRO
001850     IF ROL-FILE-STATUS = "00"
001860         PERFORM 1210-LEER-ROL
001870         PERFORM 1220-GUARDAR-ROL UNTIL ROL-EOF
001880     END-IF
001890     IF ROL-FILE-STATUS = "00" OR ROL-FILE-STATUS = "05"
001900             OR ROL-FILE-STATUS = "10"
001910         CLOSE ROL-MAESTRO
001920     END-IF.
001930
001940 1210-LEER-ROL.
001950     READ ROL-MAESTRO
001960         AT END
001970             MOVE "Y" TO ROL-EOF-SW
001980     END-READ.
001990
002000 1220-GUARDAR-ROL.
002010     IF OR-ROL-MAX < 50
002020         ADD 1 TO OR-ROL-MAX
002030         MOVE ROL-REGISTRO TO OR-ROL-ENTRADA (OR-ROL-MAX)
002040         PERFORM 1210-LEER-ROL
002050     ELSE
002060         MOVE "Y" TO OR-DESBORDE-SW
002070         MOVE "Y" TO ROL-EOF-SW
002080     END-IF.
002090
002100 2000-PROCESS-MENU.
002110     DISPLAY " "
002120     DISPLAY "OPERADORES Y PERMISOS"
002130     DISPLAY "1. LISTAR OPERADORES"
002140     DISPLAY "2. ALTA DE OPERADOR"
002150     DISPLAY "3. MODIFICAR OPERADOR (NOMBRE, NIVEL, ROL)"
002160     DISPLAY "4. SUSPENDER / REACTIVAR OPERADOR"
002170     DISPLAY "5. RESTABLECER CLAVE DE OPERADOR"
002180     DISPLAY "6. LISTAR ROLES Y OPCIONES"
002190     DISPLAY "7. ALTA DE ROL"
002200     DISPLAY "8. MODIFICAR OPCIONES DE UN ROL"
002210     DISPLAY "9. RETIRAR ROL"
002220     DISPLAY "0. SALIR"
002230     DISPLAY "INTRODUCE UNA OPCION DEL 0 AL 9"
002240     ACCEPT OR-OPCION
002250     EVALUATE OR-OPCION
002260         WHEN 1
002270             PERFORM 3000-LISTAR-OPERADORES
002280         WHEN 2
002290             PERFORM 3100-ALTA-OPERADOR
002300         WHEN 3
002310             PERFORM 3200-MODIFICAR-OPERADOR
002320         WHEN 4
002330             PERFORM 3300-SUSPENDER-OPERADOR
002340         WHEN 5
002350             PERFORM 3400-RESTABLECER-CLAVE
002360         WHEN 6
002370             PERFORM 4000-LISTAR-ROLES
002380         WHEN 7
002390             PERFORM 4100-ALTA-ROL
002400         WHEN 8
002410             PERFORM 4200-MODIFICAR-ROL
002420         WHEN 9
002430             PERFORM 4300-RETIRAR-ROL
002440         WHEN 0
002450             MOVE "Y" TO OR-EOJ-SW
002460         WHEN OTHER
002470             DISPLAY "OPCION NO VALIDA: " OR-OPCION
002480     END-EVALUATE.
002490
002500*----------------------------------------------------------------
002510* 3000-LISTAR-OPERADORES - THE CLAVE IS NEVER SHOWN.
002520*----------------------------------------------------------------
002530 3000-LISTAR-OPERADORES.
002540     IF OR-OPM-MAX = 0
002550         DISPLAY "NO HAY OPERADORES EN OPERMST.DAT"
002560     ELSE
002570         DISPLAY "ID       NOMBRE                         "
002580             "NIVEL ROL  ESTADO"
002590         PERFORM 3010-LISTAR-OPERADOR
002600             VARYING OR-IDX FROM 1 BY 1
002610             UNTIL OR-IDX > OR-OPM-MAX
002620     END-IF.
002630
002640 3010-LISTAR-OPERADOR.
002650     MOVE OR-OPM-ENTRADA (OR-IDX) TO OR-OPM-ACTUAL
002660     IF OR-OPM-SUSPENDIDO
002670         DISPLAY OR-OPM-ID " " OR-OPM-NOMBRE " " OR-OPM-NIVEL
002680             "     " OR-OPM-ROL " SUSPENDIDO"
002690     ELSE
002700         DISPLAY OR-OPM-ID " " OR-OPM-NOMBRE " " OR-OPM-NIVEL
002710             "     " OR-OPM-ROL " ACTIVO"
002720     END-IF.
002730
002740*----------------------------------------------------------------
002750* 3100-ALTA-OPERADOR - A NEW OPERATOR STARTS WITH A CLAVE CHOSEN
002760*                      BY THE SUPERVISOR AND MUST REPLACE IT AT
002770*                      THE FIRST SIGN-ON.
002780*----------------------------------------------------------------
002790 3100-ALTA-OPERADOR.
002800     IF OR-OPM-MAX >= 200
002810         DISPLAY "EMPOPRM: OPERMST.DAT LLENO - ALTA NO PERMITIDA"
002820     ELSE
002830         PERFORM 3900-PEDIR-ID
002840         IF OR-ID-ENTRADA = SPACES OR OR-ID-ENTRADA = "SISTEMA"
002850             DISPLAY "IDENTIFICACION NO VALIDA"
002860         ELSE
002870             IF OR-HALLADO > 0
002880                 DISPLAY "EL OPERADOR " OR-ID-ENTRADA " YA EXISTE"
002890             ELSE
002900                 MOVE SPACES TO OR-OPM-ACTUAL
002910                 MOVE OR-ID-ENTRADA TO OR-OPM-ID
002920                 MOVE "O" TO OR-OPM-NIVEL
002930                 MOVE "A" TO OR-OPM-ESTADO
002940                 MOVE "S" TO OR-OPM-CAMBIO-CLAVE
002950                 PERFORM 3910-PEDIR-DATOS-OPERADOR
002960                 PERFORM 3920-PEDIR-CLAVE
002970                 MOVE OR-CLAVE-NUEVA TO OR-OPM-CLAVE
002980                 IF OR-OPM-NOMBRE = SPACES
002990                     DISPLAY "EL NOMBRE ES OBLIGATORIO - ALTA"
003000                         " RECHAZADA"
003010                 ELSE
003020                     MOVE SPACES TO OR-ANTES
003030                     ADD 1 TO OR-OPM-MAX
003040                     MOVE OR-OPM-ACTUAL
003050                         TO OR-OPM-ENTRADA (OR-OPM-MAX)
003060                     PERFORM 5000-GRABAR-OPERADORES
003070                     IF OR-GRABADO
003080                         MOVE "ALTA" TO TBA-ACCION
003090                         PERFORM 7000-AUDITAR-OPERADOR
003100                         DISPLAY "OPERADOR DADO DE ALTA"
003110                     ELSE
003120                         SUBTRACT 1 FROM OR-OPM-MAX
003130                     END-IF
003140                 END-IF
003150             END-IF
003160         END-IF
003170     END-IF.
003180
003190 3200-MODIFICAR-OPERADOR.
003200     PERFORM 3900-PEDIR-ID
003210     IF OR-HALLADO = 0
003220         DISPLAY "OPERADOR NO ENCONTRADO"
003230     ELSE
003240         MOVE OR-OPM-ENTRADA (OR-HALLADO) TO OR-OPM-ACTUAL
003250         MOVE OR-OPM-ACTUAL TO OR-ANTES
003260         PERFORM 3910-PEDIR-DATOS-OPERADOR
003270         IF OR-OPM-ID = OR-OPERADOR AND OR-OPM-NIVEL NOT = "S"
003280             DISPLAY "NO PUEDE QUITARSE A SI MISMO EL NIVEL DE"
003290                 " SUPERVISOR"
003300             MOVE "S" TO OR-OPM-NIVEL
003310         END-IF
003320         PERFORM 3800-GRABAR-CAMBIO-OPERADOR
003330     END-IF.
003340
003350 3300-SUSPENDER-OPERADOR.
003360     PERFORM 3900-PEDIR-ID
003370     IF OR-HALLADO = 0
003380         DISPLAY "OPERADOR NO ENCONTRADO"
003390     ELSE
003400         IF OR-ID-ENTRADA = OR-OPERADOR
003410             DISPLAY "NO PUEDE SUSPENDERSE A SI MISMO"
003420         ELSE
003430             MOVE OR-OPM-ENTRADA (OR-HALLADO) TO OR-OPM-ACTUAL
003440             MOVE OR-OPM-ACTUAL TO OR-ANTES
003450             MOVE SPACES TO OR-ACCION-TXT
003460             IF OR-OPM-SUSPENDIDO
003470                 STRING "REACTIVAR AL OPERADOR " OR-OPM-ID
003480                     DELIMITED BY SIZE INTO OR-ACCION-TXT
003490             ELSE
003500                 STRING "SUSPENDER AL OPERADOR " OR-OPM-ID
003510                     DELIMITED BY SIZE INTO OR-ACCION-TXT
003520             END-IF
003530             CALL "CONFIRM" USING OR-ACCION-TXT, OR-CONFIRMA
003540             IF OR-CONFIRMA = "S" OR OR-CONFIRMA = "s"
003550                 IF OR-OPM-SUSPENDIDO
003560                     MOVE "A" TO OR-OPM-ESTADO
003570                 ELSE
003580                     MOVE "S" TO OR-OPM-ESTADO
003590                 END-IF
003600                 PERFORM 3800-GRABAR-CAMBIO-OPERADOR
003610             ELSE
003620                 DISPLAY "SIN CAMBIOS"
003630             END-IF
003640         END-IF
003650     END-IF.
003660
003670 3400-RESTABLECER-CLAVE.
003680     PERFORM 3900-PEDIR-ID
003690     IF OR-HALLADO = 0
003700         DISPLAY "OPERADOR NO ENCONTRADO"
003710     ELSE
003720         MOVE OR-OPM-ENTRADA (OR-HALLADO) TO OR-OPM-ACTUAL
003730         MOVE OR-OPM-ACTUAL TO OR-ANTES
003740         DISPLAY "CLAVE PROVISIONAL - EL OPERADOR LA CAMBIARA AL"
003750             " FIRMAR"
003760         PERFORM 3920-PEDIR-CLAVE
003770         MOVE OR-CLAVE-NUEVA TO OR-OPM-CLAVE
003780         MOVE "S" TO OR-OPM-CAMBIO-CLAVE
003790         PERFORM 3800-GRABAR-CAMBIO-OPERADOR
003800     END-IF.
003810
003820*----------------------------------------------------------------
003830* 3800-GRABAR-CAMBIO-OPERADOR - PUT OR-OPM-ACTUAL BACK IN ITS
003840*                               SLOT, REWRITE OPERMST AND AUDIT
003850*                               IT.
003860*----------------------------------------------------------------
003870 3800-GRABAR-CAMBIO-OPERADOR.
003880     IF OR-OPM-ACTUAL = OR-ANTES
003890         DISPLAY "SIN CAMBIOS"
003900     ELSE
003910         MOVE OR-OPM-ACTUAL TO OR-OPM-ENTRADA (OR-HALLADO)
003920         PERFORM 5000-GRABAR-OPERADORES
003930         IF OR-GRABADO
003940             MOVE "CAMBIO" TO TBA-ACCION
003950             PERFORM 7000-AUDITAR-OPERADOR
003960             DISPLAY "OPERADOR ACTUALIZADO"
003970         ELSE
003980             MOVE OR-ANTES TO OR-OPM-ENTRADA (OR-HALLADO)
003990         END-IF
004000     END-IF.
004010
004020*----------------------------------------------------------------
004030* 3900-PEDIR-ID - ACCEPT AN OPERATOR ID; OR-HALLADO IS ITS SLOT OR
004040*                 ZERO.
004050*----------------------------------------------------------------
004060 3900-PEDIR-ID.
004070     DISPLAY "IDENTIFICACION DEL OPERADOR: "
004080     MOVE SPACES TO OR-ID-ENTRADA
004090     ACCEPT OR-ID-ENTRADA
004100     MOVE FUNCTION UPPER-CASE(OR-ID-ENTRADA) TO OR-ID-ENTRADA
004110     MOVE 0 TO OR-HALLADO
004120     PERFORM 3901-COMPARAR-ID
004130         VARYING OR-IDX FROM 1 BY 1
004140         UNTIL OR-IDX > OR-OPM-MAX OR OR-HALLADO > 0.
004150
004160 3901-COMPARAR-ID.
004170     MOVE OR-OPM-ENTRADA (OR-IDX) TO OR-COMPARA-OPM
004180     IF OR-COMPARA-OPM (1:8) = OR-ID-ENTRADA
004190         MOVE OR-IDX TO OR-HALLADO
004200     END-IF.
004210
004220*----------------------------------------------------------------
004230* 3910-PEDIR-DATOS-OPERADOR - NAME, LEVEL AND ROLE.  ENTER KEEPS
004240*                             THE CURRENT VALUE.  WHILE ROLMST.DAT
004250*                             HAS ENTRIES THE ROLE MUST BE ONE.
004260*----------------------------------------------------------------
004270 3910-PEDIR-DATOS-OPERADOR.
004280     DISPLAY "NOMBRE [" FUNCTION TRIM(OR-OPM-NOMBRE) "]: "
004290     MOVE SPACES TO OR-CAMPO
004300     ACCEPT OR-CAMPO
004310     IF OR-CAMPO NOT = SPACES
004320         MOVE OR-CAMPO TO OR-OPM-NOMBRE
004330     END-IF
004340     MOVE "N" TO OR-VALIDA-SW
004350     PERFORM 3911-PEDIR-NIVEL UNTIL OR-VALIDA
004360     MOVE "N" TO OR-VALIDA-SW
004370     PERFORM 3912-PEDIR-ROL UNTIL OR-VALIDA.
004380
004390 3911-PEDIR-NIVEL.
004400     DISPLAY "NIVEL (S=SUPERVISOR, O=OPERADOR) [" OR-OPM-NIVEL
004410         "]: "
004420     MOVE SPACES TO OR-CAMPO
004430     ACCEPT OR-CAMPO
004440     EVALUATE OR-CAMPO
004450         WHEN SPACES
004460             MOVE "Y" TO OR-VALIDA-SW
004470         WHEN "S" WHEN "s"
004480             MOVE "S" TO OR-OPM-NIVEL
004490             MOVE "Y" TO OR-VALIDA-SW
004500         WHEN "O" WHEN "o"
004510             MOVE "O" TO OR-OPM-NIVEL
004520             MOVE "Y" TO OR-VALIDA-SW
004530         WHEN OTHER
004540             DISPLAY "INTRODUCE S U O"
004550     END-EVALUATE.
004560
004570 3912-PEDIR-ROL.
004580     DISPLAY "ROL [" OR-OPM-ROL "]: "
004590     MOVE SPACES TO OR-ROL-ENTRADA-COD
004600     ACCEPT OR-ROL-ENTRADA-COD
004610     MOVE FUNCTION UPPER-CASE(OR-ROL-ENTRADA-COD)
004620         TO OR-ROL-ENTRADA-COD
004630     IF OR-ROL-ENTRADA-COD = SPACES
004640         MOVE OR-OPM-ROL TO OR-ROL-ENTRADA-COD
004650     END-IF
004660     IF OR-ROL-MAX = 0
004670         MOVE OR-ROL-ENTRADA-COD TO OR-OPM-ROL
004680         MOVE "Y" TO OR-VALIDA-SW
004690     ELSE
004700         PERFORM 4910-BUSCAR-ROL
004710         IF OR-HALLADO-ROL > 0
004720             MOVE OR-ROL-ENTRADA-COD TO OR-OPM-ROL
004730             MOVE "Y" TO OR-VALIDA-SW
004740         ELSE
004750             DISPLAY "ROL '" OR-ROL-ENTRADA-COD "' NO EXISTE EN"
004760                 " ROLMST.DAT"
004770         END-IF
004780     END-IF.
004790
004800*----------------------------------------------------------------
004810* 3920-PEDIR-CLAVE - A NON-BLANK CLAVE KEYED TWICE.
004820*----------------------------------------------------------------
004830 3920-PEDIR-CLAVE.
004840     MOVE "N" TO OR-VALIDA-SW
004850     PERFORM 3921-ACEPTAR-CLAVE UNTIL OR-VALIDA.
004860
004870 3921-ACEPTAR-CLAVE.
004880     DISPLAY "CLAVE: "
004890     ACCEPT OR-CLAVE-NUEVA
004900     DISPLAY "REPITA LA CLAVE: "
004910     ACCEPT OR-CLAVE-REPITE
004920     EVALUATE TRUE
004930         WHEN OR-CLAVE-NUEVA = SPACES
004940             DISPLAY "LA CLAVE NO PUEDE QUEDAR EN BLANCO"
004950         WHEN OR-CLAVE-NUEVA NOT = OR-CLAVE-REPITE
004960             DISPLAY "LAS CLAVES NO COINCIDEN"
004970         WHEN OTHER
004980             MOVE "Y" TO OR-VALIDA-SW
004990     END-EVALUATE.
005000
005010*----------------------------------------------------------------
005020* 4000-LISTAR-ROLES - EACH ROLE WITH ITS OPTION MATRIX, TEN
005030*                     OPTIONS TO A LINE (S = ALLOWED).
005040*----------------------------------------------------------------
005050 4000-LISTAR-ROLES.
005060     IF OR-ROL-MAX = 0
005070         DISPLAY "NO HAY ROLES EN ROLMST.DAT - TODAS LAS OPCIONES"
005080             " ABIERTAS"
005090     ELSE
005100         PERFORM 4010-LISTAR-ROL
005110             VARYING OR-IDX FROM 1 BY 1
005120             UNTIL OR-IDX > OR-ROL-MAX
005130     END-IF.
005140
005150 4010-LISTAR-ROL.
005160     MOVE OR-ROL-ENTRADA (OR-IDX) TO OR-ROL-ACTUAL
005170     DISPLAY " "
005180     DISPLAY "ROL " OR-ROL-CODIGO " " OR-ROL-NOMBRE
005190     PERFORM 4020-MOSTRAR-OPCIONES.
005200
005210 4020-MOSTRAR-OPCIONES.
005220     PERFORM 4030-MOSTRAR-DECENA
005230         VARYING OR-DESDE FROM 1 BY 10
005240         UNTIL OR-DESDE > 99.
005250
005260 4030-MOSTRAR-DECENA.
005270     COMPUTE OR-HASTA = OR-DESDE + 9
005280     IF OR-HASTA > 99
005290         MOVE 99 TO OR-HASTA
005300     END-IF
005310     MOVE OR-DESDE TO OR-DESDE-EDIT
005320     MOVE OR-HASTA TO OR-HASTA-EDIT
005330     DISPLAY "  OPCIONES " OR-DESDE-EDIT "-" OR-HASTA-EDIT ": "
005340         OR-ROL-OPCIONES (OR-DESDE:OR-HASTA - OR-DESDE + 1).
005350
005360*----------------------------------------------------------------
005370* 4100-ALTA-ROL - A NEW ROLE STARTS WITH EVERY OPTION CLOSED (OR
005380*                 OPEN, IF ASKED) AND IS THEN EDITED OPTION BY
005390*                 OPTION.
005400*----------------------------------------------------------------
005410 4100-ALTA-ROL.
005420     IF OR-ROL-MAX >= 50
005430         DISPLAY "EMPOPRM: ROLMST.DAT LLENO - ALTA NO PERMITIDA"
005440     ELSE
005450         DISPLAY "CODIGO DEL ROL (4): "
005460         MOVE SPACES TO OR-ROL-ENTRADA-COD
005470         ACCEPT OR-ROL-ENTRADA-COD
005480         MOVE FUNCTION UPPER-CASE(OR-ROL-ENTRADA-COD)
005490             TO OR-ROL-ENTRADA-COD
005500         PERFORM 4910-BUSCAR-ROL
005510         EVALUATE TRUE
005520             WHEN OR-ROL-ENTRADA-COD = SPACES
005530                 DISPLAY "CODIGO NO VALIDO"
005540             WHEN OR-HALLADO-ROL > 0
005550                 DISPLAY "EL ROL " OR-ROL-ENTRADA-COD " YA EXISTE"
005560             WHEN OTHER
005570                 PERFORM 4110-CREAR-ROL
005580         END-EVALUATE
005590     END-IF.
005600
005610 4110-CREAR-ROL.
005620     MOVE SPACES TO OR-ROL-ACTUAL
005630     MOVE OR-ROL-ENTRADA-COD TO OR-ROL-CODIGO
005640     DISPLAY "NOMBRE DEL ROL (20): "
005650     ACCEPT OR-ROL-NOMBRE
005660     MOVE "PARTIR CON TODAS LAS OPCIONES PERMITIDAS"
005670         TO OR-ACCION-TXT
005680     CALL "CONFIRM" USING OR-ACCION-TXT, OR-CONFIRMA
005690     IF OR-CONFIRMA = "S" OR OR-CONFIRMA = "s"
005700         MOVE ALL "S" TO OR-ROL-OPCIONES
005710     ELSE
005720         MOVE ALL "N" TO OR-ROL-OPCIONES
005730     END-IF
005740     PERFORM 4500-EDITAR-OPCIONES
005750     MOVE SPACES TO OR-ANTES
005760     ADD 1 TO OR-ROL-MAX
005770     MOVE OR-ROL-ACTUAL TO OR-ROL-ENTRADA (OR-ROL-MAX)
005780     PERFORM 5100-GRABAR-ROLES
005790     IF OR-GRABADO
005800         MOVE "ALTA" TO TBA-ACCION
005810         PERFORM 7100-AUDITAR-ROL
005820         DISPLAY "ROL DADO DE ALTA"
005830     ELSE
005840         SUBTRACT 1 FROM OR-ROL-MAX
005850     END-IF.
005860
005870 4200-MODIFICAR-ROL.
005880     DISPLAY "CODIGO DEL ROL: "
005890     MOVE SPACES TO OR-ROL-ENTRADA-COD
005900     ACCEPT OR-ROL-ENTRADA-COD
005910     MOVE FUNCTION UPPER-CASE(OR-ROL-ENTRADA-COD)
005920         TO OR-ROL-ENTRADA-COD
005930     PERFORM 4910-BUSCAR-ROL
005940     IF OR-HALLADO-ROL = 0
005950         DISPLAY "ROL NO ENCONTRADO"
005960     ELSE
005970         MOVE OR-ROL-ENTRADA (OR-HALLADO-ROL) TO OR-ROL-ACTUAL
005980         MOVE OR-ROL-ACTUAL TO OR-ANTES
005990         DISPLAY "NOMBRE [" FUNCTION TRIM(OR-ROL-NOMBRE) "]: "
006000         MOVE SPACES TO OR-CAMPO
006010         ACCEPT OR-CAMPO
006020         IF OR-CAMPO NOT = SPACES
006030             MOVE OR-CAMPO TO OR-ROL-NOMBRE
006040         END-IF
006050         PERFORM 4500-EDITAR-OPCIONES
006060         IF OR-ROL-ACTUAL = OR-ANTES
006070             DISPLAY "SIN CAMBIOS"
006080         ELSE
006090             MOVE OR-ROL-ACTUAL TO OR-ROL-ENTRADA (OR-HALLADO-ROL)
006100             PERFORM 5100-GRABAR-ROLES
006110             IF OR-GRABADO
006120                 MOVE "CAMBIO" TO TBA-ACCION
006130                 PERFORM 7100-AUDITAR-ROL
006140                 DISPLAY "ROL ACTUALIZADO"
006150             ELSE
006160                 MOVE OR-ANTES TO OR-ROL-ENTRADA (OR-HALLADO-ROL)
006170             END-IF
006180         END-IF
006190     END-IF.
006200
006210*----------------------------------------------------------------
006220* 4300-RETIRAR-ROL - ONLY A ROLE NO OPERATOR CARRIES (SUSPENDED
006230*                    ONES INCLUDED) CAN BE TAKEN OUT.
006240*----------------------------------------------------------------
006250 4300-RETIRAR-ROL.
006260     DISPLAY "CODIGO DEL ROL: "
006270     MOVE SPACES TO OR-ROL-ENTRADA-COD
006280     ACCEPT OR-ROL-ENTRADA-COD
006290     MOVE FUNCTION UPPER-CASE(OR-ROL-ENTRADA-COD)
006300         TO OR-ROL-ENTRADA-COD
006310     PERFORM 4910-BUSCAR-ROL
006320     IF OR-HALLADO-ROL = 0
006330         DISPLAY "ROL NO ENCONTRADO"
006340     ELSE
006350         MOVE 0 TO OR-USOS
006360         PERFORM 4310-CONTAR-USO
006370             VARYING OR-IDX FROM 1 BY 1
006380             UNTIL OR-IDX > OR-OPM-MAX
006390         IF OR-USOS > 0
006400             DISPLAY "EMPOPRM: " OR-USOS " OPERADORES TIENEN EL"
006410                 " ROL " OR-ROL-ENTRADA-COD " - RETIRO RECHAZADO"
006420         ELSE
006430             MOVE SPACES TO OR-ACCION-TXT
006440             STRING "RETIRAR EL ROL " OR-ROL-ENTRADA-COD
006450                 DELIMITED BY SIZE INTO OR-ACCION-TXT
006460             CALL "CONFIRM" USING OR-ACCION-TXT, OR-CONFIRMA
006470             IF OR-CONFIRMA = "S" OR OR-CONFIRMA = "s"
006480                 PERFORM 4320-QUITAR-ROL
006490             ELSE
006500                 DISPLAY "RETIRO ANULADO"
006510             END-IF
006520         END-IF
006530     END-IF.
006540
006550 4310-CONTAR-USO.
006560     MOVE OR-OPM-ENTRADA (OR-IDX) TO OR-COMPARA-OPM
006570     IF OR-COMPARA-OPM (48:4) = OR-ROL-ENTRADA-COD
006580         ADD 1 TO OR-USOS
006590     END-IF.
006600
006610 4320-QUITAR-ROL.
006620     MOVE OR-ROL-ENTRADA (OR-HALLADO-ROL) TO OR-ROL-ACTUAL
006630     MOVE OR-ROL-ACTUAL TO OR-ANTES
006640     PERFORM 4330-CORRER-ROL
006650         VARYING OR-IDX FROM OR-HALLADO-ROL BY 1
006660         UNTIL OR-IDX >= OR-ROL-MAX
006670     SUBTRACT 1 FROM OR-ROL-MAX
006680     MOVE SPACES TO OR-ROL-ACTUAL
006690     PERFORM 5100-GRABAR-ROLES
006700     IF OR-GRABADO
006710         MOVE "RETIRO" TO TBA-ACCION
006720         PERFORM 7100-AUDITAR-ROL
006730         DISPLAY "ROL RETIRADO"
006740     ELSE
006750         PERFORM 1200-CARGAR-ROLES
006760     END-IF.
006770
006780 4330-CORRER-ROL.
006790     MOVE OR-ROL-ENTRADA (OR-IDX + 1) TO OR-ROL-ENTRADA (OR-IDX).
006800
006810*----------------------------------------------------------------
006820* 4500-EDITAR-OPCIONES - SHOW THE MATRIX AND FLIP ONE OPTION AT A
006830*                        TIME UNTIL 0 IS KEYED.
006840*----------------------------------------------------------------
006850 4500-EDITAR-OPCIONES.
006860     MOVE "N" TO OR-FIN-PERMISOS-SW
006870     PERFORM 4510-CAMBIAR-OPCION UNTIL OR-FIN-PERMISOS.
006880
006890 4510-CAMBIAR-OPCION.
006900     PERFORM 4020-MOSTRAR-OPCIONES
006910     DISPLAY "OPCION DEL MENU A PERMITIR/DENEGAR (1-99, 0=FIN): "
006920     MOVE SPACES TO OR-NUM-ENTRADA
006930     ACCEPT OR-NUM-ENTRADA
006940     IF OR-NUM-ENTRADA = SPACES
006950         MOVE "Y" TO OR-FIN-PERMISOS-SW
006960     ELSE
006970         IF FUNCTION TEST-NUMVAL(OR-NUM-ENTRADA) = 0
006980             COMPUTE OR-NUM-OPCION =
006990                 FUNCTION NUMVAL(OR-NUM-ENTRADA)
007000             IF OR-NUM-OPCION = 0
007010                 MOVE "Y" TO OR-FIN-PERMISOS-SW
007020             ELSE
007030                 IF OR-ROL-OPCIONES (OR-NUM-OPCION:1) = "S"
007040                     MOVE "N" TO OR-ROL-OPCIONES (OR-NUM-OPCION:1)
007050                     DISPLAY "OPCION " OR-NUM-OPCION " DENEGADA"
007060                 ELSE
007070                     MOVE "S" TO OR-ROL-OPCIONES (OR-NUM-OPCION:1)
007080                     DISPLAY "OPCION " OR-NUM-OPCION " PERMITIDA"
007090                 END-IF
007100             END-IF
007110         ELSE
007120             DISPLAY "NUMERO DE OPCION NO VALIDO"
007130         END-IF
007140     END-IF.
007150
007160*----------------------------------------------------------------
007170* 4910-BUSCAR-ROL - OR-HALLADO-ROL IS THE SLOT OF
007180*                   OR-ROL-ENTRADA-COD OR ZERO.
007190*----------------------------------------------------------------
007200 4910-BUSCAR-ROL.
007210     MOVE 0 TO OR-HALLADO-ROL
007220     PERFORM 4911-COMPARAR-ROL
007230         VARYING OR-IDX-ROL FROM 1 BY 1
007240         UNTIL OR-IDX-ROL > OR-ROL-MAX OR OR-HALLADO-ROL > 0.
007250
007260 4911-COMPARAR-ROL.
007270     MOVE OR-ROL-ENTRADA (OR-IDX-ROL) TO OR-COMPARA-ROL
007280     IF OR-COMPARA-ROL (1:4) = OR-ROL-ENTRADA-COD
007290         MOVE OR-IDX-ROL TO OR-HALLADO-ROL
007300     END-IF.
007310
007320*----------------------------------------------------------------
007330* 5000-GRABAR-OPERADORES / 5100-GRABAR-ROLES - REWRITE THE WHOLE
007340*                      FILE FROM THE WORK TABLE.
007350*----------------------------------------------------------------
007360 5000-GRABAR-OPERADORES.
007370     MOVE "N" TO OR-GRABADO-SW
007380     OPEN OUTPUT OPERADOR-MAESTRO
007390     IF OPM-FILE-STATUS NOT = "00"
007400         DISPLAY "EMPOPRM: NO SE PUDO ABRIR OPERMST.DAT, ESTADO: "
007410             OPM-FILE-STATUS
007420     ELSE
007430         PERFORM 5010-ESCRIBIR-OPERADOR
007440             VARYING OR-IDX FROM 1 BY 1
007450             UNTIL OR-IDX > OR-OPM-MAX
007460         CLOSE OPERADOR-MAESTRO
007470         MOVE "Y" TO OR-GRABADO-SW
007480     END-IF.
007490
007500 5010-ESCRIBIR-OPERADOR.
007510     MOVE OR-OPM-ENTRADA (OR-IDX) TO OPM-REGISTRO
007520     WRITE OPM-REGISTRO.
007530
007540 5100-GRABAR-ROLES.
007550     MOVE "N" TO OR-GRABADO-SW
007560     OPEN OUTPUT ROL-MAESTRO
007570     IF ROL-FILE-STATUS NOT = "00"
007580         DISPLAY "EMPOPRM: NO SE PUDO ABRIR ROLMST.DAT, ESTADO: "
007590             ROL-FILE-STATUS
007600     ELSE
007610         PERFORM 5110-ESCRIBIR-ROL
007620             VARYING OR-IDX FROM 1 BY 1
007630             UNTIL OR-IDX > OR-ROL-MAX
007640         CLOSE ROL-MAESTRO
007650         MOVE "Y" TO OR-GRABADO-SW
007660     END-IF.
007670
007680 5110-ESCRIBIR-ROL.
007690     MOVE OR-ROL-ENTRADA (OR-IDX) TO ROL-REGISTRO
007700     WRITE ROL-REGISTRO.
007710
007720*----------------------------------------------------------------
007730* 7000-AUDITAR-OPERADOR / 7100-AUDITAR-ROL - BEFORE/AFTER IMAGES
007740*                      TO TABAUD.DAT.  THE CLAVE BYTES OF AN
007750*                      OPERATOR IMAGE ARE BLANKED; A RESET SHOWS
007760*                      AS THE CHANGE FLAG GOING TO "S".
007770*----------------------------------------------------------------
007780 7000-AUDITAR-OPERADOR.
007790     MOVE "OPERMST" TO OR-TABLA-NOMBRE
007800     MOVE OR-OPM-ACTUAL TO OR-DESPUES
007810     IF OR-DESPUES NOT = SPACES
007820         MOVE SPACES TO OR-DESPUES (9:8)
007830     END-IF
007840     IF OR-ANTES NOT = SPACES
007850         MOVE SPACES TO OR-ANTES (9:8)
007860     END-IF
007870     MOVE OR-OPM-ID TO OR-CLAVE-AUDIT
007880     PERFORM 7900-ESCRIBIR-AUDITORIA.
007890
007900 7100-AUDITAR-ROL.
007910     MOVE "ROLMST" TO OR-TABLA-NOMBRE
007920     MOVE OR-ROL-ACTUAL TO OR-DESPUES
007930     MOVE OR-ROL-ENTRADA-COD TO OR-CLAVE-AUDIT
007940     PERFORM 7900-ESCRIBIR-AUDITORIA.
007950
007960 7900-ESCRIBIR-AUDITORIA.
007970     MOVE FUNCTION CURRENT-DATE(1:8) TO TBA-FECHA
007980     MOVE FUNCTION CURRENT-DATE(9:6) TO TBA-HORA
007990     MOVE OR-TABLA-NOMBRE            TO TBA-TABLA
008000     MOVE OR-OPERADOR                TO TBA-OPERADOR
008010     MOVE OR-CLAVE-AUDIT             TO TBA-CLAVE
008020     MOVE OR-ANTES                   TO TBA-ANTES
008030     MOVE OR-DESPUES                 TO TBA-DESPUES
008040     WRITE TBA-REGISTRO.
008050
008060 9999-EXIT.
008070     GOBACK.
008080 END PROGRAM EMPOPRM.
