000070*                OR CHANGE E-NOMBRE, E-EDAD AND E-EMAIL FOR THAT
000080*                ONE RECORD WITHOUT HAND-EDITING EMPLEADOS.DAT.
000090* TECTONICS:     cobc -x -std=ibm -I copybooks EMPMAINT.CBL
000096*                RECLOCK ACCLOG IDENVAL IDENREG REPARTO CENTVAL
000102*                NOMNORM
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
001590*   2026-09-03  RT   A DEPARTMENT MARKED CLOSED ON DEPTMST.DAT
001600*                    IS REFUSED ON CAPTURE AND ON THE DEFERRED
001610*                    CHANGE, LIKE AN UNKNOWN CODE.
001611*   2026-10-15  RT   A KEYED E-SALARIO OR E-BANCO CHANGE IS NO
001612*                    LONGER REWRITTEN TO THE MASTER.  IT IS HELD
001613*                    ON THE EMPAPR.DAT APPROVAL QUEUE (7100) AS
001614*                    PENDIENTE AND ONLY APPLIED AND AUDITED ONCE A
001615*                    SECOND OPERATOR APPROVES IT IN EMPAPRM.  A
001616*                    DEFERRED SALARY CHANGE (OPTION 6) GOES TO THE
001617*                    SAME QUEUE WITH ITS EFFECTIVE DATE; EMPAPRM
001618*                    HANDS IT TO EMPPEND ON APPROVAL.  THE OTHER
001619*                    FIELDS KEYED IN THE SAME PASS ARE STILL
001620*                    REWRITTEN AT ONCE.
001621*   2026-10-15  RT   3100-MOSTRAR-REGISTRO NOW CALLS ACCLOG SO
001622*                    EVERY CONSULT - BY E-ID OR FROM THE NAME
001623*                    SEARCH PICK LIST - LEAVES A READ-ACCESS
001624*                    ENTRY IN ACCESOS.DAT.
001625*   2026-10-15  RT   5500-CAMBIAR-STATUS NOW ALSO PUTS AN ACTIVE
001626*                    EMPLOYEE ON EXCEDENCIA OR SUSPENSION
001627*                    (E-STATUS "S") WITH THE LEAVE TYPE, START
001628*                    DATE AND EXPECTED RETURN DATE, AND TAKES A
001629*                    SUSPENDED ONE BACK TO ACTIVE OR ON TO
001630*                    INACTIVE, CLEARING THE LEAVE FIELDS.  3100
001631*                    SHOWS THE LEAVE.
001632*   2026-10-15  RT   3100 NOW SHOWS THE NIF/NIE, NAF AND WORK
001633*                    PERMIT FROM THE EMPIDEN.DAT IDENTITY REGISTER
001634*                    (IDENREG), AND 4100 CAPTURES THEM (4600) -
001635*                    JUDGED BY THE SHARED IDENVAL EDITS WITH A RE-
001636*                    PROMPT, FILED ON THE REGISTER ONCE THE MASTER
001637*                    REWRITE IS CLEAN.  A PHYSICAL DELETE ALSO
001638*                    REMOVES THE EMPLOYEE'S REGISTER ENTRY.
001639*   2026-10-15  RT   3100 NOW SHOWS THE COST-CENTRE SPLIT IN FORCE
001640*                    TODAY FOR AN EMPLOYEE SHARED BETWEEN
001641*                    DEPARTMENTS (EMPREPA.DAT, KEYED IN EMPREPM),
001642*                    THROUGH THE SHARED REPARTO ROUTINE.
001643*   2026-10-15  RT   ADDED E-CENTRO (WORK CENTRE): 3100 SHOWS IT
001644*                    WITH ITS NAME AND 4100 CAPTURES IT (4397)
001645*                    AGAINST CENTROS.DAT THROUGH THE SHARED
001646*                    CENTVAL LOOKUP.
001647*   2026-10-15  RT   ADDED E-SEXO (M/H) FOR THE PAY-EQUALITY
001648*                    REGISTER: 3100 SHOWS IT AND 4100 CAPTURES IT
001649*                    (4398).
001650*   2026-10-15  RT   THE NAME SEARCH READS THE NAMES STARTING WITH
001651*                    THE KEYED TEXT ON THE NEW E-NOMBRE ALTERNATE
001652*                    KEY AND ONLY SCANS THE WHOLE MASTER FOR A
001653*                    NAME CONTAINING IT WHEN NONE DOES.  THE
001654*                    INACTIVE-SUPERVISOR WARNING READS THE REPORTS
001655*                    ON THE E-SUPERVISOR KEY.
001656*   2026-10-15  RT   ADDED E-EDAD-PRIVADA (S/N), THE EMPLOYEE'S
001657*                    CHOICE TO KEEP THEIR AGE OUT OF THE BIRTHDAY
001658*                    GREETINGS: 3100 SHOWS IT AND 4100 CAPTURES IT
001659*                    (4399).
001660*   2026-10-15  RT   4000-MODIFICAR NOW PASSES A NEW NAME THROUGH
001661*                    NOMNORM, AS E-S DOES ON AN ADD, INSTEAD OF
001662*                    MOVING THE KEYED TEXT STRAIGHT INTO E-NOMBRE.
001663*                    AN UNNORMALIZED NAME WAS MISSED BY THE NAME
001664*                    SEARCH ON THE E-NOMBRE ALTERNATE KEY.
001665******************************************************************
001666 IDENTIFICATION DIVISION.
001667 PROGRAM-ID. EMPMAINT.
001668
001669 ENVIRONMENT DIVISION.
001670 INPUT-OUTPUT SECTION.
001680 FILE-CONTROL.
001690     COPY EMPFSEL.
001700     COPY EMPAUSEL.
001710     COPY EMPPNSEL.
001715     COPY EMPAPSEL.
001720
001730 DATA DIVISION.
001740 FILE SECTION.
001810 FD  EMPPEND-ARCHIVO.
001820     COPY EMPPEND.
001830
001832 FD  EMPAPR-ARCHIVO.
001834     COPY EMPAPR.
001836
001840 WORKING-STORAGE SECTION.
001850 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001860 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
001870 01  PEN-FILE-STATUS          PIC XX VALUE SPACES.
001875 01  APR-FILE-STATUS          PIC XX VALUE SPACES.
001880 01  MAINT-EOJ-SW             PIC X VALUE "N".
001890     88  MAINT-EOJ            VALUE "Y".
001900 01  MAINT-FOUND-SW           PIC X VALUE "N".
002040 01  MN-ANTES-FECHA-INGRESO   PIC 9(8) VALUE 0.
002050
002060 01  MN-OPERADOR              PIC X(08) VALUE SPACES.
002065 01  MN-PROGRAMA              PIC X(08) VALUE "EMPMAINT".
002070 01  MN-OPER-NIVEL            PIC X(01) VALUE SPACES.
002080 01  MN-ANTES-DEPTO           PIC X(04) VALUE SPACES.
002090 01  MN-DEPTO-VALIDO-SW       PIC X VALUE "N".
002310 01  MN-ANTES-FECHA-FIN       PIC 9(8) VALUE ZERO.
002320 01  MN-ANTES-PRUEBA          PIC X(01) VALUE SPACE.
002330 01  MN-ANTES-CATEGORIA       PIC X(04) VALUE SPACES.
002335 01  MN-NUEVO-STATUS          PIC X(01) VALUE SPACE.
002340 01  MN-CAT-VALIDA-SW         PIC X VALUE "N".
002350     88  MN-CAT-VALIDA        VALUE "Y".
002360 01  MN-CAT-MINIMO            PIC 9(7)V99 VALUE 0.
002370 01  MN-CAT-ANIO              PIC 9(4) VALUE 0.
002371 01  MN-CEN-VALIDO-SW         PIC X VALUE "N".
002372     88  MN-CEN-VALIDO        VALUE "Y".
002373 01  MN-CEN-NOMBRE            PIC X(20) VALUE SPACES.
002374 01  MN-CEN-CUENTA            PIC 9(11) VALUE 0.
002375 01  MN-CEN-CALENDARIO        PIC X(04) VALUE SPACES.
002380 01  MN-SUP-CANDIDATO         PIC X(50) VALUE SPACES.
002390 01  MN-SUP-CADENA            PIC X(50) VALUE SPACES.
002400 01  MN-SUP-OK-SW             PIC X VALUE "N".
002670 01  MN-FECHA-LISTA-SW        PIC X VALUE "N".
002680     88  MN-FECHA-LISTA       VALUE "Y".
002690 01  MN-HOY                   PIC 9(8) VALUE ZERO.
002691 01  MN-RA-IDX                PIC 9(1) VALUE 0.
002692 01  MN-RA-PCT-EDIT           PIC ZZ9.99.
002693     COPY EMPRPL.
002694 01  MN-SAL-PEND-SW           PIC X VALUE "N".
002695     88  MN-SAL-PEND          VALUE "Y".
002696 01  MN-SAL-TECLEADO          PIC X(20) VALUE SPACES.
002697 01  MN-SAL-NUEVO             PIC 9(7)V99 VALUE 0.
002698 01  MN-SAL-AVISO             PIC 9(7)V99 VALUE 0.
002699 01  MN-BANCO-PEND-SW         PIC X VALUE "N".
002700     88  MN-BANCO-PEND        VALUE "Y".
002701 01  MN-APR-CAMPO             PIC X(08) VALUE SPACES.
002702 01  MN-APR-NUEVO             PIC X(20) VALUE SPACES.
002703 01  MN-APR-EFECTIVA          PIC 9(8) VALUE ZERO.
002704
002705 01  MN-IDN-ACCION            PIC X(08) VALUE SPACES.
002706 01  MN-IDN-RESULTADO-SW      PIC X VALUE "N".
002707     88  MN-IDN-HECHO         VALUE "Y".
002708 01  MN-IDN-LISTO-SW          PIC X VALUE "N".
002709     88  MN-IDN-LISTO         VALUE "Y".
002710 01  MN-IDN-TOCADO-SW         PIC X VALUE "N".
002711     88  MN-IDN-TOCADO        VALUE "Y".
002712 01  MN-IDN-VALIDO-SW         PIC X VALUE "N".
002713     88  MN-IDN-VALIDO        VALUE "Y".
002714 01  MN-IDN-RAZON             PIC X(60) VALUE SPACES.
002715 01  MN-IDN-TRABAJO.
002716     05  MN-IDN-NIF           PIC X(09).
002717     05  MN-IDN-NAF           PIC X(12).
002718     05  MN-IDN-PERMISO       PIC X(02).
002719     05  MN-IDN-CADUCA        PIC X(08).
002720     COPY EMPIDEN.
002721
002722 01  MN-LCK-ACCION            PIC X(08) VALUE SPACES.
002723 01  MN-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
002730 01  MN-LCK-RESULTADO-SW      PIC X VALUE "N".
002740     88  MN-LCK-CONCEDIDO     VALUE "Y".
002750 01  MN-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
003830     DISPLAY "1. CONSULTAR EMPLEADO"
003840     DISPLAY "2. MODIFICAR EMPLEADO"
003850     DISPLAY "3. DAR DE BAJA EMPLEADO (FISICA)"
003860     DISPLAY "4. ACTIVAR/INACTIVAR/EXCEDENCIA (LOGICA)"
003870     DISPLAY "5. BUSCAR POR NOMBRE"
003880     DISPLAY "6. PROGRAMAR CAMBIO DIFERIDO"
003890     DISPLAY "7. SALIR"
004320     DISPLAY "E-BANDA  : " E-BANDA
004330     DISPLAY "E-VAC-TOMADOS: " E-VAC-TOMADOS
004340     DISPLAY "E-MOTIVO-BAJA: " E-MOTIVO-BAJA
004343     DISPLAY "E-EXCEDENCIA : " E-EXC-TIPO "  DESDE: "
004346         E-EXC-FECHA-INICIO "  RETORNO: " E-EXC-FECHA-RETORNO
004350     DISPLAY "E-PAGO (T/C): " E-PAGO
004360     DISPLAY "E-PUESTO : " E-PUESTO
004370     DISPLAY "E-CONTRATO: " E-CONTRATO
004380         "  FIN: " E-FECHA-FIN-CONTRATO
004390     DISPLAY "E-PRUEBA-CONF: " E-PRUEBA-CONF
004400     DISPLAY "E-CATEGORIA  : " E-CATEGORIA
004401     DISPLAY "E-SEXO (M/H) : " E-SEXO
004402     DISPLAY "E-EDAD-PRIV. : " E-EDAD-PRIVADA
004403     DISPLAY "E-SUPERVISOR : " E-SUPERVISOR
004404     PERFORM 3140-MOSTRAR-CENTRO
004405     PERFORM 3150-MOSTRAR-IDENTIDAD
004406     PERFORM 3160-MOSTRAR-REPARTO
004407     CALL "ACCLOG" USING MN-PROGRAMA, E-ID.
004408
004409 3140-MOSTRAR-CENTRO.
004410     MOVE SPACES TO MN-CEN-NOMBRE
004411     IF E-CENTRO NOT = SPACES
004412         CALL "CENTVAL" USING E-CENTRO, MN-CEN-VALIDO-SW,
004413             MN-CEN-NOMBRE, MN-CEN-CUENTA, MN-CEN-CALENDARIO
004414     END-IF
004415     DISPLAY "E-CENTRO     : " E-CENTRO " " MN-CEN-NOMBRE.
004416
004417 3150-MOSTRAR-IDENTIDAD.
004418     MOVE E-ID TO IDN-E-ID
004419     MOVE "LEER" TO MN-IDN-ACCION
004420     CALL "IDENREG" USING MN-IDN-ACCION, EMPIDEN-REGISTRO,
004421         MN-IDN-RESULTADO-SW
004422     DISPLAY "NIF/NIE  : " IDN-NIF "  NAF: " IDN-NAF
004423     IF IDN-SIN-PERMISO
004424         DISPLAY "PERMISO  : (NINGUNO)"
004425     ELSE
004426         DISPLAY "PERMISO  : " IDN-PERMISO "  CADUCA: "
004427             IDN-PERMISO-CADUCA
004428     END-IF.
004429
004430*----------------------------------------------------------------
004431* 3160-MOSTRAR-REPARTO - AN EMPLOYEE SHARED BETWEEN DEPARTMENTS
004432*                        SHOWS THE EMPREPA.DAT SPLIT IN FORCE
004433*                        TODAY (KEYED IN EMPREPM).
004434*----------------------------------------------------------------
004435 3160-MOSTRAR-REPARTO.
004436     MOVE E-ID TO RA-E-ID
004437     MOVE FUNCTION CURRENT-DATE(1:8) TO RA-FECHA
004438     MOVE E-DEPTO TO RA-DEPTO-BASE
004439     MOVE ZERO TO RA-IMPORTE (1) RA-IMPORTE (2) RA-IMPORTE (3)
004440     CALL "REPARTO" USING RA-AREA
004441     IF RA-COMPARTIDO
004442         DISPLAY "REPARTO CC (DESDE " RA-DESDE "):"
004443         PERFORM 3170-MOSTRAR-LINEA-REPARTO
004444             VARYING MN-RA-IDX FROM 1 BY 1
004445             UNTIL MN-RA-IDX > RA-LINEAS
004446     END-IF.
004447
004448 3170-MOSTRAR-LINEA-REPARTO.
004449     MOVE RA-PCT (MN-RA-IDX) TO MN-RA-PCT-EDIT
004450     DISPLAY "    " RA-DEPTO (MN-RA-IDX) "  " MN-RA-PCT-EDIT " %".
004451
004452*----------------------------------------------------------------
004453* 4000-MODIFICAR - LOOK UP ONE EMPLOYEE AND LET THE CLERK CHANGE
004454*                  E-NOMBRE, E-EDAD AND/OR E-EMAIL.  BLANK INPUT
004460*                  LEAVES THE FIELD UNCHANGED.
004470*----------------------------------------------------------------
004480 4000-MODIFICAR.
004580*                          LEAVES A FIELD UNCHANGED), REWRITE IT
004590*                          AND AUDIT THE CHANGE.  REACHED FROM
004600*                          4000-MODIFICAR AND FROM THE PICK-LIST.
004602*                          A NEW SALARY OR NEW BANK DETAILS ARE
004604*                          NOT REWRITTEN - THEY GO TO THE
004606*                          APPROVAL QUEUE (4450) ONCE THE REST OF
004608*                          THE RECORD IS SAFELY ON FILE.
004610*----------------------------------------------------------------
004620 4100-CAPTURAR-Y-GRABAR.
004630     MOVE E-NOMBRE TO MN-ANTES-NOMBRE
004820     DISPLAY "NUEVO NOMBRE (ENTER PARA DEJAR IGUAL): "
004830     ACCEPT MN-CAMPO
004840     IF MN-CAMPO NOT = SPACES
004850         CALL "NOMNORM" USING MN-CAMPO, E-NOMBRE
004860     END-IF
004870
004880     DISPLAY "NUEVA EDAD (ENTER PARA DEJAR IGUAL): "
004990
005000     DISPLAY "NUEVO SALARIO ANUAL (ENTER PARA DEJAR IGUAL): "
005010     ACCEPT MN-CAMPO
005013     MOVE "N" TO MN-SAL-PEND-SW
005016     MOVE E-SALARIO TO MN-SAL-AVISO
005020     IF MN-CAMPO NOT = SPACES
005022         MOVE MN-CAMPO TO MN-SAL-NUEVO
005024         IF MN-SAL-NUEVO NOT = E-SALARIO
005026             MOVE MN-CAMPO TO MN-SAL-TECLEADO
005028             MOVE MN-SAL-NUEVO TO MN-SAL-AVISO
005030             MOVE "Y" TO MN-SAL-PEND-SW
005032         END-IF
005040     END-IF
005050
005060     MOVE "N" TO MN-FECHA-LISTA-SW
005370     PERFORM 4370-CAPTURAR-CONTRATO
005380     PERFORM 4390-CONFIRMAR-PRUEBA
005390     PERFORM 4395-CAPTURAR-CATEGORIA
005392     PERFORM 4397-CAPTURAR-CENTRO
005394     PERFORM 4398-CAPTURAR-SEXO
005396     PERFORM 4399-CAPTURAR-EDAD-PRIVADA
005400     PERFORM 4400-AVISAR-FUERA-DE-BANDA
005405     PERFORM 4600-CAPTURAR-IDENTIDAD
005410
005420     REWRITE EMPLEADOS-REGISTRO
005430     IF EMP-FILE-STATUS NOT = "00"
005460         DISPLAY "REGISTRO ACTUALIZADO"
005470         MOVE "CAMBIO" TO MN-ACCION
005480         PERFORM 7000-WRITE-AUDIT
005483         PERFORM 4450-ENCOLAR-CAMBIOS
005486         PERFORM 4650-GRABAR-IDENTIDAD
005490     END-IF.
005500
005510*----------------------------------------------------------------
006170*                       EACH FIELD UNCHANGED).  IF ANY FIELD WAS
006180*                       KEYED, THE WHOLE SET MUST VERIFY THROUGH
006190*                       THE SHARED BANCODC CHECK-DIGIT ROUTINE OR
006195*                       THE OLD DETAILS ARE KEPT.  VERIFIED NEW
006200*                       DETAILS STAY IN MN-BANCO-TRABAJO FOR THE
006205*                       APPROVAL QUEUE; E-BANCO IS NOT TOUCHED.
006210*----------------------------------------------------------------
006220 4200-CAPTURAR-BANCO.
006230     MOVE "N" TO MN-BANCO-TOCADO-SW
006235     MOVE "N" TO MN-BANCO-PEND-SW
006240     MOVE E-BANCO-ENTIDAD TO MN-TRB-ENTIDAD
006250     MOVE E-BANCO-OFICINA TO MN-TRB-OFICINA
006260     MOVE E-BANCO-DC      TO MN-TRB-DC
006580         CALL "BANCODC" USING MN-TRB-ENTIDAD, MN-TRB-OFICINA,
006590             MN-TRB-DC, MN-TRB-CUENTA, MN-BANCO-VALIDO-SW
006600         IF MN-BANCO-VALIDO
006610             IF MN-BANCO-TRABAJO NOT = E-BANCO
006620                 MOVE "Y" TO MN-BANCO-PEND-SW
006630             END-IF
006650         ELSE
006660             DISPLAY "DIGITO DE CONTROL NO VERIFICA - SE"
006670                 " CONSERVAN LOS DATOS BANCARIOS ANTERIORES"
009180     END-IF.
009190
009200*----------------------------------------------------------------
009201* 4397-CAPTURAR-CENTRO - CAPTURE THE WORK CENTRE (ENTER LEAVES
009202*                        IT, "." CLEARS IT).  THE CODE MUST EXIST
009203*                        ON CENTROS.DAT (SHARED CENTVAL LOOKUP);
009204*                        IT DECIDES THE SOCIAL-SECURITY ACCOUNT
009205*                        AND THE REGIONAL HOLIDAY CALENDAR.
009206*----------------------------------------------------------------
009207 4397-CAPTURAR-CENTRO.
009208     DISPLAY "NUEVO CENTRO DE TRABAJO (ENTER IGUAL, . QUITA): "
009209     ACCEPT MN-CAMPO
009210     IF MN-CAMPO = "."
009211         MOVE SPACES TO E-CENTRO
009212     ELSE
009213         IF MN-CAMPO NOT = SPACES
009214             CALL "CENTVAL" USING MN-CAMPO(1:4),
009215                 MN-CEN-VALIDO-SW, MN-CEN-NOMBRE,
009216                 MN-CEN-CUENTA, MN-CEN-CALENDARIO
009217             IF MN-CEN-VALIDO
009218                 MOVE MN-CAMPO TO E-CENTRO
009219                 DISPLAY "CENTRO: " MN-CEN-NOMBRE
009220             ELSE
009221                 DISPLAY "CENTRO DESCONOCIDO - SE DEJA IGUAL: "
009222                     MN-CAMPO(1:4)
009223             END-IF
009224         END-IF
009225     END-IF.
009226
009227*----------------------------------------------------------------
009228* 4398-CAPTURAR-SEXO - CAPTURE THE EMPLOYEE'S SEX FOR THE PAY-
009229*                      EQUALITY REGISTER (ENTER LEAVES IT).  ONLY
009230*                      M (MUJER) OR H (HOMBRE) IS TAKEN.
009231*----------------------------------------------------------------
009232 4398-CAPTURAR-SEXO.
009233     DISPLAY "SEXO M=MUJER H=HOMBRE (ENTER IGUAL): "
009234     ACCEPT MN-CAMPO
009235     IF MN-CAMPO NOT = SPACES
009236         IF MN-CAMPO = "M" OR MN-CAMPO = "H"
009237             MOVE MN-CAMPO TO E-SEXO
009238         ELSE
009239             DISPLAY "SEXO NO VALIDO - SE DEJA IGUAL: "
009240                 MN-CAMPO(1:1)
009241         END-IF
009242     END-IF.
009243
009244*----------------------------------------------------------------
009245* 4399-CAPTURAR-EDAD-PRIVADA - ASK WHETHER THE EMPLOYEE'S AGE IS
009246*                              TO BE KEPT OUT OF THE BIRTHDAY
009247*                              GREETINGS (ENTER LEAVES IT).  ONLY
009248*                              S OR N IS TAKEN.
009249*----------------------------------------------------------------
009250 4399-CAPTURAR-EDAD-PRIVADA.
009251     DISPLAY "OCULTAR EDAD EN FELICITACION S/N (ENTER IGUAL): "
009252     ACCEPT MN-CAMPO
009253     IF MN-CAMPO NOT = SPACES
009254         IF MN-CAMPO = "S" OR MN-CAMPO = "N"
009255             MOVE MN-CAMPO TO E-EDAD-PRIVADA
009256         ELSE
009257             DISPLAY "VALOR NO VALIDO - SE DEJA IGUAL: "
009258                 MN-CAMPO(1:1)
009259         END-IF
009260     END-IF.
009261
009262*----------------------------------------------------------------
009263* 4400-AVISAR-FUERA-DE-BANDA - A SALARY OUTSIDE THE RECORD'S
009264*                              BAND IS WARNED ABOUT (NOT
009265*                              REFUSED - PAYROLL SOMETIMES HAS
009266*                              AGREED EXCEPTIONS), SO A KEYED
009267*                              9000000.00 NO LONGER SAILS
009268*                              THROUGH IN SILENCE.  A SALARY
009269*                              HEADED FOR THE APPROVAL QUEUE IS
009270*                              JUDGED AT ITS KEYED VALUE.
009271*----------------------------------------------------------------
009280 4400-AVISAR-FUERA-DE-BANDA.
009290     IF E-BANDA NOT = SPACES
009300         CALL "BANDVAL" USING E-BANDA, MN-BANDA-VALIDA-SW,
009310             MN-BANDA-NOMBRE, MN-BANDA-MIN, MN-BANDA-MAX
009320         IF MN-BANDA-VALIDA
009330             IF MN-SAL-AVISO < MN-BANDA-MIN OR
009340                     MN-SAL-AVISO > MN-BANDA-MAX
009350                 DISPLAY "AVISO: SALARIO " MN-SAL-AVISO
009360                     " FUERA DE LA BANDA " E-BANDA
009370                     " (" MN-BANDA-MIN " - " MN-BANDA-MAX ")"
009380             END-IF
009400     END-IF.
009410
009420*----------------------------------------------------------------
009421* 4450-ENCOLAR-CAMBIOS - A KEYED SALARY OR VERIFIED BANK CHANGE
009422*                        GOES TO THE APPROVAL QUEUE INSTEAD OF THE
009423*                        MASTER, FOR A SECOND OPERATOR TO DECIDE
009424*                        IN EMPAPRM.
009425*----------------------------------------------------------------
009426 4450-ENCOLAR-CAMBIOS.
009427     MOVE ZERO TO MN-APR-EFECTIVA
009428     IF MN-SAL-PEND
009429         MOVE "SALARIO" TO MN-APR-CAMPO
009430         MOVE MN-SAL-TECLEADO TO MN-APR-NUEVO
009431         PERFORM 7100-ENCOLAR-APROBACION
009432     END-IF
009433     IF MN-BANCO-PEND
009434         MOVE "BANCO" TO MN-APR-CAMPO
009435         MOVE MN-BANCO-TRABAJO TO MN-APR-NUEVO
009436         PERFORM 7100-ENCOLAR-APROBACION
009437     END-IF.
009438
009439*----------------------------------------------------------------
009440* 4500-BUSCAR-POR-NOMBRE - KEY A PARTIAL NAME, NORMALIZE IT THE
009441*                          WAY THE MASTER STORES NAMES (NOMNORM),
009447*                          READ THE NAMES STARTING WITH IT ON THE
009453*                          E-NOMBRE ALTERNATE KEY - OR, WHEN NONE
009459*                          DOES, SCAN THE MASTER FOR EVERY
009465*                          E-NOMBRE CONTAINING IT - AND OFFER A
009471*                          NUMBERED PICK-LIST; THE CHOSEN RECORD
009477*                          LANDS IN THE NORMAL CONSULT/MODIFY
009483*                          FLOW.
009490*----------------------------------------------------------------
009500 4500-BUSCAR-POR-NOMBRE.
009510     DISPLAY "NOMBRE (O PARTE) A BUSCAR: "
009560     IF MN-BUSCA = SPACES OR MN-BUSCA-LON = 0
009570         DISPLAY "NADA QUE BUSCAR"
009580     ELSE
009582         PERFORM 4505-BUSCAR-POR-CLAVE
009584         IF MN-LISTA-MAX = 0
009586             DISPLAY "NINGUN NOMBRE EMPIEZA ASI - BUSCANDO EN"
009588                 " TODO EL MAESTRO"
009590             PERFORM 4510-ESCANEAR-MAESTRO
009592         END-IF
009600         PERFORM 4540-OFRECER-LISTA
009601     END-IF.
009602
009603 4505-BUSCAR-POR-CLAVE.
009604     MOVE ZERO TO MN-LISTA-MAX
009605     MOVE "N" TO MN-SCAN-EOF-SW
009606     MOVE MN-BUSCA-NORM TO E-NOMBRE
009607     START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN E-NOMBRE
009608         INVALID KEY
009609             MOVE "Y" TO MN-SCAN-EOF-SW
009610     END-START
009611     IF NOT MN-SCAN-EOF
009612         PERFORM 4520-LEER-SIGUIENTE
009613         PERFORM 4507-EXAMINAR-PREFIJO UNTIL MN-SCAN-EOF
009614     END-IF.
009615
009616 4507-EXAMINAR-PREFIJO.
009617     IF E-NOMBRE (1:MN-BUSCA-LON) NOT =
009618             MN-BUSCA-NORM (1:MN-BUSCA-LON)
009619         MOVE "Y" TO MN-SCAN-EOF-SW
009620     ELSE
009621         PERFORM 4530-EXAMINAR-REGISTRO
009622     END-IF.
009623
009630 4510-ESCANEAR-MAESTRO.
009640     MOVE ZERO TO MN-LISTA-MAX
009650     MOVE "N" TO MN-SCAN-EOF-SW
010870             MOVE ZERO TO E-FECHA-FIN-CONTRATO
010880             MOVE SPACE TO E-PRUEBA-CONF
010890             MOVE SPACES TO E-CATEGORIA
010892             MOVE SPACES TO E-CENTRO
010894             MOVE SPACE TO E-SEXO
010896             MOVE SPACE TO E-EDAD-PRIVADA
010900             PERFORM 7000-WRITE-AUDIT
010902             MOVE MN-E-ID TO IDN-E-ID
010904             MOVE "BORRAR" TO MN-IDN-ACCION
010906             CALL "IDENREG" USING MN-IDN-ACCION,
010908                 EMPIDEN-REGISTRO, MN-IDN-RESULTADO-SW
010910         END-IF
010920     END-IF
010930     PERFORM 0650-SOLTAR-REGISTRO.
010940
010950*----------------------------------------------------------------
010951* 4600-CAPTURAR-IDENTIDAD - NIF/NIE, NAF AND WORK PERMIT FROM THE
010952*                           IDENTITY REGISTER.  ENTER LEAVES A
010953*                           FIELD, "." ON THE PERMIT REMOVES IT.
010954*                           A CHANGED SET IS JUDGED BY IDENVAL AND
010955*                           RE-PROMPTED UNTIL IT PASSES; 4650
010956*                           FILES IT AFTER THE MASTER REWRITE.
010957*----------------------------------------------------------------
010958 4600-CAPTURAR-IDENTIDAD.
010959     MOVE E-ID TO IDN-E-ID
010960     MOVE "LEER" TO MN-IDN-ACCION
010961     CALL "IDENREG" USING MN-IDN-ACCION, EMPIDEN-REGISTRO,
010962         MN-IDN-RESULTADO-SW
010963     MOVE "N" TO MN-IDN-TOCADO-SW
010964     MOVE "N" TO MN-IDN-LISTO-SW
010965     PERFORM 4610-PEDIR-IDENTIDAD UNTIL MN-IDN-LISTO.
010966
010967 4610-PEDIR-IDENTIDAD.
010968     MOVE IDN-NIF     TO MN-IDN-NIF
010969     MOVE IDN-NAF     TO MN-IDN-NAF
010970     MOVE IDN-PERMISO TO MN-IDN-PERMISO
010971     MOVE SPACES      TO MN-IDN-CADUCA
010972     IF NOT IDN-SIN-PERMISO
010973         MOVE IDN-PERMISO-CADUCA TO MN-IDN-CADUCA
010974     END-IF
010975     DISPLAY "NUEVO NIF/NIE (ENTER PARA DEJAR IGUAL): "
010976     ACCEPT MN-CAMPO
010977     IF MN-CAMPO NOT = SPACES
010978         MOVE MN-CAMPO TO MN-IDN-NIF
010979         MOVE "Y" TO MN-IDN-TOCADO-SW
010980     END-IF
010981     DISPLAY "NUEVO NAF (ENTER PARA DEJAR IGUAL): "
010982     ACCEPT MN-CAMPO
010983     IF MN-CAMPO NOT = SPACES
010984         MOVE MN-CAMPO TO MN-IDN-NAF
010985         MOVE "Y" TO MN-IDN-TOCADO-SW
010986     END-IF
010987     DISPLAY "NUEVO PERMISO RT/TF/RL/OT (ENTER IGUAL, . QUITA): "
010988     ACCEPT MN-CAMPO
010989     IF MN-CAMPO = "."
010990         MOVE SPACES TO MN-IDN-PERMISO MN-IDN-CADUCA
010991         MOVE "Y" TO MN-IDN-TOCADO-SW
010992     ELSE
010993         IF MN-CAMPO NOT = SPACES
010994             MOVE MN-CAMPO TO MN-IDN-PERMISO
010995             MOVE "Y" TO MN-IDN-TOCADO-SW
010996         END-IF
010997         IF MN-IDN-PERMISO NOT = SPACES
010998             DISPLAY "NUEVA CADUCIDAD AAAAMMDD (ENTER IGUAL): "
010999             ACCEPT MN-CAMPO
011000             IF MN-CAMPO NOT = SPACES
011001                 MOVE MN-CAMPO TO MN-IDN-CADUCA
011002                 MOVE "Y" TO MN-IDN-TOCADO-SW
011003             END-IF
011004         END-IF
011005     END-IF
011006     IF MN-IDN-TOCADO
011007         CALL "IDENVAL" USING E-ID, MN-IDN-NIF, MN-IDN-NAF,
011008             MN-IDN-PERMISO, MN-IDN-CADUCA, MN-IDN-VALIDO-SW,
011009             MN-IDN-RAZON
011010         IF MN-IDN-VALIDO
011011             MOVE "Y" TO MN-IDN-LISTO-SW
011012         ELSE
011013             DISPLAY MN-IDN-RAZON
011014             DISPLAY "VUELVA A TECLEAR LA DOCUMENTACION"
011015             MOVE "N" TO MN-IDN-TOCADO-SW
011016         END-IF
011017     ELSE
011018         MOVE "Y" TO MN-IDN-LISTO-SW
011019     END-IF.
011020
011021 4650-GRABAR-IDENTIDAD.
011022     IF MN-IDN-TOCADO
011023         MOVE E-ID           TO IDN-E-ID
011024         MOVE MN-IDN-NIF     TO IDN-NIF
011025         MOVE MN-IDN-NAF     TO IDN-NAF
011026         MOVE MN-IDN-PERMISO TO IDN-PERMISO
011027         IF MN-IDN-PERMISO = SPACES
011028             MOVE ZERO TO IDN-PERMISO-CADUCA
011029         ELSE
011030             MOVE MN-IDN-CADUCA TO IDN-PERMISO-CADUCA
011031         END-IF
011032         MOVE MN-OPERADOR    TO IDN-OPERADOR
011033         MOVE "GRABAR" TO MN-IDN-ACCION
011034         CALL "IDENREG" USING MN-IDN-ACCION, EMPIDEN-REGISTRO,
011035             MN-IDN-RESULTADO-SW
011036         IF MN-IDN-HECHO
011037             DISPLAY "DOCUMENTACION ACTUALIZADA"
011038         ELSE
011039             DISPLAY "ERROR AL GRABAR LA DOCUMENTACION"
011040         END-IF
011041     END-IF.
011042
011043*----------------------------------------------------------------
011044* 5500-CAMBIAR-STATUS - MOVE E-STATUS BETWEEN ACTIVE, INACTIVE
011045*                       AND SUSPENDED.  USED TO MARK A
011046*                       TERMINATED EMPLOYEE INACTIVE (OR
011047*                       REACTIVATE ONE REHIRED LATER) WITHOUT
011048*                       PHYSICALLY REMOVING THE RECORD, AND TO
011049*                       PUT AN EMPLOYEE ON EXCEDENCIA OR
011050*                       SUSPENSION (AND BACK) WITHOUT TOUCHING
011051*                       E-FECHA-BAJA OR THE POSITION.
011052*----------------------------------------------------------------
011053 5500-CAMBIAR-STATUS.
011054     PERFORM 6050-LEER-PARA-CAMBIO
011055     IF MAINT-FOUND
011056         MOVE E-NOMBRE TO MN-ANTES-NOMBRE
011060         MOVE E-EDAD   TO MN-ANTES-EDAD
011070         MOVE E-EMAIL  TO MN-ANTES-EMAIL
011080         MOVE E-SALARIO TO MN-ANTES-SALARIO
011220         MOVE E-CATEGORIA   TO MN-ANTES-CATEGORIA
011230         MOVE E-FECHA-FIN-CONTRATO TO MN-ANTES-FECHA-FIN
011240         MOVE E-FECHA-BAJA TO MN-ANTES-FECHA-BAJA
011245         MOVE SPACE TO MN-NUEVO-STATUS
011250         PERFORM 5540-ELEGIR-STATUS
011255             UNTIL MN-NUEVO-STATUS NOT = SPACE
011260         EVALUATE MN-NUEVO-STATUS
011265             WHEN "I"
011270                 MOVE "I" TO E-STATUS
011275                 MOVE FUNCTION CURRENT-DATE(1:8) TO E-FECHA-BAJA
011280                 MOVE "N" TO MN-MOTIVO-VALIDO-SW
011285                 PERFORM 5510-CAPTURAR-MOTIVO
011290                     UNTIL MN-MOTIVO-VALIDO
011295                 PERFORM 5580-LIMPIAR-EXCEDENCIA
011300             WHEN "S"
011305                 MOVE "S" TO E-STATUS
011310                 PERFORM 5550-CAPTURAR-EXCEDENCIA
011315             WHEN OTHER
011320                 MOVE "A" TO E-STATUS
011325                 MOVE ZERO TO E-FECHA-BAJA
011330                 MOVE SPACES TO E-MOTIVO-BAJA
011335                 PERFORM 5580-LIMPIAR-EXCEDENCIA
011340         END-EVALUATE
011360         REWRITE EMPLEADOS-REGISTRO
011370         IF EMP-FILE-STATUS NOT = "00"
011380             DISPLAY "ERROR AL GRABAR, ESTADO: " EMP-FILE-STATUS
011520*                        ITS DIRECT REPORTS POINTING AT AN
011530*                        INACTIVE RECORD; COUNT AND WARN SO HR
011540*                        REASSIGNS THEM.  RUNS AFTER THE REWRITE
011546*                        SO THE FD RECORD AREA IS FREE TO READ THE
011552*                        REPORTS ON THE E-SUPERVISOR KEY.
011560*----------------------------------------------------------------
011570 5520-AVISAR-REPORTES.
011580     MOVE ZERO TO MN-REPORTES-COUNT
011590     MOVE "N" TO MN-SCAN-EOF-SW
011600     MOVE MN-E-ID TO E-SUPERVISOR
011610     START EMPLEADOS-ARCHIVO KEY IS EQUAL TO E-SUPERVISOR
011620         INVALID KEY
011630             MOVE "Y" TO MN-SCAN-EOF-SW
011640     END-START
011720     END-IF.
011730
011740 5530-CONTAR-REPORTE.
011741     IF E-SUPERVISOR NOT = MN-E-ID
011742         MOVE "Y" TO MN-SCAN-EOF-SW
011743     ELSE
011744         IF E-ACTIVO
011745             ADD 1 TO MN-REPORTES-COUNT
011746         END-IF
011747         PERFORM 4520-LEER-SIGUIENTE
011748     END-IF.
011749
011750*----------------------------------------------------------------
011751* 5540-ELEGIR-STATUS - AN ACTIVE EMPLOYEE GOES INACTIVE OR ON
011752*                      EXCEDENCIA; A SUSPENDED ONE RETURNS OR IS
011753*                      TERMINATED; AN INACTIVE ONE CAN ONLY BE
011754*                      REACTIVATED.
011755*----------------------------------------------------------------
011756 5540-ELEGIR-STATUS.
011757     EVALUATE TRUE
011758         WHEN E-ACTIVO
011759             DISPLAY "NUEVO STATUS (I=INACTIVO, S=EXCEDENCIA/"
011760                 "SUSPENSION): "
011761             ACCEPT MN-CAMPO
011762             IF MN-CAMPO(1:1) = "I" OR MN-CAMPO(1:1) = "S"
011763                 MOVE MN-CAMPO(1:1) TO MN-NUEVO-STATUS
011764             ELSE
011765                 DISPLAY "STATUS INVALIDO - TECLEE I O S"
011766             END-IF
011767         WHEN E-SUSPENDIDO
011768             DISPLAY "NUEVO STATUS (A=REINCORPORACION, "
011769                 "I=INACTIVO): "
011770             ACCEPT MN-CAMPO
011771             IF MN-CAMPO(1:1) = "A" OR MN-CAMPO(1:1) = "I"
011772                 MOVE MN-CAMPO(1:1) TO MN-NUEVO-STATUS
011773             ELSE
011774                 DISPLAY "STATUS INVALIDO - TECLEE A O I"
011775             END-IF
011776         WHEN OTHER
011777             MOVE "A" TO MN-NUEVO-STATUS
011778     END-EVALUATE.
011779
011780*----------------------------------------------------------------
011781* 5550-CAPTURAR-EXCEDENCIA - THE LEAVE NEEDS ITS TYPE, ITS START
011782*                            DATE (ENTER = TODAY) AND THE
011783*                            EXPECTED RETURN DATE, WHICH MUST BE
011784*                            LATER THAN THE START.  EACH IS
011785*                            RE-PROMPTED UNTIL IT IS VALID.
011786*----------------------------------------------------------------
011787 5550-CAPTURAR-EXCEDENCIA.
011788     MOVE SPACES TO E-EXC-TIPO
011789     PERFORM 5555-CAPTURAR-TIPO-EXC UNTIL E-EXC-TIPO-VALIDO
011790     MOVE "N" TO MN-FECHA-LISTA-SW
011791     PERFORM 5560-CAPTURAR-INICIO-EXC UNTIL MN-FECHA-LISTA
011792     MOVE "N" TO MN-FECHA-LISTA-SW
011793     PERFORM 5570-CAPTURAR-RETORNO-EXC UNTIL MN-FECHA-LISTA.
011794
011795 5555-CAPTURAR-TIPO-EXC.
011796     DISPLAY "TIPO: NR PERMISO NO RETRIBUIDO   NM NACIMIENTO/"
011797         "CUIDADO MENOR"
011798     DISPLAY "      EV EXCEDENCIA VOLUNTARIA   EF EXCEDENCIA "
011799         "FORZOSA   CF CUIDADO FAMILIARES"
011800     ACCEPT MN-CAMPO
011801     MOVE MN-CAMPO(1:2) TO E-EXC-TIPO
011802     IF NOT E-EXC-TIPO-VALIDO
011803         DISPLAY "TIPO DE EXCEDENCIA DESCONOCIDO"
011804     END-IF.
011805
011806 5560-CAPTURAR-INICIO-EXC.
011807     DISPLAY "FECHA INICIO YYYYMMDD (ENTER = HOY): "
011808     ACCEPT MN-CAMPO
011809     IF MN-CAMPO = SPACES
011810         MOVE FUNCTION CURRENT-DATE(1:8) TO E-EXC-FECHA-INICIO
011811         MOVE "Y" TO MN-FECHA-LISTA-SW
011812     ELSE
011813         MOVE MN-CAMPO TO MN-FECHA-TRABAJO
011814         CALL "FECHAVAL" USING MN-FECHA-TRABAJO,
011815             MN-FECHA-VALIDA-SW
011816         IF MN-FECHA-VALIDA
011817             MOVE MN-FECHA-TRABAJO TO E-EXC-FECHA-INICIO
011818             MOVE "Y" TO MN-FECHA-LISTA-SW
011819         ELSE
011820             DISPLAY "FECHA INVALIDA - DEBE SER UNA FECHA REAL"
011821                 " (YYYYMMDD)"
011822         END-IF
011823     END-IF.
011824
011825 5570-CAPTURAR-RETORNO-EXC.
011826     DISPLAY "FECHA PREVISTA DE REINCORPORACION YYYYMMDD: "
011827     ACCEPT MN-CAMPO
011828     MOVE MN-CAMPO TO MN-FECHA-TRABAJO
011829     CALL "FECHAVAL" USING MN-FECHA-TRABAJO,
011830         MN-FECHA-VALIDA-SW
011831     IF MN-FECHA-VALIDA AND MN-FECHA-TRABAJO > E-EXC-FECHA-INICIO
011832         MOVE MN-FECHA-TRABAJO TO E-EXC-FECHA-RETORNO
011833         MOVE "Y" TO MN-FECHA-LISTA-SW
011834     ELSE
011835         DISPLAY "FECHA INVALIDA - DEBE SER REAL Y POSTERIOR AL"
011836             " INICIO"
011837     END-IF.
011838
011839 5580-LIMPIAR-EXCEDENCIA.
011840     MOVE SPACES TO E-EXC-TIPO
011841     MOVE ZERO TO E-EXC-FECHA-INICIO E-EXC-FECHA-RETORNO.
011842
011843*----------------------------------------------------------------
011844* 5700-PROGRAMAR-DIFERIDO - QUEUE A SALARY, STATUS OR DEPARTMENT
011845*                           CHANGE WITH AN EFFECTIVE DATE.  THE
011846*                           DATE IS CALENDAR-VALIDATED AND MUST
011847*                           BE IN THE FUTURE; THE VALUE IS
011850*                           VALIDATED LIKE THE IMMEDIATE SCREENS
011860*                           VALIDATE IT.  NOTHING TOUCHES THE
011870*                           MASTER HERE - EMPAPLY DOES, ON THE
011874*                           NIGHT THE DATE ARRIVES.  A SALARY
011878*                           CHANGE WAITS ON THE APPROVAL QUEUE
011882*                           FIRST; EMPAPRM PASSES IT TO EMPPEND
011886*                           ONCE A SECOND OPERATOR APPROVES IT.
011890*----------------------------------------------------------------
011900 5700-PROGRAMAR-DIFERIDO.
011910     PERFORM 6050-LEER-PARA-CAMBIO
012520     MOVE FUNCTION CURRENT-DATE(1:8) TO MN-HOY
012530     MOVE "N" TO MN-FECHA-LISTA-SW
012540     PERFORM 5730-PEDIR-FECHA UNTIL MN-FECHA-LISTA
012541     IF MN-DIF-CAMPO = "SALARIO"
012542         MOVE "SALARIO" TO MN-APR-CAMPO
012543         MOVE MN-DIF-VALOR TO MN-APR-NUEVO
012544         MOVE MN-FECHA-TRABAJO TO MN-APR-EFECTIVA
012545         PERFORM 7100-ENCOLAR-APROBACION
012546     ELSE
012547         PERFORM 5740-GRABAR-DIFERIDO
012548     END-IF.
012549
012550 5740-GRABAR-DIFERIDO.
012551     OPEN EXTEND EMPPEND-ARCHIVO
012560     IF PEN-FILE-STATUS = "35"
012570         OPEN OUTPUT EMPPEND-ARCHIVO
012580     END-IF
013780     MOVE E-CATEGORIA                TO AUD-D-CATEGORIA
013790     WRITE AUD-REGISTRO.
013800
013801*----------------------------------------------------------------
013802* 7100-ENCOLAR-APROBACION - APPEND ONE PENDIENTE ENTRY TO THE
013803*                           APPROVAL QUEUE: THE FIELD, THE VALUE
013804*                           STILL ON THE MASTER (SO EMPAPRM CAN
013805*                           TELL IF IT MOVED MEANWHILE), THE NEW
013806*                           VALUE AND WHO KEYED IT.
013807*----------------------------------------------------------------
013808 7100-ENCOLAR-APROBACION.
013809     OPEN EXTEND EMPAPR-ARCHIVO
013810     IF APR-FILE-STATUS = "35"
013811         OPEN OUTPUT EMPAPR-ARCHIVO
013812     END-IF
013813     MOVE SPACES TO EMPAPR-REGISTRO
013814     MOVE MN-E-ID         TO APR-E-ID
013815     MOVE MN-APR-CAMPO    TO APR-CAMPO
013816     IF APR-ES-SALARIO
013817         MOVE E-SALARIO   TO APR-A-SALARIO
013818     ELSE
013819         MOVE E-BANCO     TO APR-ANTES
013820     END-IF
013821     MOVE MN-APR-NUEVO    TO APR-NUEVO
013822     MOVE MN-APR-EFECTIVA TO APR-FECHA-EFECTIVA
013823     MOVE "P"             TO APR-ESTADO
013824     MOVE MN-OPERADOR     TO APR-OPERADOR
013825     MOVE FUNCTION CURRENT-DATE(1:8) TO APR-FECHA-ALTA
013826     MOVE FUNCTION CURRENT-DATE(9:6) TO APR-HORA-ALTA
013827     MOVE ZERO            TO APR-FECHA-DECISION
013828     WRITE EMPAPR-REGISTRO
013829     CLOSE EMPAPR-ARCHIVO
013830     DISPLAY "CAMBIO DE " FUNCTION TRIM(APR-CAMPO)
013831         " PENDIENTE DE APROBACION POR OTRO OPERADOR".
013832
013833 9999-EXIT.
013834     CLOSE EMPLEADOS-ARCHIVO
013835     CLOSE EMPLEADOS-AUDITORIA
013840     GOBACK.
013850 END PROGRAM EMPMAINT.
