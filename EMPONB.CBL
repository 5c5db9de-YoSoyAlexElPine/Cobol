000060*                PROGRESS ACCUMULATES ITS PIECES ON EMPONB.DAT -
000070*                IDENTITY (NAME, AGE, EMAIL), DEPARTMENT,
000080*                SUPERVISOR, POSITION, SALARY AND BAND, BANK
000090*                DETAILS, WORK CENTRE - AND THE SCREEN SHOWS WHAT
000100*                IS STILL MISSING.  ONLY A COMPLETE ENTRY CAN BE
000110*                RELEASED: THE RELEASE WRITES A FULLY-FORMED
000120*                RECORD INTO THE EMPONBF.DAT ONBOARDING FEED THAT
000130*                EMPMRG MERGES INTO EMPENT.DAT FOR THE NORMAL
000140*                EMPVAL VALIDATION PASS, AND ONCE THE LOAD HAS
000150*                CREATED THE MASTER RECORD THE RETAINED SALARY,
000160*                BAND, BANK DETAILS AND WORK CENTRE (WHICH THE
000170*                FEED DOES NOT CARRY) ARE POSTED TO THE MASTER
000180*                WITH THE USUAL AUDIT ENTRY.  HALF-KEYED HIRES
000190*                STOP LANDING IN EMPSUSP.DAT ON PAYROLL WEEK.
000200* TECTONICS:     cobc -x -std=ibm -I copybooks EMPONB.CBL
000210*                OPERSES RUNLOCK DEPTVAL POSVAL BANDVAL BANCODC
000215*                IDENVAL CENTVAL
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000360*                    THOSE HAD NO CAB/FIN ENVELOPE FOR EMPVAL
000370*                    AND WERE REBUILT AWAY BY THE NIGHTLY
000380*                    FUSION ANYWAY.
000381*   2026-10-15  RT   A HIRE NOW ALSO COLLECTS THE NIF/NIE, THE NAF
000382*                    AND ANY WORK PERMIT (TYPE AND EXPIRY), JUDGED
000383*                    BY THE SHARED IDENVAL EDITS.  NIF AND NAF ARE
000384*                    A CHECKLIST PIECE (DOCUMENTACION) NEEDED FOR
000385*                    A COMPLETE ENTRY, AND THE RELEASE CARRIES ALL
000386*                    FOUR IN THE FEED SO EMPVAL FILES THEM ON THE
000387*                    EMPIDEN.DAT IDENTITY REGISTER.
000388*   2026-10-15  RT   A HIRE NOW ALSO NEEDS ITS WORK CENTRE
000389*                    (CHECKED BY THE SHARED CENTVAL LOOKUP) AS A
000390*                    CHECKLIST PIECE.  LIKE THE SALARY AND BANK
000391*                    DETAILS IT IS HELD ON EMPONB.DAT AND POSTED
000392*                    TO E-CENTRO ONCE THE LOAD HAS CREATED THE
000393*                    MASTER RECORD.
000394*   2026-10-15  RT   A HIRE NOW ALSO COLLECTS THE EMPLOYEE'S SEX
000395*                    (M OR H), PART OF THE IDENTIDAD CHECKLIST
000396*                    PIECE, AND THE RELEASE CARRIES IT IN THE FEED
000397*                    SO EMPVAL FILES IT IN E-SEXO FOR THE PAY-
000398*                    EQUALITY REGISTER.
000399*   2026-10-15  RT   THE EMPONB.DAT LAYOUT AND SELECT MOVE TO THE
000400*                    SHARED EMPONR AND EMPOBSEL COPYBOOKS, NOW
000401*                    THAT THE EMPREQM REQUISITION SCREEN ALSO
000402*                    WRITES PRE-FILLED HIRES.
000403******************************************************************
000404 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. EMPONB.
000420
000430 ENVIRONMENT DIVISION.
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS ONF-FILE-STATUS.
000520
000530     COPY EMPOBSEL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000720     05  ONF-E-DEPTO         PIC X(04).
000730     05  ONF-E-SUPERVISOR    PIC X(50).
000740     05  ONF-E-PUESTO        PIC X(06).
000741     05  ONF-E-NIF           PIC X(09).
000742     05  ONF-E-NAF           PIC X(12).
000743     05  ONF-E-PERMISO       PIC X(02).
000744     05  ONF-E-PERMISO-CADUCA PIC X(08).
000745     05  ONF-E-SEXO          PIC X(01).
000750
000760 FD  EMPONB-ARCHIVO.
000770     COPY EMPONR.
000900
000910 WORKING-STORAGE SECTION.
000920 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001180 01  OB-PUESTO-DEPTO          PIC X(04) VALUE SPACES.
001190 01  OB-PUESTO-PLAZAS         PIC 9(03) VALUE ZERO.
001200 01  OB-BANDA-NOMBRE          PIC X(20) VALUE SPACES.
001202 01  OB-CEN-NOMBRE            PIC X(20) VALUE SPACES.
001204 01  OB-CEN-CUENTA            PIC 9(11) VALUE 0.
001206 01  OB-CEN-CALENDARIO        PIC X(04) VALUE SPACES.
001210 01  OB-BANDA-MIN             PIC 9(7)V99 VALUE 0.
001220 01  OB-BANDA-MAX             PIC 9(7)V99 VALUE 0.
001230 01  OB-BANCO-TRABAJO.
001410         10  OB-T-BANCO       PIC X(20).
001420         10  OB-T-ALTA        PIC 9(8).
001430         10  OB-T-ESTADO      PIC X(01).
001431         10  OB-T-NIF         PIC X(09).
001432         10  OB-T-NAF         PIC X(12).
001433         10  OB-T-PERMISO     PIC X(02).
001434         10  OB-T-PERMISO-CAD PIC X(08).
001435         10  OB-T-CENTRO      PIC X(04).
001436         10  OB-T-SEXO        PIC X(01).
001437 01  OB-IDENTIDAD.
001438     05  OB-IDN-NIF           PIC X(09).
001439     05  OB-IDN-NAF           PIC X(12).
001440     05  OB-IDN-PERMISO       PIC X(02).
001441     05  OB-IDN-PERMISO-CAD   PIC X(08).
001442 01  OB-IDN-RAZON             PIC X(60) VALUE SPACES.
001443 01  OB-IDX                   PIC 9(3) VALUE 0.
001450 01  OB-HALLADO               PIC 9(3) VALUE 0.
001460
001470 01  OB-OPERADOR              PIC X(08) VALUE SPACES.
002350         MOVE ONB-BANCO      TO OB-T-BANCO (OB-MAX)
002360         MOVE ONB-FECHA-ALTA TO OB-T-ALTA (OB-MAX)
002370         MOVE ONB-ESTADO     TO OB-T-ESTADO (OB-MAX)
002371         MOVE ONB-NIF        TO OB-T-NIF (OB-MAX)
002372         MOVE ONB-NAF        TO OB-T-NAF (OB-MAX)
002373         MOVE ONB-PERMISO    TO OB-T-PERMISO (OB-MAX)
002374         MOVE ONB-PERMISO-CADUCA TO OB-T-PERMISO-CAD (OB-MAX)
002375         MOVE ONB-CENTRO     TO OB-T-CENTRO (OB-MAX)
002376         MOVE ONB-SEXO       TO OB-T-SEXO (OB-MAX)
002380     ELSE
002390         DISPLAY "EMPONB: MAS DE 200 ALTAS EN CURSO"
002400         MOVE "Y" TO ONB-EOF-SW
003220     IF OB-CAMPO NOT = SPACES
003230         MOVE OB-CAMPO TO OB-T-EMAIL (OB-HALLADO)
003240     END-IF
003241     DISPLAY "SEXO M=MUJER H=HOMBRE (ENTER IGUAL): "
003242     ACCEPT OB-CAMPO
003243     IF OB-CAMPO NOT = SPACES
003244         IF OB-CAMPO = "M" OR OB-CAMPO = "H"
003245             MOVE OB-CAMPO TO OB-T-SEXO (OB-HALLADO)
003246         ELSE
003247             DISPLAY "SEXO NO VALIDO - SE DEJA IGUAL"
003248         END-IF
003249     END-IF
003250     DISPLAY "DEPTO (ENTER PARA DEJAR IGUAL): "
003260     ACCEPT OB-CAMPO
003270     IF OB-CAMPO NOT = SPACES
003930         ELSE
003940             DISPLAY "CCC NO NUMERICO - SE DEJA IGUAL"
003950         END-IF
003951     END-IF
003952     DISPLAY "CENTRO DE TRABAJO (ENTER IGUAL): "
003953     ACCEPT OB-CAMPO
003954     IF OB-CAMPO NOT = SPACES
003955         CALL "CENTVAL" USING OB-CAMPO(1:4),
003956             OB-VALIDO-SW, OB-CEN-NOMBRE,
003957             OB-CEN-CUENTA, OB-CEN-CALENDARIO
003958         IF OB-VALIDO
003959             MOVE OB-CAMPO TO OB-T-CENTRO (OB-HALLADO)
003960             DISPLAY "CENTRO: " OB-CEN-NOMBRE
003961         ELSE
003962             DISPLAY "CENTRO DESCONOCIDO - SE DEJA IGUAL"
003963         END-IF
003964     END-IF
003965     PERFORM 3200-CAPTURAR-IDENTIDAD.
003966
003967*----------------------------------------------------------------
003968* 3200-CAPTURAR-IDENTIDAD - NIF/NIE, NAF AND WORK PERMIT ARE
003969*                           TAKEN TOGETHER AND JUDGED BY THE
003970*                           SHARED IDENVAL EDITS; A SET THAT
003971*                           FAILS LEAVES ALL FOUR AS THEY WERE.
003972*----------------------------------------------------------------
003973 3200-CAPTURAR-IDENTIDAD.
003974     MOVE OB-T-NIF (OB-HALLADO)         TO OB-IDN-NIF
003975     MOVE OB-T-NAF (OB-HALLADO)         TO OB-IDN-NAF
003976     MOVE OB-T-PERMISO (OB-HALLADO)     TO OB-IDN-PERMISO
003977     MOVE OB-T-PERMISO-CAD (OB-HALLADO) TO OB-IDN-PERMISO-CAD
003978     DISPLAY "NIF/NIE (ENTER PARA DEJAR IGUAL): "
003979     ACCEPT OB-CAMPO
003980     IF OB-CAMPO NOT = SPACES
003981         MOVE OB-CAMPO TO OB-IDN-NIF
003982     END-IF
003983     DISPLAY "NAF SEGURIDAD SOCIAL 12 DIGITOS (ENTER IGUAL): "
003984     ACCEPT OB-CAMPO
003985     IF OB-CAMPO NOT = SPACES
003986         MOVE OB-CAMPO TO OB-IDN-NAF
003987     END-IF
003988     DISPLAY "PERMISO DE TRABAJO RT/TF/RL/OT (ENTER IGUAL): "
003989     ACCEPT OB-CAMPO
003990     IF OB-CAMPO NOT = SPACES
003991         MOVE OB-CAMPO TO OB-IDN-PERMISO
003992     END-IF
003993     IF OB-IDN-PERMISO NOT = SPACES
003994         DISPLAY "CADUCIDAD DEL PERMISO AAAAMMDD (ENTER IGUAL): "
003995         ACCEPT OB-CAMPO
003996         IF OB-CAMPO NOT = SPACES
003997             MOVE OB-CAMPO TO OB-IDN-PERMISO-CAD
003998         END-IF
003999     END-IF
004000     CALL "IDENVAL" USING OB-T-E-ID (OB-HALLADO), OB-IDN-NIF,
004001         OB-IDN-NAF, OB-IDN-PERMISO, OB-IDN-PERMISO-CAD,
004002         OB-VALIDO-SW, OB-IDN-RAZON
004003     IF OB-VALIDO
004004         MOVE OB-IDN-NIF         TO OB-T-NIF (OB-HALLADO)
004005         MOVE OB-IDN-NAF         TO OB-T-NAF (OB-HALLADO)
004006         MOVE OB-IDN-PERMISO     TO OB-T-PERMISO (OB-HALLADO)
004007         MOVE OB-IDN-PERMISO-CAD TO OB-T-PERMISO-CAD (OB-HALLADO)
004008     ELSE
004009         DISPLAY FUNCTION TRIM(OB-IDN-RAZON)
004010             " - DOCUMENTACION SE DEJA IGUAL"
004011     END-IF.
004012
004013 4000-CHECKLIST.
004014     IF OB-MAX = 0
004015         DISPLAY "SIN ALTAS EN CURSO"
004016     ELSE
004020         PERFORM 4050-CHECKLIST-UNA
004030             VARYING OB-HALLADO FROM 1 BY 1
004040             UNTIL OB-HALLADO > OB-MAX
004180     MOVE "Y" TO OB-COMPLETA-SW
004190     IF OB-T-NOMBRE (OB-HALLADO) = SPACES OR
004200             OB-T-EDAD (OB-HALLADO) = ZERO OR
004206             OB-T-EMAIL (OB-HALLADO) = SPACES OR
004212             OB-T-SEXO (OB-HALLADO) = SPACE
004220         DISPLAY "  IDENTIDAD        : FALTA"
004230         MOVE "N" TO OB-COMPLETA-SW
004240     ELSE
004560     ELSE
004570         DISPLAY "  DATOS BANCARIOS  : OK"
004580     END-IF
004581     IF OB-T-CENTRO (OB-HALLADO) = SPACES
004582         DISPLAY "  CENTRO TRABAJO   : FALTA"
004583         MOVE "N" TO OB-COMPLETA-SW
004584     ELSE
004585         DISPLAY "  CENTRO TRABAJO   : OK"
004586     END-IF
004587     IF OB-T-NIF (OB-HALLADO) = SPACES OR
004588             OB-T-NAF (OB-HALLADO) = SPACES
004589         DISPLAY "  DOCUMENTACION    : FALTA (NIF/NAF)"
004590         MOVE "N" TO OB-COMPLETA-SW
004591     ELSE
004592         IF OB-T-PERMISO (OB-HALLADO) = SPACES
004593             DISPLAY "  DOCUMENTACION    : OK"
004594         ELSE
004595             DISPLAY "  DOCUMENTACION    : OK (PERMISO "
004596                 OB-T-PERMISO (OB-HALLADO) " HASTA "
004597                 OB-T-PERMISO-CAD (OB-HALLADO) ")"
004598         END-IF
004599     END-IF
004600     IF OB-COMPLETA
004601         DISPLAY "  >> COMPLETA - LISTA PARA LIBERAR"
004610     ELSE
004620         DISPLAY "  >> INCOMPLETA"
004630     END-IF.
004660* 5000-LIBERAR - EVERY COMPLETE PENDING ENTRY GOES TO THE
004670*                EMPONBF.DAT ONBOARDING FEED - MERGED BY EMPMRG
004680*                INTO EMPENT.DAT FOR THE EMPVAL PASS - AND
004688*                FLIPS TO "L" (LIBERADA).  THE SALARY, BAND,
004696*                BANK DETAILS AND WORK CENTRE STAY HERE UNTIL
004704*                OPTION 4 POSTS THEM ONCE THE LOAD HAS CREATED
004712*                THE RECORD.
004720*----------------------------------------------------------------
004730 5000-LIBERAR.
004740     MOVE ZERO TO OB-LIBERADAS
004950             MOVE OB-T-SUPERVISOR (OB-HALLADO)
004960                 TO ONF-E-SUPERVISOR
004970             MOVE OB-T-PUESTO (OB-HALLADO) TO ONF-E-PUESTO
004971             MOVE OB-T-NIF (OB-HALLADO)    TO ONF-E-NIF
004972             MOVE OB-T-NAF (OB-HALLADO)    TO ONF-E-NAF
004973             MOVE OB-T-PERMISO (OB-HALLADO) TO ONF-E-PERMISO
004974             MOVE OB-T-PERMISO-CAD (OB-HALLADO)
004975                 TO ONF-E-PERMISO-CADUCA
004976             MOVE OB-T-SEXO (OB-HALLADO)   TO ONF-E-SEXO
004980             WRITE ONF-REGISTRO
004990             IF ONF-FILE-STATUS = "00"
005000                 MOVE "L" TO OB-T-ESTADO (OB-HALLADO)
005380     MOVE OB-T-SALARIO (OB-HALLADO) TO E-SALARIO
005390     MOVE OB-T-BANDA (OB-HALLADO)   TO E-BANDA
005400     MOVE OB-T-BANCO (OB-HALLADO)   TO E-BANCO
005405     MOVE OB-T-CENTRO (OB-HALLADO)  TO E-CENTRO
005410     REWRITE EMPLEADOS-REGISTRO
005420     IF EMP-FILE-STATUS = "00"
005430         MOVE "F" TO OB-T-ESTADO (OB-HALLADO)
006390     MOVE OB-T-BANCO (OB-IDX)      TO ONB-BANCO
006400     MOVE OB-T-ALTA (OB-IDX)       TO ONB-FECHA-ALTA
006410     MOVE OB-T-ESTADO (OB-IDX)     TO ONB-ESTADO
006411     MOVE OB-T-NIF (OB-IDX)        TO ONB-NIF
006412     MOVE OB-T-NAF (OB-IDX)        TO ONB-NAF
006413     MOVE OB-T-PERMISO (OB-IDX)    TO ONB-PERMISO
006414     MOVE OB-T-PERMISO-CAD (OB-IDX) TO ONB-PERMISO-CADUCA
006415     MOVE OB-T-CENTRO (OB-IDX)     TO ONB-CENTRO
006416     MOVE OB-T-SEXO (OB-IDX)       TO ONB-SEXO
006420     WRITE EMPONB-REGISTRO.
006430
006440 9999-EXIT.
