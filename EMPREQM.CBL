000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       RECRUITMENT REQUISITION SCREEN, IN THE EMPEVAM
000060*                STYLE.  A CLERK OPENS A REQUISITION ON EMPREQ.DAT
000070*                AGAINST A POSMST.DAT POSITION (SHARED POSVAL
000080*                LOOKUP) ONLY WHILE IT STILL HAS A VACANCY -
000090*                BUDGETED PLAZAS LESS THE ACTIVE OR SUSPENDED
000100*                HOLDERS ON THE MASTER, THE HIRES STILL IN
000110*                PROGRESS ON EMPONB.DAT AND THE REQUISITIONS
000120*                ALREADY OPEN FOR IT - WITH THE HIRING SUPERVISOR
000130*                AND THE SALARY BAND (BANDVAL).  A
000140*                SUPERVISOR-LEVEL OPERATOR (OPERSES) APPROVES OR
000150*                CANCELS IT.  CANDIDATES ARE THEN TRACKED ON
000160*                EMPCAND.DAT AGAINST THE APPROVED REQUISITION
000170*                THROUGH THEIR STAGES (RECIBIDO, ENTREVISTA,
000180*                OFERTA) WITH THE INTERVIEW AND OFFER DATES, AND
000190*                THE OFFERED SALARY MUST FALL INSIDE THE BAND.
000200*                CONVERTING THE CANDIDATE WITH THE OFFER APPENDS A
000210*                PENDING EMPONB.DAT HIRE PRE-FILLED WITH THE NAME,
000220*                EMAIL, DEPARTMENT, POSITION, SUPERVISOR, BAND AND
000230*                SALARY, CLOSES THE REQUISITION AS CUBIERTA AND
000240*                DISCARDS THE OTHER CANDIDATES STILL IN PLAY.  THE
000250*                EMPONB CHECKLIST TAKES THE HIRE FROM THERE.
000260* TECTONICS:     cobc -x -std=ibm -I copybooks EMPREQM.CBL
000270*                OPERSES RUNLOCK POSVAL DEPTVAL BANDVAL EMAILVAL
000280*                FECHAVAL CONFIRM
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   ---------- ----  ----------------------------------------
000330*   2026-10-15  RT   ORIGINAL PROGRAM.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. EMPREQM.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     COPY EMPFSEL.
000420     COPY EMPRQSEL.
000430     COPY EMPCNSEL.
000440     COPY EMPOBSEL.
000450
000460     SELECT REQUISICION-TEMPORAL
000470         ASSIGN TO "EMPREQ.TMP"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS TMP-FILE-STATUS.
000500
000510     SELECT CANDIDATO-TEMPORAL
000520         ASSIGN TO "EMPCAND.TMP"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS TMP-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EMPLEADOS-ARCHIVO.
000590     COPY EMPREG.
000600
000610 FD  EMPREQ-ARCHIVO.
000620     COPY EMPREQ.
000630
000640 FD  EMPCAN-ARCHIVO.
000650     COPY EMPCAN.
000660
000670 FD  EMPONB-ARCHIVO.
000680     COPY EMPONR.
000690
000700 FD  REQUISICION-TEMPORAL.
000710 01  TMP-REQ-REGISTRO         PIC X(199).
000720
000730 FD  CANDIDATO-TEMPORAL.
000740 01  TMP-CAN-REGISTRO         PIC X(159).
000750
000760 WORKING-STORAGE SECTION.
000770 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000780 01  REQ-FILE-STATUS          PIC XX VALUE SPACES.
000790 01  CAN-FILE-STATUS          PIC XX VALUE SPACES.
000800 01  ONB-FILE-STATUS          PIC XX VALUE SPACES.
000810 01  TMP-FILE-STATUS          PIC XX VALUE SPACES.
000820 01  REQ-EOF-SW               PIC X VALUE "N".
000830     88  REQ-EOF              VALUE "Y".
000840 01  CAN-EOF-SW               PIC X VALUE "N".
000850     88  CAN-EOF              VALUE "Y".
000860 01  ONB-EOF-SW               PIC X VALUE "N".
000870     88  ONB-EOF              VALUE "Y".
000880 01  RQ-SCAN-EOF-SW           PIC X VALUE "N".
000890     88  RQ-SCAN-EOF          VALUE "Y".
000900
000910 01  RQ-EOJ-SW                PIC X VALUE "N".
000920     88  RQ-EOJ               VALUE "Y".
000930 01  RQ-OPCION                PIC 9(1) VALUE 0.
000940 01  RQ-CAMPO                 PIC X(60) VALUE SPACES.
000950 01  RQ-HOY                   PIC 9(8) VALUE ZERO.
000960 01  RQ-NUMERO                PIC 9(06) VALUE ZERO.
000970 01  RQ-CAN-NUMERO            PIC 9(03) VALUE ZERO.
000980 01  RQ-E-ID                  PIC X(50) VALUE SPACES.
000990 01  RQ-ESTADO-NOMBRE         PIC X(10) VALUE SPACES.
001000 01  RQ-ETAPA-NOMBRE          PIC X(10) VALUE SPACES.
001010 01  RQ-LISTADOS              PIC 9(4) VALUE 0.
001020 01  RQ-DESCARTADOS           PIC 9(3) VALUE 0.
001030 01  RQ-EN-JUEGO              PIC 9(3) VALUE 0.
001040 01  RQ-SALTADOS              PIC 9(5) VALUE 0.
001050 01  RQ-MODIFICADO-SW         PIC X VALUE "N".
001060     88  RQ-MODIFICADO        VALUE "Y".
001070 01  RQ-REQ-DESBORDE-SW       PIC X VALUE "N".
001080     88  RQ-REQ-DESBORDE      VALUE "Y".
001090 01  RQ-CAN-DESBORDE-SW       PIC X VALUE "N".
001100     88  RQ-CAN-DESBORDE      VALUE "Y".
001110 01  RQ-LISTO-SW              PIC X VALUE "N".
001120     88  RQ-LISTO             VALUE "Y".
001130 01  RQ-EN-ONBOARD-SW         PIC X VALUE "N".
001140     88  RQ-EN-ONBOARD        VALUE "Y".
001150
001160 01  RQ-FECHA                 PIC 9(8) VALUE ZERO.
001170 01  RQ-FECHA-TRABAJO         PIC 9(8) VALUE ZERO.
001180 01  RQ-FECHA-VALIDA-SW       PIC X VALUE "N".
001190     88  RQ-FECHA-VALIDA      VALUE "Y".
001200 01  RQ-FECHA-LISTA-SW        PIC X VALUE "N".
001210     88  RQ-FECHA-LISTA       VALUE "Y".
001220
001230 01  RQ-IMPORTE               PIC S9(7)V99 VALUE 0.
001240 01  RQ-IMPORTE-EDIT          PIC Z,ZZZ,ZZ9.99.
001250 01  RQ-MIN-EDIT              PIC Z,ZZZ,ZZ9.99.
001260 01  RQ-MAX-EDIT              PIC Z,ZZZ,ZZ9.99.
001270
001280 01  RQ-VALIDO-SW             PIC X VALUE "N".
001290     88  RQ-VALIDO            VALUE "Y".
001300 01  RQ-DEPTO-CERRADO-SW      PIC X VALUE "N".
001310     88  RQ-DEPTO-CERRADO     VALUE "S".
001320 01  RQ-DEPTO-NOMBRE          PIC X(30) VALUE SPACES.
001330 01  RQ-PUESTO                PIC X(06) VALUE SPACES.
001340 01  RQ-PUESTO-TITULO         PIC X(30) VALUE SPACES.
001350 01  RQ-PUESTO-DEPTO          PIC X(04) VALUE SPACES.
001360 01  RQ-PUESTO-PLAZAS         PIC 9(03) VALUE ZERO.
001370 01  RQ-BANDA                 PIC X(02) VALUE SPACES.
001380 01  RQ-BANDA-NOMBRE          PIC X(20) VALUE SPACES.
001390 01  RQ-BANDA-MIN             PIC 9(7)V99 VALUE 0.
001400 01  RQ-BANDA-MAX             PIC 9(7)V99 VALUE 0.
001410 01  RQ-EMAIL                 PIC X(50) VALUE SPACES.
001420 01  RQ-EMAIL-RAZON           PIC X(60) VALUE SPACES.
001430 01  RQ-ACCION-TXT            PIC X(40) VALUE SPACES.
001440 01  RQ-CONFIRMA              PIC X VALUE SPACE.
001450
001460*    HEADCOUNT AGAINST THE POSITION WHEN A REQUISITION IS OPENED.
001470 01  RQ-OCUPADAS              PIC 9(4) VALUE 0.
001480 01  RQ-EN-CURSO              PIC 9(4) VALUE 0.
001490 01  RQ-ABIERTAS              PIC 9(4) VALUE 0.
001500 01  RQ-VACANTES              PIC S9(4) VALUE 0.
001510 01  RQ-VACANTES-EDIT         PIC -ZZZ9.
001520
001530*    EMPREQ.DAT IN MEMORY, IN THE SAME LAYOUT AS THE RECORD.
001540 01  RQ-REQ-TABLA.
001550     05  RQ-REQ-MAX           PIC 9(4) VALUE 0.
001560     05  RQ-REQ-ENTRADA OCCURS 500 TIMES.
001570         10  RQ-REQ-NUMERO    PIC 9(06).
001580         10  RQ-REQ-PUESTO    PIC X(06).
001590         10  RQ-REQ-DEPTO     PIC X(04).
001600         10  RQ-REQ-SUPERVISOR PIC X(50).
001610         10  RQ-REQ-BANDA     PIC X(02).
001620         10  RQ-REQ-MOTIVO    PIC X(40).
001630         10  RQ-REQ-ESTADO    PIC X(01).
001640         10  RQ-REQ-APERTURA  PIC 9(08).
001650         10  RQ-REQ-SOLICITA  PIC X(08).
001660         10  RQ-REQ-APROBACION PIC 9(08).
001670         10  RQ-REQ-APROBADOR PIC X(08).
001680         10  RQ-REQ-CIERRE    PIC 9(08).
001690         10  RQ-REQ-E-ID      PIC X(50).
001700 01  RQ-REQ-IDX               PIC 9(4) VALUE 0.
001710 01  RQ-REQ-HALLADO           PIC 9(4) VALUE 0.
001720 01  RQ-REQ-ULTIMO            PIC 9(06) VALUE ZERO.
001730
001740*    EMPCAND.DAT IN MEMORY, IN THE SAME LAYOUT AS THE RECORD.
001750 01  RQ-CAN-TABLA.
001760     05  RQ-CAN-MAX           PIC 9(4) VALUE 0.
001770     05  RQ-CAN-ENTRADA OCCURS 3000 TIMES.
001780         10  RQ-CAN-REQ       PIC 9(06).
001790         10  RQ-CAN-NUM       PIC 9(03).
001800         10  RQ-CAN-NOMBRE    PIC X(50).
001810         10  RQ-CAN-EMAIL     PIC X(50).
001820         10  RQ-CAN-ETAPA     PIC X(01).
001830         10  RQ-CAN-ALTA      PIC 9(08).
001840         10  RQ-CAN-FECHA-ETAPA PIC 9(08).
001850         10  RQ-CAN-ENTREVISTA PIC 9(08).
001860         10  RQ-CAN-OFERTA    PIC 9(08).
001870         10  RQ-CAN-SALARIO   PIC 9(7)V99.
001880         10  RQ-CAN-OPER      PIC X(08).
001890 01  RQ-CAN-IDX               PIC 9(4) VALUE 0.
001900 01  RQ-CAN-HALLADO           PIC 9(4) VALUE 0.
001910 01  RQ-CAN-ULTIMO            PIC 9(03) VALUE ZERO.
001920
001930 01  RQ-OPERADOR              PIC X(08) VALUE SPACES.
001940 01  RQ-OPER-NIVEL            PIC X(01) VALUE SPACES.
001950
001960 01  RQ-LCK-ACCION            PIC X(08) VALUE SPACES.
001970 01  RQ-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
001980 01  RQ-LCK-RESULTADO-SW      PIC X VALUE "N".
001990     88  RQ-LCK-CONCEDIDO     VALUE "Y".
002000 01  RQ-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
002010 01  RQ-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
002020 01  RQ-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
002030 01  RQ-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
002040
002050 PROCEDURE DIVISION.
002060
002070 0000-MAINLINE.
002080     PERFORM 0500-TOMAR-CERROJO
002090     IF RQ-LCK-CONCEDIDO
002100         PERFORM 1000-INITIALIZE
002110         PERFORM 2000-PROCESS-MENU UNTIL RQ-EOJ
002120         PERFORM 7500-REESCRIBIR-ARCHIVOS
002130         PERFORM 8500-SOLTAR-CERROJO
002140         PERFORM 9999-EXIT
002150     ELSE
002160         GOBACK
002170     END-IF.
002180
002190*----------------------------------------------------------------
002200* 0500-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK.  THE
002210*                      EMPONB CHECKLIST SCREEN REWRITES EMPONB.DAT
002220*                      UNDER THE SAME LOCK, SO A CONVERSION NEVER
002230*                      APPENDS BEHIND ITS BACK.
002240*----------------------------------------------------------------
002250 0500-TOMAR-CERROJO.
002260     MOVE "TOMAR" TO RQ-LCK-ACCION
002270     CALL "RUNLOCK" USING RQ-LCK-ACCION, RQ-LCK-TIPO,
002280         RQ-LCK-RESULTADO-SW, RQ-LCK-TEN-TIPO,
002290         RQ-LCK-TEN-OPERADOR, RQ-LCK-TEN-FECHA,
002300         RQ-LCK-TEN-HORA
002310     IF NOT RQ-LCK-CONCEDIDO
002320         DISPLAY "EMPREQM: EL MAESTRO ESTA BLOQUEADO POR "
002330             RQ-LCK-TEN-TIPO " (" RQ-LCK-TEN-OPERADOR
002340             ") DESDE " RQ-LCK-TEN-FECHA " " RQ-LCK-TEN-HORA
002350         DISPLAY "EMPREQM: USE LA OPCION DE CERROJO DEL MENU"
002360             " SI QUEDO ATASCADO"
002370     END-IF.
002380
002390 8500-SOLTAR-CERROJO.
002400     MOVE "SOLTAR" TO RQ-LCK-ACCION
002410     CALL "RUNLOCK" USING RQ-LCK-ACCION, RQ-LCK-TIPO,
002420         RQ-LCK-RESULTADO-SW, RQ-LCK-TEN-TIPO,
002430         RQ-LCK-TEN-OPERADOR, RQ-LCK-TEN-FECHA,
002440         RQ-LCK-TEN-HORA.
002450
002460 1000-INITIALIZE.
002470     CALL "OPERSES" USING RQ-OPERADOR, RQ-OPER-NIVEL
002480     MOVE FUNCTION CURRENT-DATE(1:8) TO RQ-HOY
002490     OPEN INPUT EMPLEADOS-ARCHIVO
002500     PERFORM 1100-CARGAR-REQUISICIONES
002510     PERFORM 1200-CARGAR-CANDIDATOS.
002520
002530 1100-CARGAR-REQUISICIONES.
002540     MOVE ZERO TO RQ-REQ-MAX
002550     MOVE ZERO TO RQ-REQ-ULTIMO
002560     MOVE "N" TO REQ-EOF-SW
002570     OPEN INPUT EMPREQ-ARCHIVO
002580     IF REQ-FILE-STATUS = "00"
002590         PERFORM 1110-LEER-REQUISICION
002600         PERFORM 1120-GUARDAR-REQUISICION UNTIL REQ-EOF
002610     END-IF
002620     IF REQ-FILE-STATUS = "00" OR REQ-FILE-STATUS = "05"
002630             OR REQ-FILE-STATUS = "10"
002640         CLOSE EMPREQ-ARCHIVO
002650     END-IF.
002660
002670 1110-LEER-REQUISICION.
002680     READ EMPREQ-ARCHIVO
002690         AT END
002700             MOVE "Y" TO REQ-EOF-SW
002710     END-READ.
002720
002730*----------------------------------------------------------------
002740* 1120-GUARDAR-REQUISICION - THE HIGHEST NUMBER ON FILE IS KEPT
002750*                            EVEN PAST A FULL TABLE SO A NEW
002760*                            REQUISITION NEVER REUSES ONE.
002770*----------------------------------------------------------------
002780 1120-GUARDAR-REQUISICION.
002790     IF REQ-NUMERO > RQ-REQ-ULTIMO
002800         MOVE REQ-NUMERO TO RQ-REQ-ULTIMO
002810     END-IF
002820     IF RQ-REQ-MAX < 500
002830         ADD 1 TO RQ-REQ-MAX
002840         MOVE EMPREQ-REGISTRO TO RQ-REQ-ENTRADA (RQ-REQ-MAX)
002850     ELSE
002860         IF NOT RQ-REQ-DESBORDE
002870             DISPLAY "EMPREQM: MAS DE 500 REQUISICIONES - TABLA"
002880                 " LLENA (EL RESTO SE CONSERVA)"
002890             MOVE "Y" TO RQ-REQ-DESBORDE-SW
002900         END-IF
002910     END-IF
002920     PERFORM 1110-LEER-REQUISICION.
002930
002940 1200-CARGAR-CANDIDATOS.
002950     MOVE ZERO TO RQ-CAN-MAX
002960     MOVE "N" TO CAN-EOF-SW
002970     OPEN INPUT EMPCAN-ARCHIVO
002980     IF CAN-FILE-STATUS = "00"
002990         PERFORM 1210-LEER-CANDIDATO
003000         PERFORM 1220-GUARDAR-CANDIDATO UNTIL CAN-EOF
003010     END-IF
003020     IF CAN-FILE-STATUS = "00" OR CAN-FILE-STATUS = "05"
003030             OR CAN-FILE-STATUS = "10"
003040         CLOSE EMPCAN-ARCHIVO
003050     END-IF.
003060
003070 1210-LEER-CANDIDATO.
003080     READ EMPCAN-ARCHIVO
003090         AT END
003100             MOVE "Y" TO CAN-EOF-SW
003110     END-READ.
003120
003130 1220-GUARDAR-CANDIDATO.
003140     IF RQ-CAN-MAX < 3000
003150         ADD 1 TO RQ-CAN-MAX
003160         MOVE EMPCAN-REGISTRO TO RQ-CAN-ENTRADA (RQ-CAN-MAX)
003170         PERFORM 1210-LEER-CANDIDATO
003180     ELSE
003190         DISPLAY "EMPREQM: MAS DE 3000 CANDIDATOS - TABLA LLENA"
003200             " (EL RESTO SE CONSERVA)"
003210         MOVE "Y" TO RQ-CAN-DESBORDE-SW
003220         MOVE "Y" TO CAN-EOF-SW
003230     END-IF.
003240
003250 2000-PROCESS-MENU.
003260     DISPLAY " "
003270     DISPLAY "REQUISICIONES DE PERSONAL"
003280     DISPLAY "1. CONSULTAR REQUISICIONES ABIERTAS"
003290     DISPLAY "2. ABRIR REQUISICION SOBRE UNA VACANTE"
003300     DISPLAY "3. APROBAR O ANULAR REQUISICION (SUPERVISOR)"
003310     DISPLAY "4. REGISTRAR CANDIDATO"
003320     DISPLAY "5. CAMBIAR ETAPA DE UN CANDIDATO"
003330     DISPLAY "6. CONVERTIR CANDIDATO EN ALTA (EMPONB)"
003340     DISPLAY "7. SALIR"
003350     DISPLAY "INTRODUCE UNA OPCION DEL 1 AL 7"
003360     ACCEPT RQ-OPCION
003370
003380     EVALUATE RQ-OPCION
003390         WHEN 1
003400             PERFORM 3000-CONSULTAR
003410         WHEN 2
003420             PERFORM 4000-ABRIR-REQUISICION THRU 4000-SALIDA
003430         WHEN 3
003440             PERFORM 4300-APROBAR-REQUISICION THRU 4300-SALIDA
003450         WHEN 4
003460             PERFORM 4500-REGISTRAR-CANDIDATO THRU 4500-SALIDA
003470         WHEN 5
003480             PERFORM 4700-CAMBIAR-ETAPA THRU 4700-SALIDA
003490         WHEN 6
003500             PERFORM 5000-CONVERTIR-CANDIDATO THRU 5000-SALIDA
003510         WHEN 7
003520             MOVE "Y" TO RQ-EOJ-SW
003530         WHEN OTHER
003540             DISPLAY "OPCION NO VALIDA: " RQ-OPCION
003550     END-EVALUATE.
003560
003570*----------------------------------------------------------------
003580* 3000-CONSULTAR - ONE LINE PER REQUISITION STILL OPEN (SOLICITADA
003590*                  OR APROBADA), THEN THE DETAIL AND CANDIDATES OF
003600*                  THE ONE ASKED FOR.
003610*----------------------------------------------------------------
003620 3000-CONSULTAR.
003630     MOVE ZERO TO RQ-LISTADOS
003640     PERFORM 3100-LINEA-REQUISICION
003650         VARYING RQ-REQ-IDX FROM 1 BY 1
003660         UNTIL RQ-REQ-IDX > RQ-REQ-MAX
003670     IF RQ-LISTADOS = ZERO
003680         DISPLAY "SIN REQUISICIONES ABIERTAS"
003690     END-IF
003700     DISPLAY "NUMERO PARA VER EL DETALLE (ENTER = NINGUNO): "
003710     ACCEPT RQ-CAMPO
003720     IF RQ-CAMPO NOT = SPACES
003730         PERFORM 6020-VALIDAR-NUMERO
003740         IF RQ-REQ-HALLADO > 0
003750             PERFORM 3200-DETALLE-REQUISICION
003760         END-IF
003770     END-IF.
003780
003790 3100-LINEA-REQUISICION.
003800     IF RQ-REQ-ESTADO (RQ-REQ-IDX) = "S" OR
003810             RQ-REQ-ESTADO (RQ-REQ-IDX) = "A"
003820         ADD 1 TO RQ-LISTADOS
003830         MOVE RQ-REQ-IDX TO RQ-REQ-HALLADO
003840         PERFORM 6200-NOMBRE-ESTADO
003850         DISPLAY RQ-REQ-NUMERO (RQ-REQ-IDX) " "
003860             RQ-REQ-PUESTO (RQ-REQ-IDX) " "
003870             RQ-REQ-DEPTO (RQ-REQ-IDX) " "
003880             RQ-ESTADO-NOMBRE " DESDE "
003890             RQ-REQ-APERTURA (RQ-REQ-IDX) " SUPERVISOR "
003900             FUNCTION TRIM(RQ-REQ-SUPERVISOR (RQ-REQ-IDX))
003910     END-IF.
003920
003930 3200-DETALLE-REQUISICION.
003940     PERFORM 6200-NOMBRE-ESTADO
003950     DISPLAY "REQUISICION  : " RQ-REQ-NUMERO (RQ-REQ-HALLADO)
003960         "  ESTADO " RQ-ESTADO-NOMBRE
003970     DISPLAY "PUESTO/DEPTO : " RQ-REQ-PUESTO (RQ-REQ-HALLADO)
003980         " / " RQ-REQ-DEPTO (RQ-REQ-HALLADO)
003990         "  BANDA " RQ-REQ-BANDA (RQ-REQ-HALLADO)
004000     DISPLAY "SUPERVISOR   : " RQ-REQ-SUPERVISOR (RQ-REQ-HALLADO)
004010     DISPLAY "MOTIVO       : " RQ-REQ-MOTIVO (RQ-REQ-HALLADO)
004020     DISPLAY "ABIERTA EL   : " RQ-REQ-APERTURA (RQ-REQ-HALLADO)
004030         " POR " RQ-REQ-SOLICITA (RQ-REQ-HALLADO)
004040     IF RQ-REQ-APROBADOR (RQ-REQ-HALLADO) NOT = SPACES
004050         DISPLAY "APROBADA EL  : "
004060             RQ-REQ-APROBACION (RQ-REQ-HALLADO)
004070             " POR " RQ-REQ-APROBADOR (RQ-REQ-HALLADO)
004080     END-IF
004090     IF RQ-REQ-CIERRE (RQ-REQ-HALLADO) NOT = ZERO
004100         DISPLAY "CERRADA EL   : " RQ-REQ-CIERRE (RQ-REQ-HALLADO)
004110     END-IF
004120     IF RQ-REQ-E-ID (RQ-REQ-HALLADO) NOT = SPACES
004130         DISPLAY "ALTA CREADA  : " RQ-REQ-E-ID (RQ-REQ-HALLADO)
004140     END-IF
004150     MOVE RQ-REQ-NUMERO (RQ-REQ-HALLADO) TO RQ-NUMERO
004160     PERFORM 6150-LISTAR-CANDIDATOS.
004170
004180*----------------------------------------------------------------
004190* 4000-ABRIR-REQUISICION - THE POSITION MUST BE ON POSMST.DAT, ITS
004200*                          DEPARTMENT OPEN AND A VACANCY LEFT
004210*                          AFTER EVERY HOLDER, HIRE IN PROGRESS
004220*                          AND OPEN REQUISITION IS COUNTED.  THE
004230*                          HIRING SUPERVISOR MUST BE AN ACTIVE
004240*                          EMPLOYEE AND THE BAND KNOWN TO BANDVAL.
004250*----------------------------------------------------------------
004260 4000-ABRIR-REQUISICION.
004270     DISPLAY "PUESTO (POSMST): "
004280     ACCEPT RQ-CAMPO
004290     MOVE RQ-CAMPO TO RQ-PUESTO
004300     CALL "POSVAL" USING RQ-PUESTO, RQ-VALIDO-SW,
004310         RQ-PUESTO-TITULO, RQ-PUESTO-DEPTO, RQ-PUESTO-PLAZAS
004320     IF NOT RQ-VALIDO
004330         DISPLAY "PUESTO DESCONOCIDO: " RQ-PUESTO
004340         GO TO 4000-SALIDA
004350     END-IF
004360     CALL "DEPTVAL" USING RQ-PUESTO-DEPTO, RQ-VALIDO-SW,
004370         RQ-DEPTO-NOMBRE, RQ-DEPTO-CERRADO-SW
004380     IF NOT RQ-VALIDO OR RQ-DEPTO-CERRADO
004390         DISPLAY "EL DEPARTAMENTO " RQ-PUESTO-DEPTO
004400             " DEL PUESTO NO EXISTE O ESTA CERRADO"
004410         GO TO 4000-SALIDA
004420     END-IF
004430     PERFORM 6300-CONTAR-VACANTES
004440     MOVE RQ-VACANTES TO RQ-VACANTES-EDIT
004450     DISPLAY RQ-PUESTO " " RQ-PUESTO-TITULO " PLAZAS "
004460         RQ-PUESTO-PLAZAS " OCUPADAS " RQ-OCUPADAS
004470     DISPLAY "  ALTAS EN CURSO " RQ-EN-CURSO
004480         "  REQUISICIONES ABIERTAS " RQ-ABIERTAS
004490         "  VACANTES " RQ-VACANTES-EDIT
004500     IF RQ-VACANTES NOT > ZERO
004510         DISPLAY "EL PUESTO NO TIENE VACANTE - NO SE ABRE"
004520             " REQUISICION"
004530         GO TO 4000-SALIDA
004540     END-IF
004550     IF RQ-REQ-MAX >= 500
004560         DISPLAY "EMPREQM: TABLA LLENA"
004570         GO TO 4000-SALIDA
004580     END-IF
004590     PERFORM 4100-PEDIR-SUPERVISOR
004600     IF NOT RQ-LISTO
004610         GO TO 4000-SALIDA
004620     END-IF
004630     PERFORM 4200-PEDIR-BANDA
004640     IF NOT RQ-LISTO
004650         GO TO 4000-SALIDA
004660     END-IF
004670     DISPLAY "MOTIVO (SUSTITUCION, NUEVA PLAZA...): "
004680     ACCEPT RQ-CAMPO
004690     ADD 1 TO RQ-REQ-ULTIMO
004700     ADD 1 TO RQ-REQ-MAX
004710     MOVE RQ-REQ-MAX TO RQ-REQ-HALLADO
004720     INITIALIZE RQ-REQ-ENTRADA (RQ-REQ-HALLADO)
004730     MOVE RQ-REQ-ULTIMO   TO RQ-REQ-NUMERO (RQ-REQ-HALLADO)
004740     MOVE RQ-PUESTO       TO RQ-REQ-PUESTO (RQ-REQ-HALLADO)
004750     MOVE RQ-PUESTO-DEPTO TO RQ-REQ-DEPTO (RQ-REQ-HALLADO)
004760     MOVE RQ-E-ID         TO RQ-REQ-SUPERVISOR (RQ-REQ-HALLADO)
004770     MOVE RQ-BANDA        TO RQ-REQ-BANDA (RQ-REQ-HALLADO)
004780     MOVE RQ-CAMPO        TO RQ-REQ-MOTIVO (RQ-REQ-HALLADO)
004790     MOVE "S"             TO RQ-REQ-ESTADO (RQ-REQ-HALLADO)
004800     MOVE RQ-HOY          TO RQ-REQ-APERTURA (RQ-REQ-HALLADO)
004810     MOVE RQ-OPERADOR     TO RQ-REQ-SOLICITA (RQ-REQ-HALLADO)
004820     MOVE "Y" TO RQ-MODIFICADO-SW
004830     DISPLAY "REQUISICION " RQ-REQ-ULTIMO
004840         " ABIERTA - PENDIENTE DE APROBACION".
004850
004860 4000-SALIDA.
004870     EXIT.
004880
004890 4100-PEDIR-SUPERVISOR.
004900     MOVE "N" TO RQ-LISTO-SW
004910     DISPLAY "E-ID DEL SUPERVISOR QUE CONTRATA: "
004920     ACCEPT RQ-E-ID
004930     IF RQ-E-ID = SPACES
004940         DISPLAY "SUPERVISOR OBLIGATORIO - NO SE ABRE"
004950     ELSE
004960         MOVE RQ-E-ID TO E-ID
004970         READ EMPLEADOS-ARCHIVO
004980             INVALID KEY
004990                 DISPLAY "NO EXISTE EMPLEADO CON E-ID: " RQ-E-ID
005000             NOT INVALID KEY
005010                 IF E-ACTIVO
005020                     MOVE "Y" TO RQ-LISTO-SW
005030                 ELSE
005040                     DISPLAY "EL SUPERVISOR NO ESTA ACTIVO"
005050                 END-IF
005060         END-READ
005070     END-IF.
005080
005090 4200-PEDIR-BANDA.
005100     MOVE "N" TO RQ-LISTO-SW
005110     DISPLAY "BANDA SALARIAL DEL PUESTO: "
005120     ACCEPT RQ-CAMPO
005130     MOVE RQ-CAMPO TO RQ-BANDA
005140     CALL "BANDVAL" USING RQ-BANDA, RQ-VALIDO-SW,
005150         RQ-BANDA-NOMBRE, RQ-BANDA-MIN, RQ-BANDA-MAX
005160     IF RQ-VALIDO
005170         MOVE RQ-BANDA-MIN TO RQ-MIN-EDIT
005180         MOVE RQ-BANDA-MAX TO RQ-MAX-EDIT
005190         DISPLAY "BANDA " RQ-BANDA " " RQ-BANDA-NOMBRE
005200             " DE " RQ-MIN-EDIT " A " RQ-MAX-EDIT
005210         MOVE "Y" TO RQ-LISTO-SW
005220     ELSE
005230         DISPLAY "BANDA DESCONOCIDA - NO SE ABRE"
005240     END-IF.
005250
005260*----------------------------------------------------------------
005270* 4300-APROBAR-REQUISICION - ONLY A SUPERVISOR-LEVEL OPERATOR. A
005280*                            SOLICITADA REQUISITION IS APPROVED OR
005290*                            CANCELLED; AN APPROVED ONE CAN STILL
005300*                            BE CANCELLED.  THE DATE AND OPERATOR
005310*                            ARE STAMPED ON THE REQUISITION.
005320*----------------------------------------------------------------
005330 4300-APROBAR-REQUISICION.
005340     IF RQ-OPER-NIVEL NOT = "S"
005350         DISPLAY "SOLO UN SUPERVISOR PUEDE APROBAR O ANULAR"
005360             " REQUISICIONES"
005370         GO TO 4300-SALIDA
005380     END-IF
005390     PERFORM 6000-PEDIR-REQUISICION
005400     IF RQ-REQ-HALLADO = 0
005410         GO TO 4300-SALIDA
005420     END-IF
005430     IF RQ-REQ-ESTADO (RQ-REQ-HALLADO) NOT = "S" AND
005440             RQ-REQ-ESTADO (RQ-REQ-HALLADO) NOT = "A"
005450         PERFORM 6200-NOMBRE-ESTADO
005460         DISPLAY "LA REQUISICION ESTA " RQ-ESTADO-NOMBRE
005470             " - NADA QUE HACER"
005480         GO TO 4300-SALIDA
005490     END-IF
005500     PERFORM 3200-DETALLE-REQUISICION
005510     IF RQ-REQ-ESTADO (RQ-REQ-HALLADO) = "S"
005520         DISPLAY "A=APROBAR  X=ANULAR  (ENTER = NADA): "
005530     ELSE
005540         DISPLAY "X=ANULAR  (ENTER = NADA): "
005550     END-IF
005560     ACCEPT RQ-CAMPO
005570     EVALUATE TRUE
005580         WHEN RQ-CAMPO = "A" AND
005590                 RQ-REQ-ESTADO (RQ-REQ-HALLADO) = "S"
005600             MOVE "A" TO RQ-REQ-ESTADO (RQ-REQ-HALLADO)
005610             MOVE RQ-HOY TO RQ-REQ-APROBACION (RQ-REQ-HALLADO)
005620             MOVE RQ-OPERADOR TO RQ-REQ-APROBADOR (RQ-REQ-HALLADO)
005630             MOVE "Y" TO RQ-MODIFICADO-SW
005640             DISPLAY "REQUISICION " RQ-REQ-NUMERO (RQ-REQ-HALLADO)
005650                 " APROBADA"
005660         WHEN RQ-CAMPO = "X"
005670             MOVE "ANULAR REQUISICION" TO RQ-ACCION-TXT
005680             CALL "CONFIRM" USING RQ-ACCION-TXT, RQ-CONFIRMA
005690             IF RQ-CONFIRMA = "S" OR RQ-CONFIRMA = "s"
005700                 MOVE "X" TO RQ-REQ-ESTADO (RQ-REQ-HALLADO)
005710                 MOVE RQ-HOY TO RQ-REQ-CIERRE (RQ-REQ-HALLADO)
005720                 MOVE RQ-REQ-NUMERO (RQ-REQ-HALLADO) TO RQ-NUMERO
005730                 PERFORM 5300-DESCARTAR-RESTO
005740                 MOVE "Y" TO RQ-MODIFICADO-SW
005750                 DISPLAY "REQUISICION "
005760                     RQ-REQ-NUMERO (RQ-REQ-HALLADO) " ANULADA - "
005770                     RQ-DESCARTADOS " CANDIDATO(S) DESCARTADO(S)"
005780             END-IF
005790         WHEN RQ-CAMPO = SPACES
005800             DISPLAY "SIN CAMBIOS"
005810         WHEN OTHER
005820             DISPLAY "RESPUESTA NO VALIDA - SIN CAMBIOS"
005830     END-EVALUATE.
005840
005850 4300-SALIDA.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890* 4500-REGISTRAR-CANDIDATO - CANDIDATES ARE TAKEN ONLY AGAINST AN
005900*                            APPROVED REQUISITION.  THEY START AT
005910*                            RECIBIDO, NUMBERED WITHIN THE
005920*                            REQUISITION.
005930*----------------------------------------------------------------
005940 4500-REGISTRAR-CANDIDATO.
005950     PERFORM 6000-PEDIR-REQUISICION
005960     IF RQ-REQ-HALLADO = 0
005970         GO TO 4500-SALIDA
005980     END-IF
005990     IF RQ-REQ-ESTADO (RQ-REQ-HALLADO) NOT = "A"
006000         DISPLAY "LA REQUISICION NO ESTA APROBADA - NO ADMITE"
006010             " CANDIDATOS"
006020         GO TO 4500-SALIDA
006030     END-IF
006040     IF RQ-CAN-MAX >= 3000
006050         DISPLAY "EMPREQM: TABLA DE CANDIDATOS LLENA"
006060         GO TO 4500-SALIDA
006070     END-IF
006080     DISPLAY "NOMBRE DEL CANDIDATO: "
006090     ACCEPT RQ-CAMPO
006100     IF RQ-CAMPO = SPACES
006110         DISPLAY "NOMBRE OBLIGATORIO - NO SE REGISTRA"
006120         GO TO 4500-SALIDA
006130     END-IF
006140     DISPLAY "EMAIL DEL CANDIDATO: "
006150     ACCEPT RQ-EMAIL
006160     CALL "EMAILVAL" USING RQ-EMAIL, RQ-VALIDO-SW, RQ-EMAIL-RAZON
006170     IF NOT RQ-VALIDO
006180         DISPLAY FUNCTION TRIM(RQ-EMAIL-RAZON)
006190             " - NO SE REGISTRA"
006200         GO TO 4500-SALIDA
006210     END-IF
006220     MOVE RQ-REQ-NUMERO (RQ-REQ-HALLADO) TO RQ-NUMERO
006230     MOVE ZERO TO RQ-CAN-ULTIMO
006240     PERFORM 4510-ULTIMO-CANDIDATO
006250         VARYING RQ-CAN-IDX FROM 1 BY 1
006260         UNTIL RQ-CAN-IDX > RQ-CAN-MAX
006270     ADD 1 TO RQ-CAN-ULTIMO
006280     ADD 1 TO RQ-CAN-MAX
006290     MOVE RQ-CAN-MAX TO RQ-CAN-HALLADO
006300     INITIALIZE RQ-CAN-ENTRADA (RQ-CAN-HALLADO)
006310     MOVE RQ-NUMERO     TO RQ-CAN-REQ (RQ-CAN-HALLADO)
006320     MOVE RQ-CAN-ULTIMO TO RQ-CAN-NUM (RQ-CAN-HALLADO)
006330     MOVE RQ-CAMPO      TO RQ-CAN-NOMBRE (RQ-CAN-HALLADO)
006340     MOVE RQ-EMAIL      TO RQ-CAN-EMAIL (RQ-CAN-HALLADO)
006350     MOVE "R"           TO RQ-CAN-ETAPA (RQ-CAN-HALLADO)
006360     MOVE RQ-HOY        TO RQ-CAN-ALTA (RQ-CAN-HALLADO)
006370     MOVE RQ-HOY        TO RQ-CAN-FECHA-ETAPA (RQ-CAN-HALLADO)
006380     MOVE RQ-OPERADOR   TO RQ-CAN-OPER (RQ-CAN-HALLADO)
006390     MOVE "Y" TO RQ-MODIFICADO-SW
006400     DISPLAY "CANDIDATO " RQ-CAN-ULTIMO " REGISTRADO EN LA"
006410         " REQUISICION " RQ-NUMERO.
006420
006430 4500-SALIDA.
006440     EXIT.
006450
006460 4510-ULTIMO-CANDIDATO.
006470     IF RQ-CAN-REQ (RQ-CAN-IDX) = RQ-NUMERO AND
006480             RQ-CAN-NUM (RQ-CAN-IDX) > RQ-CAN-ULTIMO
006490         MOVE RQ-CAN-NUM (RQ-CAN-IDX) TO RQ-CAN-ULTIMO
006500     END-IF.
006510
006520*----------------------------------------------------------------
006530* 4700-CAMBIAR-ETAPA - A CANDIDATE MOVES FORWARD (RECIBIDO,
006540*                      ENTREVISTA, OFERTA) OR IS DISCARDED. THE
006550*                      INTERVIEW TAKES ITS DATE; THE OFFER TAKES
006560*                      ITS DATE AND THE OFFERED ANNUAL SALARY,
006570*                      WHICH MUST FALL INSIDE THE REQUISITION'S
006580*                      BAND.  CONTRATADO IS ONLY REACHED BY THE
006590*                      CONVERSION.
006600*----------------------------------------------------------------
006610 4700-CAMBIAR-ETAPA.
006620     PERFORM 6000-PEDIR-REQUISICION
006630     IF RQ-REQ-HALLADO = 0
006640         GO TO 4700-SALIDA
006650     END-IF
006660     IF RQ-REQ-ESTADO (RQ-REQ-HALLADO) NOT = "A"
006670         DISPLAY "LA REQUISICION NO ESTA APROBADA Y ABIERTA"
006680         GO TO 4700-SALIDA
006690     END-IF
006700     PERFORM 6100-PEDIR-CANDIDATO THRU 6100-SALIDA
006710     IF RQ-CAN-HALLADO = 0
006720         GO TO 4700-SALIDA
006730     END-IF
006740     IF RQ-CAN-ETAPA (RQ-CAN-HALLADO) = "C" OR
006750             RQ-CAN-ETAPA (RQ-CAN-HALLADO) = "D"
006760         DISPLAY "EL CANDIDATO YA ESTA CERRADO - NO CAMBIA"
006770         GO TO 4700-SALIDA
006780     END-IF
006790     DISPLAY "NUEVA ETAPA E=ENTREVISTA O=OFERTA D=DESCARTADO: "
006800     ACCEPT RQ-CAMPO
006810     EVALUATE TRUE
006820         WHEN RQ-CAMPO = "E" AND
006830                 RQ-CAN-ETAPA (RQ-CAN-HALLADO) = "R"
006840             DISPLAY "FECHA DE LA ENTREVISTA"
006850             PERFORM 6500-PEDIR-FECHA
006860             MOVE RQ-FECHA TO RQ-CAN-ENTREVISTA (RQ-CAN-HALLADO)
006870             MOVE "E" TO RQ-CAN-ETAPA (RQ-CAN-HALLADO)
006880             PERFORM 4790-SELLAR-CANDIDATO
006890         WHEN RQ-CAMPO = "O" AND
006900                 RQ-CAN-ETAPA (RQ-CAN-HALLADO) NOT = "O"
006910             PERFORM 4750-PEDIR-OFERTA
006920             IF RQ-LISTO
006930                 DISPLAY "FECHA DE LA OFERTA"
006940                 PERFORM 6500-PEDIR-FECHA
006950                 MOVE RQ-FECHA TO RQ-CAN-OFERTA (RQ-CAN-HALLADO)
006960                 MOVE RQ-IMPORTE
006970                     TO RQ-CAN-SALARIO (RQ-CAN-HALLADO)
006980                 MOVE "O" TO RQ-CAN-ETAPA (RQ-CAN-HALLADO)
006990                 PERFORM 4790-SELLAR-CANDIDATO
007000             END-IF
007010         WHEN RQ-CAMPO = "D"
007020             MOVE "D" TO RQ-CAN-ETAPA (RQ-CAN-HALLADO)
007030             PERFORM 4790-SELLAR-CANDIDATO
007040         WHEN OTHER
007050             DISPLAY "ETAPA NO VALIDA DESDE LA ACTUAL - SIN"
007060                 " CAMBIOS"
007070     END-EVALUATE.
007080
007090 4700-SALIDA.
007100     EXIT.
007110
007120*----------------------------------------------------------------
007130* 4750-PEDIR-OFERTA - THE OFFERED ANNUAL SALARY, CHECKED AGAINST
007140*                     THE MINIMUM AND MAXIMUM BANDVAL GIVES FOR
007150*                     THE REQUISITION'S BAND.
007160*----------------------------------------------------------------
007170 4750-PEDIR-OFERTA.
007180     MOVE "N" TO RQ-LISTO-SW
007190     DISPLAY "SALARIO ANUAL OFRECIDO: "
007200     ACCEPT RQ-CAMPO
007210     IF FUNCTION TEST-NUMVAL(RQ-CAMPO) NOT = 0
007220         DISPLAY "IMPORTE NO NUMERICO - SIN CAMBIOS"
007230     ELSE
007240         COMPUTE RQ-IMPORTE = FUNCTION NUMVAL(RQ-CAMPO)
007250         MOVE RQ-REQ-BANDA (RQ-REQ-HALLADO) TO RQ-BANDA
007260         PERFORM 6400-COMPROBAR-BANDA
007270     END-IF.
007280
007290 4790-SELLAR-CANDIDATO.
007300     MOVE RQ-HOY TO RQ-CAN-FECHA-ETAPA (RQ-CAN-HALLADO)
007310     MOVE RQ-OPERADOR TO RQ-CAN-OPER (RQ-CAN-HALLADO)
007320     MOVE "Y" TO RQ-MODIFICADO-SW
007330     MOVE RQ-CAN-HALLADO TO RQ-CAN-IDX
007340     PERFORM 6210-NOMBRE-ETAPA
007350     DISPLAY "CANDIDATO " RQ-CAN-NUM (RQ-CAN-HALLADO)
007360         " AHORA EN ETAPA " RQ-ETAPA-NOMBRE.
007370
007380*----------------------------------------------------------------
007390* 5000-CONVERTIR-CANDIDATO - THE CANDIDATE WITH THE OFFER BECOMES
007400*                            A PENDING HIRE ON EMPONB.DAT UNDER A
007410*                            NEW E-ID (NOT ON THE MASTER, NOT
007420*                            ALREADY IN PROGRESS), PRE-FILLED FROM
007430*                            THE REQUISITION AND THE OFFER.  THE
007440*                            REQUISITION CLOSES AS CUBIERTA AND
007450*                            THE OTHER CANDIDATES STILL IN PLAY
007460*                            ARE DISCARDED.
007470*----------------------------------------------------------------
007480 5000-CONVERTIR-CANDIDATO.
007490     PERFORM 6000-PEDIR-REQUISICION
007500     IF RQ-REQ-HALLADO = 0
007510         GO TO 5000-SALIDA
007520     END-IF
007530     IF RQ-REQ-ESTADO (RQ-REQ-HALLADO) NOT = "A"
007540         DISPLAY "LA REQUISICION NO ESTA APROBADA Y ABIERTA"
007550         GO TO 5000-SALIDA
007560     END-IF
007570     PERFORM 6100-PEDIR-CANDIDATO THRU 6100-SALIDA
007580     IF RQ-CAN-HALLADO = 0
007590         GO TO 5000-SALIDA
007600     END-IF
007610     IF RQ-CAN-ETAPA (RQ-CAN-HALLADO) NOT = "O"
007620         DISPLAY "SOLO SE CONVIERTE UN CANDIDATO CON OFERTA"
007630         GO TO 5000-SALIDA
007640     END-IF
007650     MOVE RQ-CAN-SALARIO (RQ-CAN-HALLADO) TO RQ-IMPORTE
007660     MOVE RQ-REQ-BANDA (RQ-REQ-HALLADO) TO RQ-BANDA
007670     PERFORM 6400-COMPROBAR-BANDA
007680     IF NOT RQ-LISTO
007690         DISPLAY "REVISE LA OFERTA ANTES DE CONVERTIR"
007700         GO TO 5000-SALIDA
007710     END-IF
007720     PERFORM 5100-PEDIR-E-ID THRU 5100-SALIDA
007730     IF NOT RQ-LISTO
007740         GO TO 5000-SALIDA
007750     END-IF
007760     MOVE "CONVERTIR CANDIDATO EN ALTA" TO RQ-ACCION-TXT
007770     CALL "CONFIRM" USING RQ-ACCION-TXT, RQ-CONFIRMA
007780     IF RQ-CONFIRMA NOT = "S" AND RQ-CONFIRMA NOT = "s"
007790         DISPLAY "CONVERSION CANCELADA"
007800         GO TO 5000-SALIDA
007810     END-IF
007820     PERFORM 5200-ESCRIBIR-ALTA
007830     IF NOT RQ-LISTO
007840         DISPLAY "CONVERSION CANCELADA"
007850         GO TO 5000-SALIDA
007860     END-IF
007870     MOVE "C" TO RQ-CAN-ETAPA (RQ-CAN-HALLADO)
007880     MOVE RQ-HOY TO RQ-CAN-FECHA-ETAPA (RQ-CAN-HALLADO)
007890     MOVE RQ-OPERADOR TO RQ-CAN-OPER (RQ-CAN-HALLADO)
007900     MOVE "C" TO RQ-REQ-ESTADO (RQ-REQ-HALLADO)
007910     MOVE RQ-HOY TO RQ-REQ-CIERRE (RQ-REQ-HALLADO)
007920     MOVE RQ-E-ID TO RQ-REQ-E-ID (RQ-REQ-HALLADO)
007930     MOVE RQ-REQ-NUMERO (RQ-REQ-HALLADO) TO RQ-NUMERO
007940     PERFORM 5300-DESCARTAR-RESTO
007950     MOVE "Y" TO RQ-MODIFICADO-SW
007960     DISPLAY "ALTA " FUNCTION TRIM(RQ-E-ID)
007970         " CREADA EN EMPONB.DAT - REQUISICION " RQ-NUMERO
007980         " CUBIERTA"
007990     IF RQ-DESCARTADOS > 0
008000         DISPLAY RQ-DESCARTADOS " CANDIDATO(S) RESTANTE(S)"
008010             " DESCARTADO(S)"
008020     END-IF
008030     DISPLAY "COMPLETE EL ALTA EN LA PANTALLA DE ONBOARDING".
008040
008050 5000-SALIDA.
008060     EXIT.
008070
008080*----------------------------------------------------------------
008090* 5100-PEDIR-E-ID - THE E-ID THE HIRE WILL HAVE.  IT MUST BE NEW
008100*                   TO THE MASTER AND TO EMPONB.DAT.
008110*----------------------------------------------------------------
008120 5100-PEDIR-E-ID.
008130     MOVE "N" TO RQ-LISTO-SW
008140     DISPLAY "E-ID DEL NUEVO EMPLEADO: "
008150     ACCEPT RQ-E-ID
008160     IF RQ-E-ID = SPACES
008170         DISPLAY "E-ID OBLIGATORIO - NO SE CONVIERTE"
008180         GO TO 5100-SALIDA
008190     END-IF
008200     MOVE RQ-E-ID TO E-ID
008210     READ EMPLEADOS-ARCHIVO
008220         INVALID KEY
008230             MOVE "Y" TO RQ-LISTO-SW
008240         NOT INVALID KEY
008250             DISPLAY "YA EXISTE UN EMPLEADO CON ESE E-ID"
008260     END-READ
008270     IF RQ-LISTO
008280         PERFORM 6600-BUSCAR-EN-ONBOARD
008290         IF RQ-EN-ONBOARD
008300             DISPLAY "ESE E-ID YA TIENE UN ALTA EN CURSO"
008310             MOVE "N" TO RQ-LISTO-SW
008320         END-IF
008330     END-IF.
008340
008350 5100-SALIDA.
008360     EXIT.
008370
008380 5200-ESCRIBIR-ALTA.
008390     MOVE "N" TO RQ-LISTO-SW
008400     OPEN EXTEND EMPONB-ARCHIVO
008410     IF ONB-FILE-STATUS = "35"
008420         OPEN OUTPUT EMPONB-ARCHIVO
008430     END-IF
008440     IF ONB-FILE-STATUS = "00" OR ONB-FILE-STATUS = "05"
008450         INITIALIZE EMPONB-REGISTRO
008460         MOVE RQ-E-ID                          TO ONB-E-ID
008470         MOVE RQ-CAN-NOMBRE (RQ-CAN-HALLADO)   TO ONB-NOMBRE
008480         MOVE RQ-CAN-EMAIL (RQ-CAN-HALLADO)    TO ONB-EMAIL
008490         MOVE RQ-REQ-DEPTO (RQ-REQ-HALLADO)    TO ONB-DEPTO
008500         MOVE RQ-REQ-SUPERVISOR (RQ-REQ-HALLADO)
008510             TO ONB-SUPERVISOR
008520         MOVE RQ-REQ-PUESTO (RQ-REQ-HALLADO)   TO ONB-PUESTO
008530         MOVE RQ-CAN-SALARIO (RQ-CAN-HALLADO)  TO ONB-SALARIO
008540         MOVE RQ-REQ-BANDA (RQ-REQ-HALLADO)    TO ONB-BANDA
008550         MOVE RQ-HOY                           TO ONB-FECHA-ALTA
008560         MOVE "P"                              TO ONB-ESTADO
008570         WRITE EMPONB-REGISTRO
008580         IF ONB-FILE-STATUS = "00"
008590             MOVE "Y" TO RQ-LISTO-SW
008600         ELSE
008610             DISPLAY "ERROR AL ESCRIBIR EMPONB.DAT, ESTADO: "
008620                 ONB-FILE-STATUS
008630         END-IF
008640         CLOSE EMPONB-ARCHIVO
008650     ELSE
008660         DISPLAY "NO SE PUEDE ABRIR EMPONB.DAT, ESTADO: "
008670             ONB-FILE-STATUS
008680     END-IF.
008690
008700*----------------------------------------------------------------
008710* 5300-DESCARTAR-RESTO - EVERY CANDIDATE OF REQUISITION RQ-NUMERO
008720*                        STILL RECIBIDO, IN INTERVIEW OR WITH AN
008730*                        OFFER IS DISCARDED.
008740*----------------------------------------------------------------
008750 5300-DESCARTAR-RESTO.
008760     MOVE ZERO TO RQ-DESCARTADOS
008770     PERFORM 5310-DESCARTAR-UNO
008780         VARYING RQ-CAN-IDX FROM 1 BY 1
008790         UNTIL RQ-CAN-IDX > RQ-CAN-MAX.
008800
008810 5310-DESCARTAR-UNO.
008820     IF RQ-CAN-REQ (RQ-CAN-IDX) = RQ-NUMERO AND
008830             (RQ-CAN-ETAPA (RQ-CAN-IDX) = "R" OR
008840              RQ-CAN-ETAPA (RQ-CAN-IDX) = "E" OR
008850              RQ-CAN-ETAPA (RQ-CAN-IDX) = "O")
008860         MOVE "D" TO RQ-CAN-ETAPA (RQ-CAN-IDX)
008870         MOVE RQ-HOY TO RQ-CAN-FECHA-ETAPA (RQ-CAN-IDX)
008880         MOVE RQ-OPERADOR TO RQ-CAN-OPER (RQ-CAN-IDX)
008890         ADD 1 TO RQ-DESCARTADOS
008900     END-IF.
008910
008920*----------------------------------------------------------------
008930* 6000-PEDIR-REQUISICION - ASK FOR A REQUISITION NUMBER AND LEAVE
008940*                          ITS TABLE INDEX IN RQ-REQ-HALLADO (ZERO
008950*                          WHEN NOT FOUND).
008960*----------------------------------------------------------------
008970 6000-PEDIR-REQUISICION.
008980     DISPLAY "NUMERO DE REQUISICION: "
008990     ACCEPT RQ-CAMPO
009000     PERFORM 6020-VALIDAR-NUMERO.
009010
009020 6020-VALIDAR-NUMERO.
009030     MOVE 0 TO RQ-REQ-HALLADO
009040     IF FUNCTION TEST-NUMVAL(RQ-CAMPO) NOT = 0
009050         DISPLAY "NUMERO NO VALIDO"
009060     ELSE
009070         COMPUTE RQ-NUMERO = FUNCTION NUMVAL(RQ-CAMPO)
009080         PERFORM 6030-COMPARAR-REQUISICION
009090             VARYING RQ-REQ-IDX FROM 1 BY 1
009100             UNTIL RQ-REQ-IDX > RQ-REQ-MAX OR RQ-REQ-HALLADO > 0
009110         IF RQ-REQ-HALLADO = 0
009120             DISPLAY "NO EXISTE LA REQUISICION " RQ-NUMERO
009130         END-IF
009140     END-IF.
009150
009160 6030-COMPARAR-REQUISICION.
009170     IF RQ-REQ-NUMERO (RQ-REQ-IDX) = RQ-NUMERO
009180         MOVE RQ-REQ-IDX TO RQ-REQ-HALLADO
009190     END-IF.
009200
009210*----------------------------------------------------------------
009220* 6100-PEDIR-CANDIDATO - LIST THE CANDIDATES OF THE REQUISITION AT
009230*                        RQ-REQ-HALLADO AND LEAVE THE ONE CHOSEN
009240*                        IN RQ-CAN-HALLADO (ZERO WHEN NOT FOUND).
009250*----------------------------------------------------------------
009260 6100-PEDIR-CANDIDATO.
009270     MOVE 0 TO RQ-CAN-HALLADO
009280     MOVE RQ-REQ-NUMERO (RQ-REQ-HALLADO) TO RQ-NUMERO
009290     PERFORM 6150-LISTAR-CANDIDATOS
009300     IF RQ-LISTADOS = ZERO
009310         GO TO 6100-SALIDA
009320     END-IF
009330     DISPLAY "NUMERO DE CANDIDATO: "
009340     ACCEPT RQ-CAMPO
009350     IF FUNCTION TEST-NUMVAL(RQ-CAMPO) NOT = 0
009360         DISPLAY "NUMERO NO VALIDO"
009370         GO TO 6100-SALIDA
009380     END-IF
009390     COMPUTE RQ-CAN-NUMERO = FUNCTION NUMVAL(RQ-CAMPO)
009400     PERFORM 6130-COMPARAR-CANDIDATO
009410         VARYING RQ-CAN-IDX FROM 1 BY 1
009420         UNTIL RQ-CAN-IDX > RQ-CAN-MAX OR RQ-CAN-HALLADO > 0
009430     IF RQ-CAN-HALLADO = 0
009440         DISPLAY "NO EXISTE EL CANDIDATO " RQ-CAN-NUMERO
009450     END-IF.
009460
009470 6100-SALIDA.
009480     EXIT.
009490
009500 6130-COMPARAR-CANDIDATO.
009510     IF RQ-CAN-REQ (RQ-CAN-IDX) = RQ-NUMERO AND
009520             RQ-CAN-NUM (RQ-CAN-IDX) = RQ-CAN-NUMERO
009530         MOVE RQ-CAN-IDX TO RQ-CAN-HALLADO
009540     END-IF.
009550
009560 6150-LISTAR-CANDIDATOS.
009570     MOVE ZERO TO RQ-LISTADOS
009580     PERFORM 6160-LINEA-CANDIDATO
009590         VARYING RQ-CAN-IDX FROM 1 BY 1
009600         UNTIL RQ-CAN-IDX > RQ-CAN-MAX
009610     IF RQ-LISTADOS = ZERO
009620         DISPLAY "SIN CANDIDATOS REGISTRADOS"
009630     END-IF.
009640
009650 6160-LINEA-CANDIDATO.
009660     IF RQ-CAN-REQ (RQ-CAN-IDX) = RQ-NUMERO
009670         ADD 1 TO RQ-LISTADOS
009680         PERFORM 6210-NOMBRE-ETAPA
009690         DISPLAY "  " RQ-CAN-NUM (RQ-CAN-IDX) " "
009700             RQ-ETAPA-NOMBRE " DESDE "
009710             RQ-CAN-FECHA-ETAPA (RQ-CAN-IDX) " "
009720             FUNCTION TRIM(RQ-CAN-NOMBRE (RQ-CAN-IDX))
009730         IF RQ-CAN-ENTREVISTA (RQ-CAN-IDX) NOT = ZERO
009740             DISPLAY "      ENTREVISTA "
009750                 RQ-CAN-ENTREVISTA (RQ-CAN-IDX)
009760         END-IF
009770         IF RQ-CAN-OFERTA (RQ-CAN-IDX) NOT = ZERO
009780             MOVE RQ-CAN-SALARIO (RQ-CAN-IDX) TO RQ-IMPORTE-EDIT
009790             DISPLAY "      OFERTA     "
009800                 RQ-CAN-OFERTA (RQ-CAN-IDX)
009810                 "  SALARIO " RQ-IMPORTE-EDIT
009820         END-IF
009830     END-IF.
009840
009850*----------------------------------------------------------------
009860* 6200-NOMBRE-ESTADO - THE STATUS OF THE REQUISITION AT
009870*                      RQ-REQ-HALLADO IN WORDS.
009880*----------------------------------------------------------------
009890 6200-NOMBRE-ESTADO.
009900     EVALUATE RQ-REQ-ESTADO (RQ-REQ-HALLADO)
009910         WHEN "S"
009920             MOVE "SOLICITADA" TO RQ-ESTADO-NOMBRE
009930         WHEN "A"
009940             MOVE "APROBADA"   TO RQ-ESTADO-NOMBRE
009950         WHEN "C"
009960             MOVE "CUBIERTA"   TO RQ-ESTADO-NOMBRE
009970         WHEN "X"
009980             MOVE "ANULADA"    TO RQ-ESTADO-NOMBRE
009990         WHEN OTHER
010000             MOVE "?"          TO RQ-ESTADO-NOMBRE
010010     END-EVALUATE.
010020
010030*----------------------------------------------------------------
010040* 6210-NOMBRE-ETAPA - THE STAGE OF THE CANDIDATE AT RQ-CAN-IDX IN
010050*                     WORDS.
010060*----------------------------------------------------------------
010070 6210-NOMBRE-ETAPA.
010080     EVALUATE RQ-CAN-ETAPA (RQ-CAN-IDX)
010090         WHEN "R"
010100             MOVE "RECIBIDO"   TO RQ-ETAPA-NOMBRE
010110         WHEN "E"
010120             MOVE "ENTREVISTA" TO RQ-ETAPA-NOMBRE
010130         WHEN "O"
010140             MOVE "OFERTA"     TO RQ-ETAPA-NOMBRE
010150         WHEN "C"
010160             MOVE "CONTRATADO" TO RQ-ETAPA-NOMBRE
010170         WHEN "D"
010180             MOVE "DESCARTADO" TO RQ-ETAPA-NOMBRE
010190         WHEN OTHER
010200             MOVE "?"          TO RQ-ETAPA-NOMBRE
010210     END-EVALUATE.
010220
010230*----------------------------------------------------------------
010240* 6300-CONTAR-VACANTES - BUDGETED PLAZAS OF RQ-PUESTO LESS THE
010250*                        ACTIVE OR SUSPENDED HOLDERS (THE EMPPOSR
010260*                        COUNT), THE HIRES IN PROGRESS ON
010270*                        EMPONB.DAT NOT YET ON THE MASTER AND THE
010280*                        REQUISITIONS ALREADY OPEN FOR IT.
010290*----------------------------------------------------------------
010300 6300-CONTAR-VACANTES.
010310     MOVE ZERO TO RQ-OCUPADAS
010320     MOVE ZERO TO RQ-EN-CURSO
010330     MOVE ZERO TO RQ-ABIERTAS
010340     MOVE "N" TO RQ-SCAN-EOF-SW
010350     MOVE LOW-VALUES TO E-ID
010360     START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN E-ID
010370         INVALID KEY
010380             MOVE "Y" TO RQ-SCAN-EOF-SW
010390     END-START
010400     IF NOT RQ-SCAN-EOF
010410         PERFORM 6310-LEER-SIGUIENTE
010420         PERFORM 6320-CONTAR-OCUPANTE UNTIL RQ-SCAN-EOF
010430     END-IF
010440     MOVE "N" TO ONB-EOF-SW
010450     OPEN INPUT EMPONB-ARCHIVO
010460     IF ONB-FILE-STATUS = "00"
010470         PERFORM 6330-LEER-ONBOARD
010480         PERFORM 6340-CONTAR-EN-CURSO UNTIL ONB-EOF
010490     END-IF
010500     IF ONB-FILE-STATUS = "00" OR ONB-FILE-STATUS = "05"
010510             OR ONB-FILE-STATUS = "10"
010520         CLOSE EMPONB-ARCHIVO
010530     END-IF
010540     PERFORM 6350-CONTAR-ABIERTA
010550         VARYING RQ-REQ-IDX FROM 1 BY 1
010560         UNTIL RQ-REQ-IDX > RQ-REQ-MAX
010570     COMPUTE RQ-VACANTES = RQ-PUESTO-PLAZAS - RQ-OCUPADAS
010580         - RQ-EN-CURSO - RQ-ABIERTAS.
010590
010600 6310-LEER-SIGUIENTE.
010610     READ EMPLEADOS-ARCHIVO NEXT RECORD
010620         AT END
010630             MOVE "Y" TO RQ-SCAN-EOF-SW
010640     END-READ.
010650
010660 6320-CONTAR-OCUPANTE.
010670     IF E-PUESTO = RQ-PUESTO AND (E-ACTIVO OR E-SUSPENDIDO)
010680         ADD 1 TO RQ-OCUPADAS
010690     END-IF
010700     PERFORM 6310-LEER-SIGUIENTE.
010710
010720 6330-LEER-ONBOARD.
010730     READ EMPONB-ARCHIVO
010740         AT END
010750             MOVE "Y" TO ONB-EOF-SW
010760     END-READ.
010770
010780*----------------------------------------------------------------
010790* 6340-CONTAR-EN-CURSO - A PENDING HIRE COUNTS; A RELEASED ONE
010800*                        ONLY UNTIL THE LOAD HAS PUT IT ON THE
010810*                        MASTER, WHERE IT IS ALREADY COUNTED AS A
010820*                        HOLDER.
010830*----------------------------------------------------------------
010840 6340-CONTAR-EN-CURSO.
010850     IF ONB-PUESTO = RQ-PUESTO
010860         IF ONB-ESTADO = "P"
010870             ADD 1 TO RQ-EN-CURSO
010880         END-IF
010890         IF ONB-ESTADO = "L"
010900             MOVE ONB-E-ID TO E-ID
010910             READ EMPLEADOS-ARCHIVO
010920                 INVALID KEY
010930                     ADD 1 TO RQ-EN-CURSO
010940             END-READ
010950         END-IF
010960     END-IF
010970     PERFORM 6330-LEER-ONBOARD.
010980
010990 6350-CONTAR-ABIERTA.
011000     IF RQ-REQ-PUESTO (RQ-REQ-IDX) = RQ-PUESTO AND
011010             (RQ-REQ-ESTADO (RQ-REQ-IDX) = "S" OR
011020              RQ-REQ-ESTADO (RQ-REQ-IDX) = "A")
011030         ADD 1 TO RQ-ABIERTAS
011040     END-IF.
011050
011060*----------------------------------------------------------------
011070* 6400-COMPROBAR-BANDA - RQ-IMPORTE MUST FALL INSIDE THE BANDVAL
011080*                        MINIMUM AND MAXIMUM OF BAND RQ-BANDA.
011090*                        RQ-LISTO SAYS WHETHER IT DOES.
011100*----------------------------------------------------------------
011110 6400-COMPROBAR-BANDA.
011120     MOVE "N" TO RQ-LISTO-SW
011130     CALL "BANDVAL" USING RQ-BANDA, RQ-VALIDO-SW,
011140         RQ-BANDA-NOMBRE, RQ-BANDA-MIN, RQ-BANDA-MAX
011150     MOVE RQ-IMPORTE   TO RQ-IMPORTE-EDIT
011160     MOVE RQ-BANDA-MIN TO RQ-MIN-EDIT
011170     MOVE RQ-BANDA-MAX TO RQ-MAX-EDIT
011180     EVALUATE TRUE
011190         WHEN NOT RQ-VALIDO
011200             DISPLAY "LA BANDA " RQ-BANDA " YA NO EXISTE"
011210         WHEN RQ-IMPORTE NOT > ZERO
011220             DISPLAY "EL SALARIO DEBE SER MAYOR QUE CERO"
011230         WHEN RQ-IMPORTE < RQ-BANDA-MIN OR
011240                 RQ-IMPORTE > RQ-BANDA-MAX
011250             DISPLAY "SALARIO " RQ-IMPORTE-EDIT " FUERA DE LA"
011260                 " BANDA " RQ-BANDA " (" RQ-MIN-EDIT " - "
011270                 RQ-MAX-EDIT ")"
011280         WHEN OTHER
011290             MOVE "Y" TO RQ-LISTO-SW
011300     END-EVALUATE.
011310
011320*----------------------------------------------------------------
011330* 6500-PEDIR-FECHA - A REAL YYYYMMDD DATE INTO RQ-FECHA (ENTER =
011340*                    TODAY).
011350*----------------------------------------------------------------
011360 6500-PEDIR-FECHA.
011370     MOVE "N" TO RQ-FECHA-LISTA-SW
011380     PERFORM 6510-CAPTURAR-FECHA UNTIL RQ-FECHA-LISTA.
011390
011400 6510-CAPTURAR-FECHA.
011410     DISPLAY "FECHA YYYYMMDD (ENTER = HOY): "
011420     ACCEPT RQ-CAMPO
011430     IF RQ-CAMPO = SPACES
011440         MOVE RQ-HOY TO RQ-FECHA
011450         MOVE "Y" TO RQ-FECHA-LISTA-SW
011460     ELSE
011470         MOVE RQ-CAMPO TO RQ-FECHA-TRABAJO
011480         CALL "FECHAVAL" USING RQ-FECHA-TRABAJO,
011490             RQ-FECHA-VALIDA-SW
011500         IF RQ-FECHA-VALIDA
011510             MOVE RQ-FECHA-TRABAJO TO RQ-FECHA
011520             MOVE "Y" TO RQ-FECHA-LISTA-SW
011530         ELSE
011540             DISPLAY "FECHA INVALIDA - DEBE SER REAL (YYYYMMDD)"
011550         END-IF
011560     END-IF.
011570
011580*----------------------------------------------------------------
011590* 6600-BUSCAR-EN-ONBOARD - IS RQ-E-ID ALREADY A HIRE IN PROGRESS
011600*                          ON EMPONB.DAT?
011610*----------------------------------------------------------------
011620 6600-BUSCAR-EN-ONBOARD.
011630     MOVE "N" TO RQ-EN-ONBOARD-SW
011640     MOVE "N" TO ONB-EOF-SW
011650     OPEN INPUT EMPONB-ARCHIVO
011660     IF ONB-FILE-STATUS = "00"
011670         PERFORM 6330-LEER-ONBOARD
011680         PERFORM 6610-COMPARAR-ONBOARD UNTIL ONB-EOF
011690     END-IF
011700     IF ONB-FILE-STATUS = "00" OR ONB-FILE-STATUS = "05"
011710             OR ONB-FILE-STATUS = "10"
011720         CLOSE EMPONB-ARCHIVO
011730     END-IF.
011740
011750 6610-COMPARAR-ONBOARD.
011760     IF ONB-E-ID = RQ-E-ID
011770         MOVE "Y" TO RQ-EN-ONBOARD-SW
011780     END-IF
011790     PERFORM 6330-LEER-ONBOARD.
011800
011810*----------------------------------------------------------------
011820* 7500-REESCRIBIR-ARCHIVOS - BOTH TABLES GO BACK TO THEIR FILES
011830*                            WHEN ANYTHING CHANGED, EACH WITH ITS
011840*                            TAIL SAVED FIRST IF THE FILE WAS
011850*                            LONGER THAN THE TABLE.
011860*----------------------------------------------------------------
011870 7500-REESCRIBIR-ARCHIVOS.
011880     IF RQ-MODIFICADO
011890         PERFORM 7510-REESCRIBIR-REQUISICIONES
011900         PERFORM 7550-REESCRIBIR-CANDIDATOS
011910     END-IF.
011920
011930 7510-REESCRIBIR-REQUISICIONES.
011940     IF RQ-REQ-DESBORDE
011950         PERFORM 7600-SALVAR-COLA-REQ
011960     END-IF
011970     OPEN OUTPUT EMPREQ-ARCHIVO
011980     PERFORM 7520-ESCRIBIR-REQUISICION
011990         VARYING RQ-REQ-IDX FROM 1 BY 1
012000         UNTIL RQ-REQ-IDX > RQ-REQ-MAX
012010     IF RQ-REQ-DESBORDE
012020         PERFORM 7700-REPONER-COLA-REQ
012030     END-IF
012040     CLOSE EMPREQ-ARCHIVO.
012050
012060 7520-ESCRIBIR-REQUISICION.
012070     MOVE RQ-REQ-ENTRADA (RQ-REQ-IDX) TO EMPREQ-REGISTRO
012080     WRITE EMPREQ-REGISTRO.
012090
012100 7550-REESCRIBIR-CANDIDATOS.
012110     IF RQ-CAN-DESBORDE
012120         PERFORM 7650-SALVAR-COLA-CAN
012130     END-IF
012140     OPEN OUTPUT EMPCAN-ARCHIVO
012150     PERFORM 7560-ESCRIBIR-CANDIDATO
012160         VARYING RQ-CAN-IDX FROM 1 BY 1
012170         UNTIL RQ-CAN-IDX > RQ-CAN-MAX
012180     IF RQ-CAN-DESBORDE
012190         PERFORM 7750-REPONER-COLA-CAN
012200     END-IF
012210     CLOSE EMPCAN-ARCHIVO.
012220
012230 7560-ESCRIBIR-CANDIDATO.
012240     MOVE RQ-CAN-ENTRADA (RQ-CAN-IDX) TO EMPCAN-REGISTRO
012250     WRITE EMPCAN-REGISTRO.
012260
012270*----------------------------------------------------------------
012280* 7600-SALVAR-COLA-REQ - COPY EVERY REQUISITION BEYOND THE WORK
012290*                        TABLE TO THE .TMP FILE BEFORE THE REWRITE
012300*                        TRUNCATES THE FILE.
012310*----------------------------------------------------------------
012320 7600-SALVAR-COLA-REQ.
012330     MOVE "N" TO REQ-EOF-SW
012340     MOVE ZERO TO RQ-SALTADOS
012350     OPEN INPUT EMPREQ-ARCHIVO
012360     OPEN OUTPUT REQUISICION-TEMPORAL
012370     PERFORM 1110-LEER-REQUISICION
012380     PERFORM 7610-COPIAR-COLA-REQ UNTIL REQ-EOF
012390     CLOSE EMPREQ-ARCHIVO
012400     CLOSE REQUISICION-TEMPORAL.
012410
012420 7610-COPIAR-COLA-REQ.
012430     ADD 1 TO RQ-SALTADOS
012440     IF RQ-SALTADOS > 500
012450         MOVE EMPREQ-REGISTRO TO TMP-REQ-REGISTRO
012460         WRITE TMP-REQ-REGISTRO
012470     END-IF
012480     PERFORM 1110-LEER-REQUISICION.
012490
012500 7650-SALVAR-COLA-CAN.
012510     MOVE "N" TO CAN-EOF-SW
012520     MOVE ZERO TO RQ-SALTADOS
012530     OPEN INPUT EMPCAN-ARCHIVO
012540     OPEN OUTPUT CANDIDATO-TEMPORAL
012550     PERFORM 1210-LEER-CANDIDATO
012560     PERFORM 7660-COPIAR-COLA-CAN UNTIL CAN-EOF
012570     CLOSE EMPCAN-ARCHIVO
012580     CLOSE CANDIDATO-TEMPORAL.
012590
012600 7660-COPIAR-COLA-CAN.
012610     ADD 1 TO RQ-SALTADOS
012620     IF RQ-SALTADOS > RQ-CAN-MAX
012630         MOVE EMPCAN-REGISTRO TO TMP-CAN-REGISTRO
012640         WRITE TMP-CAN-REGISTRO
012650     END-IF
012660     PERFORM 1210-LEER-CANDIDATO.
012670
012680*----------------------------------------------------------------
012690* 7700-REPONER-COLA-REQ - APPEND THE SAVED TAIL BEHIND THE
012700*                         REWRITTEN ENTRIES.
012710*----------------------------------------------------------------
012720 7700-REPONER-COLA-REQ.
012730     MOVE "N" TO REQ-EOF-SW
012740     OPEN INPUT REQUISICION-TEMPORAL
012750     PERFORM 7710-LEER-COLA-REQ
012760     PERFORM 7720-ESCRIBIR-COLA-REQ UNTIL REQ-EOF
012770     CLOSE REQUISICION-TEMPORAL.
012780
012790 7710-LEER-COLA-REQ.
012800     READ REQUISICION-TEMPORAL
012810         AT END
012820             MOVE "Y" TO REQ-EOF-SW
012830     END-READ.
012840
012850 7720-ESCRIBIR-COLA-REQ.
012860     MOVE TMP-REQ-REGISTRO TO EMPREQ-REGISTRO
012870     WRITE EMPREQ-REGISTRO
012880     PERFORM 7710-LEER-COLA-REQ.
012890
012900 7750-REPONER-COLA-CAN.
012910     MOVE "N" TO CAN-EOF-SW
012920     OPEN INPUT CANDIDATO-TEMPORAL
012930     PERFORM 7760-LEER-COLA-CAN
012940     PERFORM 7770-ESCRIBIR-COLA-CAN UNTIL CAN-EOF
012950     CLOSE CANDIDATO-TEMPORAL.
012960
012970 7760-LEER-COLA-CAN.
012980     READ CANDIDATO-TEMPORAL
012990         AT END
013000             MOVE "Y" TO CAN-EOF-SW
013010     END-READ.
013020
013030 7770-ESCRIBIR-COLA-CAN.
013040     MOVE TMP-CAN-REGISTRO TO EMPCAN-REGISTRO
013050     WRITE EMPCAN-REGISTRO
013060     PERFORM 7760-LEER-COLA-CAN.
013070
013080 9999-EXIT.
013090     CLOSE EMPLEADOS-ARCHIVO
013100     GOBACK.
013110 END PROGRAM EMPREQM.
