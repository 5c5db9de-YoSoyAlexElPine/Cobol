000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       ANNUAL PERFORMANCE APPRAISAL SCREEN, IN THE
000060*                EMPIRPM STYLE.  A CLERK KEYS AN E-ID AND CAN
000070*                REVIEW THE EMPLOYEE'S APPRAISALS ON EMPEVAL.DAT,
000080*                OPEN OR CHANGE THE ONE FOR A YEAR (UP TO THREE
000090*                OBJECTIVES AND A RATING ON THE FIXED 1-5 SCALE),
000100*                SUBMIT IT ONCE IT IS RATED, AND RECORD IT AS
000110*                AGREED WITH THE DATE OF THE AGREEMENT.  THE
000120*                APPRAISER IS THE E-SUPERVISOR ON FILE WHEN THE
000130*                APPRAISAL IS OPENED.  AN AGREED APPRAISAL CAN NO
000140*                LONGER BE CHANGED - ITS RATING IS WHAT THE EMPREV
000150*                SALARY REVISION READS.  EVERY CHANGE APPENDS THE
000160*                USUAL AUDIT ENTRY (ACCION "EVALUA", OPERSES
000170*                OPERATOR STAMP) AND A CONSULTATION IS LOGGED
000180*                THROUGH ACCLOG.
000190* TECTONICS:     cobc -x -std=ibm -I copybooks EMPEVAM.CBL
000200*                OPERSES RUNLOCK ACCLOG FECHAVAL
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   ---------- ----  ----------------------------------------
000250*   2026-10-15  RT   ORIGINAL PROGRAM.
000260*   2026-10-15  RT   VM-CALIF-NOMBRE IS WIDENED TO 13 SO "SIN
000270*                    CALIFICAR" IS SHOWN IN FULL.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. EMPEVAM.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     COPY EMPFSEL.
000360     COPY EMPAUSEL.
000370     COPY EMPEVSEL.
000380
000390     SELECT EVALUACION-TEMPORAL
000400         ASSIGN TO "EMPEVAL.TMP"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS TMP-FILE-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  EMPLEADOS-ARCHIVO.
000470     COPY EMPREG.
000480
000490 FD  EMPLEADOS-AUDITORIA.
000500     COPY EMPAUD.
000510
000520 FD  EVALUACION-TEMPORAL.
000530 01  TMP-REGISTRO             PIC X(310).
000540
000550 FD  EMPEVA-ARCHIVO.
000560     COPY EMPEVA.
000570
000580 WORKING-STORAGE SECTION.
000590 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000600 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
000610 01  EVA-FILE-STATUS          PIC XX VALUE SPACES.
000620 01  TMP-FILE-STATUS          PIC XX VALUE SPACES.
000630 01  EVA-EOF-SW               PIC X VALUE "N".
000640     88  EVA-EOF              VALUE "Y".
000650
000660 01  VM-EOJ-SW                PIC X VALUE "N".
000670     88  VM-EOJ               VALUE "Y".
000680 01  VM-FOUND-SW              PIC X VALUE "N".
000690     88  VM-FOUND             VALUE "Y".
000700
000710 01  VM-PROGRAMA              PIC X(08) VALUE "EMPEVAM".
000720 01  VM-OPCION                PIC 9(1) VALUE 0.
000730 01  VM-E-ID                  PIC X(50) VALUE SPACES.
000740 01  VM-CAMPO                 PIC X(60) VALUE SPACES.
000750 01  VM-ANIO                  PIC 9(04) VALUE ZERO.
000760 01  VM-ANIO-ENTRADA          PIC X(04) VALUE SPACES.
000770 01  VM-ANIO-LISTO-SW         PIC X VALUE "N".
000780     88  VM-ANIO-LISTO        VALUE "Y".
000790 01  VM-OBJ                   PIC 9(1) VALUE 0.
000800 01  VM-CON-OBJETIVO-SW       PIC X VALUE "N".
000810     88  VM-CON-OBJETIVO      VALUE "Y".
000820 01  VM-ESTADO-NOMBRE         PIC X(10) VALUE SPACES.
000830 01  VM-CALIF-NOMBRE          PIC X(13) VALUE SPACES.
000840 01  VM-FECHA                 PIC 9(8) VALUE ZERO.
000850 01  VM-FECHA-TRABAJO         PIC 9(8) VALUE ZERO.
000860 01  VM-FECHA-VALIDA-SW       PIC X VALUE "N".
000870     88  VM-FECHA-VALIDA      VALUE "Y".
000880 01  VM-FECHA-LISTA-SW        PIC X VALUE "N".
000890     88  VM-FECHA-LISTA       VALUE "Y".
000900 01  VM-LISTADOS              PIC 9(3) VALUE 0.
000910 01  VM-DESBORDE-SW           PIC X VALUE "N".
000920     88  VM-DESBORDE          VALUE "Y".
000930 01  VM-SALTADOS              PIC 9(5) VALUE 0.
000940 01  VM-MODIFICADO-SW         PIC X VALUE "N".
000950     88  VM-MODIFICADO        VALUE "Y".
000960
000970*    EMPEVAL.DAT IN MEMORY, ONE ENTRY PER E-ID AND YEAR, IN THE
000980*    SAME LAYOUT AS THE RECORD.
000990 01  VM-EVA-TABLA.
001000     05  VM-EVA-MAX           PIC 9(4) VALUE 0.
001010     05  VM-EVA-ENTRADA OCCURS 2000 TIMES.
001020         10  VM-EVA-E-ID      PIC X(50).
001030         10  VM-EVA-ANIO      PIC 9(04).
001040         10  VM-EVA-EVALUADOR PIC X(50).
001050         10  VM-EVA-OBJETIVO  PIC X(60) OCCURS 3 TIMES.
001060         10  VM-EVA-CALIF     PIC X(01).
001070         10  VM-EVA-ESTADO    PIC X(01).
001080         10  VM-EVA-CIERRE    PIC 9(08).
001090         10  VM-EVA-FECHA     PIC 9(08).
001100         10  VM-EVA-OPER      PIC X(08).
001110 01  VM-EVA-IDX               PIC 9(4) VALUE 0.
001120 01  VM-EVA-HALLADO           PIC 9(4) VALUE 0.
001130
001140 01  VM-OPERADOR              PIC X(08) VALUE SPACES.
001150 01  VM-OPER-NIVEL            PIC X(01) VALUE SPACES.
001160
001170 01  VM-LCK-ACCION            PIC X(08) VALUE SPACES.
001180 01  VM-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
001190 01  VM-LCK-RESULTADO-SW      PIC X VALUE "N".
001200     88  VM-LCK-CONCEDIDO     VALUE "Y".
001210 01  VM-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
001220 01  VM-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001230 01  VM-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001240 01  VM-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
001250
001260 PROCEDURE DIVISION.
001270
001280 0000-MAINLINE.
001290     PERFORM 0500-TOMAR-CERROJO
001300     IF VM-LCK-CONCEDIDO
001310         PERFORM 1000-INITIALIZE
001320         PERFORM 2000-PROCESS-MENU UNTIL VM-EOJ
001330         PERFORM 7500-REESCRIBIR-EVALUACIONES
001340         PERFORM 8500-SOLTAR-CERROJO
001350         PERFORM 9999-EXIT
001360     ELSE
001370         GOBACK
001380     END-IF.
001390
001400*----------------------------------------------------------------
001410* 0500-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK BEFORE
001420*                      TOUCHING THE MASTER.
001430*----------------------------------------------------------------
001440 0500-TOMAR-CERROJO.
001450     MOVE "TOMAR" TO VM-LCK-ACCION
001460     CALL "RUNLOCK" USING VM-LCK-ACCION, VM-LCK-TIPO,
001470         VM-LCK-RESULTADO-SW, VM-LCK-TEN-TIPO,
001480         VM-LCK-TEN-OPERADOR, VM-LCK-TEN-FECHA,
001490         VM-LCK-TEN-HORA
001500     IF NOT VM-LCK-CONCEDIDO
001510         DISPLAY "EMPEVAM: EL MAESTRO ESTA BLOQUEADO POR "
001520             VM-LCK-TEN-TIPO " (" VM-LCK-TEN-OPERADOR
001530             ") DESDE " VM-LCK-TEN-FECHA " " VM-LCK-TEN-HORA
001540         DISPLAY "EMPEVAM: USE LA OPCION DE CERROJO DEL MENU"
001550             " SI QUEDO ATASCADO"
001560     END-IF.
001570
001580 8500-SOLTAR-CERROJO.
001590     MOVE "SOLTAR" TO VM-LCK-ACCION
001600     CALL "RUNLOCK" USING VM-LCK-ACCION, VM-LCK-TIPO,
001610         VM-LCK-RESULTADO-SW, VM-LCK-TEN-TIPO,
001620         VM-LCK-TEN-OPERADOR, VM-LCK-TEN-FECHA,
001630         VM-LCK-TEN-HORA.
001640
001650 1000-INITIALIZE.
001660     CALL "OPERSES" USING VM-OPERADOR, VM-OPER-NIVEL
001670     OPEN INPUT EMPLEADOS-ARCHIVO
001680     OPEN EXTEND EMPLEADOS-AUDITORIA
001690     IF AUD-FILE-STATUS = "35"
001700         OPEN OUTPUT EMPLEADOS-AUDITORIA
001710     END-IF
001720     PERFORM 1100-CARGAR-EVALUACIONES.
001730
001740 1100-CARGAR-EVALUACIONES.
001750     MOVE ZERO TO VM-EVA-MAX
001760     MOVE "N" TO EVA-EOF-SW
001770     OPEN INPUT EMPEVA-ARCHIVO
001780     IF EVA-FILE-STATUS = "00"
001790         PERFORM 1110-LEER-EVALUACION
001800         PERFORM 1120-GUARDAR-EVALUACION UNTIL EVA-EOF
001810     END-IF
001820     IF EVA-FILE-STATUS = "00" OR EVA-FILE-STATUS = "05"
001830             OR EVA-FILE-STATUS = "10"
001840         CLOSE EMPEVA-ARCHIVO
001850     END-IF.
001860
001870 1110-LEER-EVALUACION.
001880     READ EMPEVA-ARCHIVO
001890         AT END
001900             MOVE "Y" TO EVA-EOF-SW
001910     END-READ.
001920
001930 1120-GUARDAR-EVALUACION.
001940     IF VM-EVA-MAX < 2000
001950         ADD 1 TO VM-EVA-MAX
001960         MOVE EMPEVA-REGISTRO TO VM-EVA-ENTRADA (VM-EVA-MAX)
001970     ELSE
001980         DISPLAY "EMPEVAM: MAS DE 2000 EVALUACIONES - TABLA LLENA"
001990             " (EL RESTO SE CONSERVA)"
002000         MOVE "Y" TO VM-DESBORDE-SW
002010         MOVE "Y" TO EVA-EOF-SW
002020     END-IF
002030     IF NOT EVA-EOF
002040         PERFORM 1110-LEER-EVALUACION
002050     END-IF.
002060
002070 2000-PROCESS-MENU.
002080     DISPLAY " "
002090     DISPLAY "EVALUACION ANUAL DEL DESEMPENO"
002100     DISPLAY "1. CONSULTAR EVALUACIONES DE UN EMPLEADO"
002110     DISPLAY "2. ABRIR/MODIFICAR EVALUACION"
002120     DISPLAY "3. PRESENTAR EVALUACION"
002130     DISPLAY "4. ACORDAR EVALUACION"
002140     DISPLAY "5. SALIR"
002150     DISPLAY "INTRODUCE UNA OPCION DEL 1 AL 5"
002160     ACCEPT VM-OPCION
002170
002180     EVALUATE VM-OPCION
002190         WHEN 1
002200             PERFORM 3000-CONSULTAR
002210         WHEN 2
002220             PERFORM 4000-MODIFICAR
002230         WHEN 3
002240             PERFORM 4500-PRESENTAR
002250         WHEN 4
002260             PERFORM 4700-ACORDAR
002270         WHEN 5
002280             MOVE "Y" TO VM-EOJ-SW
002290         WHEN OTHER
002300             DISPLAY "OPCION NO VALIDA: " VM-OPCION
002310     END-EVALUATE.
002320
002330*----------------------------------------------------------------
002340* 3000-CONSULTAR - EVERY YEAR ON FILE FOR THE EMPLOYEE.
002350*----------------------------------------------------------------
002360 3000-CONSULTAR.
002370     PERFORM 6000-LEER-POR-ID
002380     IF VM-FOUND
002390         MOVE ZERO TO VM-LISTADOS
002400         PERFORM 3100-MOSTRAR-EVALUACION
002410             VARYING VM-EVA-IDX FROM 1 BY 1
002420             UNTIL VM-EVA-IDX > VM-EVA-MAX
002430         IF VM-LISTADOS = ZERO
002440             DISPLAY "SIN EVALUACIONES REGISTRADAS"
002450         ELSE
002460             CALL "ACCLOG" USING VM-PROGRAMA, VM-E-ID
002470         END-IF
002480     END-IF.
002490
002500 3100-MOSTRAR-EVALUACION.
002510     IF VM-EVA-E-ID (VM-EVA-IDX) = VM-E-ID
002520         ADD 1 TO VM-LISTADOS
002530         MOVE VM-EVA-IDX TO VM-EVA-HALLADO
002540         PERFORM 6200-NOMBRES
002550         DISPLAY "EJERCICIO " VM-EVA-ANIO (VM-EVA-IDX)
002560             "  ESTADO " VM-ESTADO-NOMBRE
002570             "  CALIFICACION " VM-EVA-CALIF (VM-EVA-IDX)
002580             " " VM-CALIF-NOMBRE
002590         DISPLAY "  EVALUADOR    : " VM-EVA-EVALUADOR (VM-EVA-IDX)
002600         PERFORM 3110-MOSTRAR-OBJETIVO
002610             VARYING VM-OBJ FROM 1 BY 1 UNTIL VM-OBJ > 3
002620         IF VM-EVA-ESTADO (VM-EVA-IDX) = "C"
002630             DISPLAY "  ACORDADA EL  : "
002640                 VM-EVA-CIERRE (VM-EVA-IDX)
002650         END-IF
002660         DISPLAY "  ULTIMO CAMBIO: " VM-EVA-FECHA (VM-EVA-IDX)
002670             " POR " VM-EVA-OPER (VM-EVA-IDX)
002680     END-IF.
002690
002700 3110-MOSTRAR-OBJETIVO.
002710     IF VM-EVA-OBJETIVO (VM-EVA-IDX, VM-OBJ) NOT = SPACES
002720         DISPLAY "  OBJETIVO " VM-OBJ "   : "
002730             VM-EVA-OBJETIVO (VM-EVA-IDX, VM-OBJ)
002740     END-IF.
002750
002760*----------------------------------------------------------------
002770* 4000-MODIFICAR - OPEN THE YEAR'S APPRAISAL IF THERE IS NONE
002780*                  (THE APPRAISER IS THE CURRENT E-SUPERVISOR)
002790*                  AND CAPTURE THE OBJECTIVES AND THE RATING.
002800*                  CHANGING A SUBMITTED APPRAISAL SENDS IT BACK
002810*                  TO ABIERTA; AN AGREED ONE IS CLOSED.
002820*----------------------------------------------------------------
002830 4000-MODIFICAR.
002840     PERFORM 6000-LEER-POR-ID
002850     IF VM-FOUND
002860         PERFORM 6050-PEDIR-ANIO
002870         PERFORM 6100-BUSCAR-EVALUACION
002880         IF VM-EVA-HALLADO = 0
002890             PERFORM 4050-ABRIR-EVALUACION
002900         ELSE
002910             IF VM-EVA-ESTADO (VM-EVA-HALLADO) = "C"
002920                 DISPLAY "EVALUACION YA ACORDADA - NO SE PUEDE"
002930                     " MODIFICAR"
002940                 MOVE 0 TO VM-EVA-HALLADO
002950             END-IF
002960         END-IF
002970         IF VM-EVA-HALLADO > 0
002980             PERFORM 4100-CAPTURAR-CAMPOS
002990             IF VM-EVA-ESTADO (VM-EVA-HALLADO) = "P"
003000                 MOVE "A" TO VM-EVA-ESTADO (VM-EVA-HALLADO)
003010                 DISPLAY "LA EVALUACION VUELVE A ABIERTA - DEBE"
003020                     " PRESENTARSE DE NUEVO"
003030             END-IF
003040             PERFORM 7100-SELLAR-CAMBIO
003050             DISPLAY "EVALUACION " VM-ANIO " ACTUALIZADA"
003060         END-IF
003070     END-IF.
003080
003090 4050-ABRIR-EVALUACION.
003100     IF VM-EVA-MAX >= 2000
003110         DISPLAY "EMPEVAM: TABLA LLENA"
003120     ELSE
003130         ADD 1 TO VM-EVA-MAX
003140         MOVE VM-EVA-MAX TO VM-EVA-HALLADO
003150         MOVE VM-E-ID  TO VM-EVA-E-ID (VM-EVA-HALLADO)
003160         MOVE VM-ANIO  TO VM-EVA-ANIO (VM-EVA-HALLADO)
003170         MOVE E-SUPERVISOR TO VM-EVA-EVALUADOR (VM-EVA-HALLADO)
003180         MOVE SPACES TO VM-EVA-OBJETIVO (VM-EVA-HALLADO, 1)
003190         MOVE SPACES TO VM-EVA-OBJETIVO (VM-EVA-HALLADO, 2)
003200         MOVE SPACES TO VM-EVA-OBJETIVO (VM-EVA-HALLADO, 3)
003210         MOVE SPACE TO VM-EVA-CALIF (VM-EVA-HALLADO)
003220         MOVE "A" TO VM-EVA-ESTADO (VM-EVA-HALLADO)
003230         MOVE ZERO TO VM-EVA-CIERRE (VM-EVA-HALLADO)
003240         DISPLAY "EVALUACION " VM-ANIO " ABIERTA"
003250         IF E-SUPERVISOR = SPACES
003260             DISPLAY "EMPLEADO SIN SUPERVISOR - LA EVALUACION"
003270                 " QUEDA SIN EVALUADOR"
003280         ELSE
003290             DISPLAY "EVALUADOR: " E-SUPERVISOR
003300         END-IF
003310     END-IF.
003320
003330*----------------------------------------------------------------
003340* 4100-CAPTURAR-CAMPOS - ENTER LEAVES A FIELD UNCHANGED, "*"
003350*                        CLEARS AN OBJECTIVE.  A RATING OUTSIDE
003360*                        THE SCALE IS REPORTED AND THE PREVIOUS
003370*                        ONE KEPT.
003380*----------------------------------------------------------------
003390 4100-CAPTURAR-CAMPOS.
003400     PERFORM 4110-CAPTURAR-OBJETIVO
003410         VARYING VM-OBJ FROM 1 BY 1 UNTIL VM-OBJ > 3
003420     DISPLAY "ESCALA: 1 INSUFICIENTE  2 MEJORABLE  3 ADECUADO"
003430         "  4 NOTABLE  5 EXCELENTE"
003440     DISPLAY "CALIFICACION 1-5 (ENTER PARA DEJAR IGUAL): "
003450     ACCEPT VM-CAMPO
003460     IF VM-CAMPO NOT = SPACES
003470         IF VM-CAMPO(2:1) = SPACE AND VM-CAMPO(1:1) >= "1"
003480                 AND VM-CAMPO(1:1) <= "5"
003490             MOVE VM-CAMPO(1:1) TO VM-EVA-CALIF (VM-EVA-HALLADO)
003500         ELSE
003510             DISPLAY "CALIFICACION NO VALIDA - SE MANTIENE"
003520         END-IF
003530     END-IF.
003540
003550 4110-CAPTURAR-OBJETIVO.
003560     DISPLAY "OBJETIVO " VM-OBJ
003570         " (ENTER PARA DEJAR IGUAL, * PARA BORRAR): "
003580     ACCEPT VM-CAMPO
003590     IF VM-CAMPO = "*"
003600         MOVE SPACES TO VM-EVA-OBJETIVO (VM-EVA-HALLADO, VM-OBJ)
003610     ELSE
003620         IF VM-CAMPO NOT = SPACES
003630             MOVE VM-CAMPO
003640                 TO VM-EVA-OBJETIVO (VM-EVA-HALLADO, VM-OBJ)
003650         END-IF
003660     END-IF.
003670
003680*----------------------------------------------------------------
003690* 4500-PRESENTAR - AN OPEN APPRAISAL WITH AT LEAST ONE OBJECTIVE
003700*                  AND A RATING IS SUBMITTED FOR AGREEMENT.
003710*----------------------------------------------------------------
003720 4500-PRESENTAR.
003730     PERFORM 6000-LEER-POR-ID
003740     IF VM-FOUND
003750         PERFORM 6050-PEDIR-ANIO
003760         PERFORM 6100-BUSCAR-EVALUACION
003770         IF VM-EVA-HALLADO = 0
003780             DISPLAY "NO HAY EVALUACION " VM-ANIO
003790                 " PARA ESTE E-ID"
003800         ELSE
003810             PERFORM 4510-VALIDAR-PRESENTACION
003820         END-IF
003830     END-IF.
003840
003850 4510-VALIDAR-PRESENTACION.
003860     MOVE "N" TO VM-CON-OBJETIVO-SW
003870     IF VM-EVA-OBJETIVO (VM-EVA-HALLADO, 1) NOT = SPACES OR
003880             VM-EVA-OBJETIVO (VM-EVA-HALLADO, 2) NOT = SPACES OR
003890             VM-EVA-OBJETIVO (VM-EVA-HALLADO, 3) NOT = SPACES
003900         MOVE "Y" TO VM-CON-OBJETIVO-SW
003910     END-IF
003920     EVALUATE TRUE
003930         WHEN VM-EVA-ESTADO (VM-EVA-HALLADO) = "P"
003940             DISPLAY "LA EVALUACION YA ESTA PRESENTADA"
003950         WHEN VM-EVA-ESTADO (VM-EVA-HALLADO) = "C"
003960             DISPLAY "LA EVALUACION YA ESTA ACORDADA"
003970         WHEN NOT VM-CON-OBJETIVO
003980             DISPLAY "SIN OBJETIVOS - NO SE PUEDE PRESENTAR"
003990         WHEN VM-EVA-CALIF (VM-EVA-HALLADO) = SPACE
004000             DISPLAY "SIN CALIFICACION - NO SE PUEDE PRESENTAR"
004010         WHEN OTHER
004020             MOVE "P" TO VM-EVA-ESTADO (VM-EVA-HALLADO)
004030             PERFORM 7100-SELLAR-CAMBIO
004040             DISPLAY "EVALUACION " VM-ANIO " PRESENTADA"
004050     END-EVALUATE.
004060
004070*----------------------------------------------------------------
004080* 4700-ACORDAR - A SUBMITTED APPRAISAL IS RECORDED AS AGREED ON
004090*                THE DATE GIVEN (ENTER = TODAY).  FROM HERE ON
004100*                ITS RATING COUNTS FOR THE SALARY REVISION.
004110*----------------------------------------------------------------
004120 4700-ACORDAR.
004130     PERFORM 6000-LEER-POR-ID
004140     IF VM-FOUND
004150         PERFORM 6050-PEDIR-ANIO
004160         PERFORM 6100-BUSCAR-EVALUACION
004170         EVALUATE TRUE
004180             WHEN VM-EVA-HALLADO = 0
004190                 DISPLAY "NO HAY EVALUACION " VM-ANIO
004200                     " PARA ESTE E-ID"
004210             WHEN VM-EVA-ESTADO (VM-EVA-HALLADO) = "A"
004220                 DISPLAY "LA EVALUACION DEBE PRESENTARSE ANTES DE"
004230                     " ACORDARSE"
004240             WHEN VM-EVA-ESTADO (VM-EVA-HALLADO) = "C"
004250                 DISPLAY "LA EVALUACION YA ESTA ACORDADA"
004260             WHEN OTHER
004270                 MOVE "N" TO VM-FECHA-LISTA-SW
004280                 PERFORM 4710-PEDIR-FECHA UNTIL VM-FECHA-LISTA
004290                 MOVE "C" TO VM-EVA-ESTADO (VM-EVA-HALLADO)
004300                 MOVE VM-FECHA TO VM-EVA-CIERRE (VM-EVA-HALLADO)
004310                 PERFORM 7100-SELLAR-CAMBIO
004320                 DISPLAY "EVALUACION " VM-ANIO " ACORDADA - "
004330                     "CALIFICACION " VM-EVA-CALIF (VM-EVA-HALLADO)
004340         END-EVALUATE
004350     END-IF.
004360
004370 4710-PEDIR-FECHA.
004380     DISPLAY "FECHA DEL ACUERDO YYYYMMDD (ENTER = HOY): "
004390     ACCEPT VM-CAMPO
004400     IF VM-CAMPO = SPACES
004410         MOVE FUNCTION CURRENT-DATE(1:8) TO VM-FECHA
004420         MOVE "Y" TO VM-FECHA-LISTA-SW
004430     ELSE
004440         MOVE VM-CAMPO TO VM-FECHA-TRABAJO
004450         CALL "FECHAVAL" USING VM-FECHA-TRABAJO,
004460             VM-FECHA-VALIDA-SW
004470         IF VM-FECHA-VALIDA
004480             MOVE VM-FECHA-TRABAJO TO VM-FECHA
004490             MOVE "Y" TO VM-FECHA-LISTA-SW
004500         ELSE
004510             DISPLAY "FECHA INVALIDA - DEBE SER REAL (YYYYMMDD)"
004520         END-IF
004530     END-IF.
004540
004550 6000-LEER-POR-ID.
004560     MOVE "N" TO VM-FOUND-SW
004570     DISPLAY "INTRODUCE E-ID: "
004580     ACCEPT VM-E-ID
004590     MOVE VM-E-ID TO E-ID
004600     READ EMPLEADOS-ARCHIVO
004610         INVALID KEY
004620             DISPLAY "NO EXISTE EMPLEADO CON E-ID: " VM-E-ID
004630         NOT INVALID KEY
004640             MOVE "Y" TO VM-FOUND-SW
004650     END-READ.
004660
004670*----------------------------------------------------------------
004680* 6050-PEDIR-ANIO - THE APPRAISAL YEAR.  ENTER TAKES THE CURRENT
004690*                   YEAR.
004700*----------------------------------------------------------------
004710 6050-PEDIR-ANIO.
004720     MOVE "N" TO VM-ANIO-LISTO-SW
004730     PERFORM 6060-CAPTURAR-ANIO UNTIL VM-ANIO-LISTO.
004740
004750 6060-CAPTURAR-ANIO.
004760     DISPLAY "EJERCICIO AAAA (ENTER = ANIO EN CURSO): "
004770     ACCEPT VM-ANIO-ENTRADA
004780     IF VM-ANIO-ENTRADA = SPACES
004790         MOVE FUNCTION CURRENT-DATE(1:4) TO VM-ANIO
004800         MOVE "Y" TO VM-ANIO-LISTO-SW
004810     ELSE
004820         IF VM-ANIO-ENTRADA IS NUMERIC AND
004830                 VM-ANIO-ENTRADA > "1900"
004840             MOVE VM-ANIO-ENTRADA TO VM-ANIO
004850             MOVE "Y" TO VM-ANIO-LISTO-SW
004860         ELSE
004870             DISPLAY "EJERCICIO INVALIDO - CUATRO DIGITOS"
004880         END-IF
004890     END-IF.
004900
004910 6100-BUSCAR-EVALUACION.
004920     MOVE 0 TO VM-EVA-HALLADO
004930     PERFORM 6110-COMPARAR-EVALUACION
004940         VARYING VM-EVA-IDX FROM 1 BY 1
004950         UNTIL VM-EVA-IDX > VM-EVA-MAX OR VM-EVA-HALLADO > 0.
004960
004970 6110-COMPARAR-EVALUACION.
004980     IF VM-EVA-E-ID (VM-EVA-IDX) = VM-E-ID AND
004990             VM-EVA-ANIO (VM-EVA-IDX) = VM-ANIO
005000         MOVE VM-EVA-IDX TO VM-EVA-HALLADO
005010     END-IF.
005020
005030*----------------------------------------------------------------
005040* 6200-NOMBRES - THE STATUS AND RATING OF THE ENTRY AT
005050*                VM-EVA-HALLADO IN WORDS.
005060*----------------------------------------------------------------
005070 6200-NOMBRES.
005080     EVALUATE VM-EVA-ESTADO (VM-EVA-HALLADO)
005090         WHEN "A"
005100             MOVE "ABIERTA"    TO VM-ESTADO-NOMBRE
005110         WHEN "P"
005120             MOVE "PRESENTADA" TO VM-ESTADO-NOMBRE
005130         WHEN "C"
005140             MOVE "ACORDADA"   TO VM-ESTADO-NOMBRE
005150         WHEN OTHER
005160             MOVE "?"          TO VM-ESTADO-NOMBRE
005170     END-EVALUATE
005180     EVALUATE VM-EVA-CALIF (VM-EVA-HALLADO)
005190         WHEN "1"
005200             MOVE "INSUFICIENTE" TO VM-CALIF-NOMBRE
005210         WHEN "2"
005220             MOVE "MEJORABLE"    TO VM-CALIF-NOMBRE
005230         WHEN "3"
005240             MOVE "ADECUADO"     TO VM-CALIF-NOMBRE
005250         WHEN "4"
005260             MOVE "NOTABLE"      TO VM-CALIF-NOMBRE
005270         WHEN "5"
005280             MOVE "EXCELENTE"    TO VM-CALIF-NOMBRE
005290         WHEN OTHER
005300             MOVE "SIN CALIFICAR" TO VM-CALIF-NOMBRE
005310     END-EVALUATE.
005320
005330*----------------------------------------------------------------
005340* 7100-SELLAR-CAMBIO - STAMP THE ENTRY WITH TODAY AND THE
005350*                      OPERATOR, MARK THE TABLE FOR REWRITING AND
005360*                      AUDIT THE CHANGE.
005370*----------------------------------------------------------------
005380 7100-SELLAR-CAMBIO.
005390     MOVE FUNCTION CURRENT-DATE(1:8)
005400         TO VM-EVA-FECHA (VM-EVA-HALLADO)
005410     MOVE VM-OPERADOR TO VM-EVA-OPER (VM-EVA-HALLADO)
005420     MOVE "Y" TO VM-MODIFICADO-SW
005430     PERFORM 7000-WRITE-AUDIT.
005440
005450*----------------------------------------------------------------
005460* 7000-WRITE-AUDIT - THE MASTER RECORD ITSELF DOES NOT CHANGE
005470*                    FROM THIS SCREEN, BUT THE TRAIL STILL GETS
005480*                    ITS ENTRY (ACCION "EVALUA", BEFORE = AFTER)
005490*                    SO EVERY STEP OF THE APPRAISAL SHOWS WHO AND
005500*                    WHEN.
005510*----------------------------------------------------------------
005520 7000-WRITE-AUDIT.
005530     MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-FECHA
005540     MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HORA
005550     MOVE "EVALUA"                   TO AUD-ACCION
005560     MOVE VM-E-ID                    TO AUD-E-ID
005570     MOVE VM-OPERADOR                TO AUD-OPERADOR
005580     MOVE E-NOMBRE                   TO AUD-A-NOMBRE
005590     MOVE E-EDAD                     TO AUD-A-EDAD
005600     MOVE E-EMAIL                    TO AUD-A-EMAIL
005610     MOVE E-SALARIO                  TO AUD-A-SALARIO
005620     MOVE E-STATUS                   TO AUD-A-STATUS
005630     MOVE E-FECHA-INGRESO            TO AUD-A-FECHA-INGRESO
005640     MOVE E-FECHA-BAJA               TO AUD-A-FECHA-BAJA
005650     MOVE E-DEPTO                    TO AUD-A-DEPTO
005660     MOVE E-FECHA-NACIMIENTO         TO AUD-A-FECHA-NACIMIENTO
005670     MOVE E-BANCO                    TO AUD-A-BANCO
005680     MOVE E-BANDA                    TO AUD-A-BANDA
005690     MOVE E-VAC-TOMADOS              TO AUD-A-VAC-TOMADOS
005700     MOVE E-MOTIVO-BAJA              TO AUD-A-MOTIVO-BAJA
005710     MOVE E-SUPERVISOR               TO AUD-A-SUPERVISOR
005720     MOVE E-PAGO                     TO AUD-A-PAGO
005730     MOVE E-PUESTO                   TO AUD-A-PUESTO
005740     MOVE E-CONTRATO                 TO AUD-A-CONTRATO
005750     MOVE E-FECHA-FIN-CONTRATO
005760         TO AUD-A-FECHA-FIN-CONTRATO
005770     MOVE E-PRUEBA-CONF              TO AUD-A-PRUEBA
005780     MOVE E-CATEGORIA                TO AUD-A-CATEGORIA
005790     MOVE E-NOMBRE                   TO AUD-D-NOMBRE
005800     MOVE E-EDAD                     TO AUD-D-EDAD
005810     MOVE E-EMAIL                    TO AUD-D-EMAIL
005820     MOVE E-SALARIO                  TO AUD-D-SALARIO
005830     MOVE E-STATUS                   TO AUD-D-STATUS
005840     MOVE E-FECHA-INGRESO            TO AUD-D-FECHA-INGRESO
005850     MOVE E-FECHA-BAJA               TO AUD-D-FECHA-BAJA
005860     MOVE E-DEPTO                    TO AUD-D-DEPTO
005870     MOVE E-FECHA-NACIMIENTO         TO AUD-D-FECHA-NACIMIENTO
005880     MOVE E-BANCO                    TO AUD-D-BANCO
005890     MOVE E-BANDA                    TO AUD-D-BANDA
005900     MOVE E-VAC-TOMADOS              TO AUD-D-VAC-TOMADOS
005910     MOVE E-MOTIVO-BAJA              TO AUD-D-MOTIVO-BAJA
005920     MOVE E-SUPERVISOR               TO AUD-D-SUPERVISOR
005930     MOVE E-PAGO                     TO AUD-D-PAGO
005940     MOVE E-PUESTO                   TO AUD-D-PUESTO
005950     MOVE E-CONTRATO                 TO AUD-D-CONTRATO
005960     MOVE E-FECHA-FIN-CONTRATO
005970         TO AUD-D-FECHA-FIN-CONTRATO
005980     MOVE E-PRUEBA-CONF              TO AUD-D-PRUEBA
005990     MOVE E-CATEGORIA                TO AUD-D-CATEGORIA
006000     WRITE AUD-REGISTRO.
006010
006020*----------------------------------------------------------------
006030* 7500-REESCRIBIR-EVALUACIONES - THE WHOLE TABLE GOES BACK TO THE
006040*                               FILE WHEN ANYTHING CHANGED.
006050*----------------------------------------------------------------
006060 7500-REESCRIBIR-EVALUACIONES.
006070     IF VM-MODIFICADO
006080         IF VM-DESBORDE
006090             PERFORM 7600-SALVAR-COLA
006100         END-IF
006110         OPEN OUTPUT EMPEVA-ARCHIVO
006120         PERFORM 7510-ESCRIBIR-EVALUACION
006130             VARYING VM-EVA-IDX FROM 1 BY 1
006140             UNTIL VM-EVA-IDX > VM-EVA-MAX
006150         IF VM-DESBORDE
006160             PERFORM 7700-REPONER-COLA
006170         END-IF
006180         CLOSE EMPEVA-ARCHIVO
006190     END-IF.
006200
006210 7510-ESCRIBIR-EVALUACION.
006220     MOVE VM-EVA-ENTRADA (VM-EVA-IDX) TO EMPEVA-REGISTRO
006230     WRITE EMPEVA-REGISTRO.
006240
006250*----------------------------------------------------------------
006260* 7600-SALVAR-COLA - COPY EVERY RECORD BEYOND THE WORK TABLE TO
006270*                    THE .TMP FILE BEFORE THE REWRITE TRUNCATES
006280*                    THE FILE.
006290*----------------------------------------------------------------
006300 7600-SALVAR-COLA.
006310     MOVE "N" TO EVA-EOF-SW
006320     MOVE ZERO TO VM-SALTADOS
006330     OPEN INPUT EMPEVA-ARCHIVO
006340     OPEN OUTPUT EVALUACION-TEMPORAL
006350     PERFORM 1110-LEER-EVALUACION
006360     PERFORM 7610-COPIAR-COLA UNTIL EVA-EOF
006370     CLOSE EMPEVA-ARCHIVO
006380     CLOSE EVALUACION-TEMPORAL.
006390
006400 7610-COPIAR-COLA.
006410     ADD 1 TO VM-SALTADOS
006420     IF VM-SALTADOS > VM-EVA-MAX
006430         MOVE EMPEVA-REGISTRO TO TMP-REGISTRO
006440         WRITE TMP-REGISTRO
006450     END-IF
006460     PERFORM 1110-LEER-EVALUACION.
006470
006480*----------------------------------------------------------------
006490* 7700-REPONER-COLA - APPEND THE SAVED TAIL BEHIND THE
006500*                     REWRITTEN ENTRIES.
006510*----------------------------------------------------------------
006520 7700-REPONER-COLA.
006530     MOVE "N" TO EVA-EOF-SW
006540     OPEN INPUT EVALUACION-TEMPORAL
006550     PERFORM 7710-LEER-COLA
006560     PERFORM 7720-ESCRIBIR-COLA UNTIL EVA-EOF
006570     CLOSE EVALUACION-TEMPORAL.
006580
006590 7710-LEER-COLA.
006600     READ EVALUACION-TEMPORAL
006610         AT END
006620             MOVE "Y" TO EVA-EOF-SW
006630     END-READ.
006640
006650 7720-ESCRIBIR-COLA.
006660     MOVE TMP-REGISTRO TO EMPEVA-REGISTRO
006670     WRITE EMPEVA-REGISTRO
006680     PERFORM 7710-LEER-COLA.
006690
006700 9999-EXIT.
006710     CLOSE EMPLEADOS-ARCHIVO
006720     CLOSE EMPLEADOS-AUDITORIA
006730     GOBACK.
006740 END PROGRAM EMPEVAM.
