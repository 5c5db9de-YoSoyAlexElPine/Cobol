000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       IRPF PERSONAL-SITUATION SCREEN (MODELO 145), IN
000060*                THE EMPDIRM STYLE.  A CLERK KEYS AN E-ID AND CAN
000070*                VIEW OR CHANGE WHAT THE EMPLOYEE DECLARED ON THE
000080*                MODELO 145 - FAMILY SITUATION (1/2/3), NUMBER OF
000090*                DESCENDANTS AND HOW MANY ARE UNDER THREE,
000100*                ASCENDANTS LIVING WITH THEM, DISABILITY DEGREE,
000110*                MORTGAGE ON THE HABITUAL HOME AND ANY VOLUNTARY
000120*                HIGHER RATE - ON EMPIRPF.DAT, ONE RECORD PER
000130*                E-ID.  EVERY CHANGE FLAGS THE RECORD FOR
000140*                RECALCULATION SO THE NEXT PAYROLL RUN REGULARISES
000150*                THE RATE FOR THE REST OF THE YEAR, AND APPENDS
000160*                THE USUAL AUDIT ENTRY (ACCION "IRP145", OPERSES
000170*                OPERATOR STAMP).
000180*                A CONSULTATION IS LOGGED THROUGH ACCLOG LIKE ANY
000190*                OTHER LOOK AT PERSONAL DATA.
000200* TECTONICS:     cobc -x -std=ibm -I copybooks EMPIRPM.CBL
000210*                OPERSES RUNLOCK ACCLOG
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   ---------- ----  ----------------------------------------
000260*   2026-10-15  RT   ORIGINAL PROGRAM.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EMPIRPM.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     COPY EMPFSEL.
000350     COPY EMPAUSEL.
000360     COPY EMPIRSEL.
000370
000380     SELECT SITUACION-TEMPORAL
000390         ASSIGN TO "EMPIRPF.TMP"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS TMP-FILE-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EMPLEADOS-ARCHIVO.
000460     COPY EMPREG.
000470
000480 FD  EMPLEADOS-AUDITORIA.
000490     COPY EMPAUD.
000500
000510 FD  SITUACION-TEMPORAL.
000520 01  TMP-REGISTRO             PIC X(104).
000530
000540 FD  EMPIRPF-ARCHIVO.
000550     COPY EMPIRP.
000560
000570 WORKING-STORAGE SECTION.
000580 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000590 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
000600 01  IRP-FILE-STATUS          PIC XX VALUE SPACES.
000610 01  IRP-EOF-SW               PIC X VALUE "N".
000620     88  IRP-EOF              VALUE "Y".
000630
000640 01  IM-EOJ-SW                PIC X VALUE "N".
000650     88  IM-EOJ               VALUE "Y".
000660 01  IM-FOUND-SW              PIC X VALUE "N".
000670     88  IM-FOUND             VALUE "Y".
000680
000690 01  IM-PROGRAMA              PIC X(08) VALUE "EMPIRPM".
000700 01  IM-OPCION                PIC 9(1) VALUE 0.
000710 01  IM-E-ID                  PIC X(50) VALUE SPACES.
000720 01  IM-CAMPO                 PIC X(50) VALUE SPACES.
000730 01  IM-NUMERO                PIC 9(02) VALUE 0.
000740 01  IM-NUM-OK-SW             PIC X VALUE "N".
000750     88  IM-NUM-OK            VALUE "Y".
000760 01  IM-PCT-X                 PIC X(04) VALUE ZEROS.
000770 01  IM-PCT REDEFINES IM-PCT-X
000780                              PIC 99V99.
000790 01  IM-PCT-EDIT              PIC Z9.99.
000800 01  TMP-FILE-STATUS          PIC XX VALUE SPACES.
000810 01  IM-DESBORDE-SW           PIC X VALUE "N".
000820     88  IM-DESBORDE          VALUE "Y".
000830 01  IM-SALTADOS              PIC 9(5) VALUE 0.
000840 01  IM-MODIFICADO-SW         PIC X VALUE "N".
000850     88  IM-MODIFICADO        VALUE "Y".
000860
000870 01  IM-IRP-TABLA.
000880     05  IM-IRP-MAX           PIC 9(3) VALUE 0.
000890     05  IM-IRP-ENTRADA OCCURS 500 TIMES.
000900         10  IM-IRP-E-ID      PIC X(50).
000910         10  IM-IRP-SITUACION PIC X(01).
000920         10  IM-IRP-DESC      PIC 9(02).
000930         10  IM-IRP-MENOR3    PIC 9(02).
000940         10  IM-IRP-ASC       PIC 9(02).
000950         10  IM-IRP-DISCAP    PIC 9(02).
000960         10  IM-IRP-HIPOTECA  PIC X(01).
000970         10  IM-IRP-VOLUNT    PIC 99V99.
000980         10  IM-IRP-FECHA     PIC 9(08).
000990         10  IM-IRP-OPER      PIC X(08).
001000         10  IM-IRP-RECALC    PIC X(01).
001010         10  IM-IRP-TIPO      PIC 99V99.
001020         10  IM-IRP-ANIO      PIC 9(04).
001030         10  IM-IRP-SALARIO   PIC 9(7)V99.
001040         10  IM-IRP-PERIODO   PIC 9(06).
001050 01  IM-IRP-IDX               PIC 9(3) VALUE 0.
001060 01  IM-IRP-HALLADO           PIC 9(3) VALUE 0.
001070
001080 01  IM-OPERADOR              PIC X(08) VALUE SPACES.
001090 01  IM-OPER-NIVEL            PIC X(01) VALUE SPACES.
001100
001110 01  IM-LCK-ACCION            PIC X(08) VALUE SPACES.
001120 01  IM-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
001130 01  IM-LCK-RESULTADO-SW      PIC X VALUE "N".
001140     88  IM-LCK-CONCEDIDO     VALUE "Y".
001150 01  IM-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
001160 01  IM-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001170 01  IM-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001180 01  IM-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
001190
001200 PROCEDURE DIVISION.
001210
001220 0000-MAINLINE.
001230     PERFORM 0500-TOMAR-CERROJO
001240     IF IM-LCK-CONCEDIDO
001250         PERFORM 1000-INITIALIZE
001260         PERFORM 2000-PROCESS-MENU UNTIL IM-EOJ
001270         PERFORM 7500-REESCRIBIR-SITUACIONES
001280         PERFORM 8500-SOLTAR-CERROJO
001290         PERFORM 9999-EXIT
001300     ELSE
001310         GOBACK
001320     END-IF.
001330
001340*----------------------------------------------------------------
001350* 0500-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK BEFORE
001360*                      TOUCHING THE MASTER.
001370*----------------------------------------------------------------
001380 0500-TOMAR-CERROJO.
001390     MOVE "TOMAR" TO IM-LCK-ACCION
001400     CALL "RUNLOCK" USING IM-LCK-ACCION, IM-LCK-TIPO,
001410         IM-LCK-RESULTADO-SW, IM-LCK-TEN-TIPO,
001420         IM-LCK-TEN-OPERADOR, IM-LCK-TEN-FECHA,
001430         IM-LCK-TEN-HORA
001440     IF NOT IM-LCK-CONCEDIDO
001450         DISPLAY "EMPIRPM: EL MAESTRO ESTA BLOQUEADO POR "
001460             IM-LCK-TEN-TIPO " (" IM-LCK-TEN-OPERADOR
001470             ") DESDE " IM-LCK-TEN-FECHA " " IM-LCK-TEN-HORA
001480         DISPLAY "EMPIRPM: USE LA OPCION DE CERROJO DEL MENU"
001490             " SI QUEDO ATASCADO"
001500     END-IF.
001510
001520 8500-SOLTAR-CERROJO.
001530     MOVE "SOLTAR" TO IM-LCK-ACCION
001540     CALL "RUNLOCK" USING IM-LCK-ACCION, IM-LCK-TIPO,
001550         IM-LCK-RESULTADO-SW, IM-LCK-TEN-TIPO,
001560         IM-LCK-TEN-OPERADOR, IM-LCK-TEN-FECHA,
001570         IM-LCK-TEN-HORA.
001580
001590 1000-INITIALIZE.
001600     CALL "OPERSES" USING IM-OPERADOR, IM-OPER-NIVEL
001610     OPEN I-O EMPLEADOS-ARCHIVO
001620     OPEN EXTEND EMPLEADOS-AUDITORIA
001630     IF AUD-FILE-STATUS = "35"
001640         OPEN OUTPUT EMPLEADOS-AUDITORIA
001650     END-IF
001660     PERFORM 1100-CARGAR-SITUACIONES.
001670
001680 1100-CARGAR-SITUACIONES.
001690     MOVE ZERO TO IM-IRP-MAX
001700     MOVE "N" TO IRP-EOF-SW
001710     OPEN INPUT EMPIRPF-ARCHIVO
001720     IF IRP-FILE-STATUS = "00"
001730         PERFORM 1110-LEER-SITUACION
001740         PERFORM 1120-GUARDAR-SITUACION UNTIL IRP-EOF
001750     END-IF
001760     IF IRP-FILE-STATUS = "00" OR IRP-FILE-STATUS = "05"
001770             OR IRP-FILE-STATUS = "10"
001780         CLOSE EMPIRPF-ARCHIVO
001790     END-IF.
001800
001810 1110-LEER-SITUACION.
001820     READ EMPIRPF-ARCHIVO
001830         AT END
001840             MOVE "Y" TO IRP-EOF-SW
001850     END-READ.
001860
001870 1120-GUARDAR-SITUACION.
001880     IF IM-IRP-MAX < 500
001890         ADD 1 TO IM-IRP-MAX
001900         MOVE IRP-E-ID           TO IM-IRP-E-ID (IM-IRP-MAX)
001910         MOVE IRP-SITUACION      TO IM-IRP-SITUACION (IM-IRP-MAX)
001920         MOVE IRP-DESCENDIENTES  TO IM-IRP-DESC (IM-IRP-MAX)
001930         MOVE IRP-DESC-MENOR3    TO IM-IRP-MENOR3 (IM-IRP-MAX)
001940         MOVE IRP-ASCENDIENTES   TO IM-IRP-ASC (IM-IRP-MAX)
001950         MOVE IRP-DISCAPACIDAD   TO IM-IRP-DISCAP (IM-IRP-MAX)
001960         MOVE IRP-HIPOTECA       TO IM-IRP-HIPOTECA (IM-IRP-MAX)
001970         MOVE IRP-PCT-VOLUNTARIO TO IM-IRP-VOLUNT (IM-IRP-MAX)
001980         MOVE IRP-FECHA-ALTA     TO IM-IRP-FECHA (IM-IRP-MAX)
001990         MOVE IRP-OPERADOR       TO IM-IRP-OPER (IM-IRP-MAX)
002000         MOVE IRP-RECALCULO      TO IM-IRP-RECALC (IM-IRP-MAX)
002010         MOVE IRP-TIPO           TO IM-IRP-TIPO (IM-IRP-MAX)
002020         MOVE IRP-TIPO-ANIO      TO IM-IRP-ANIO (IM-IRP-MAX)
002030         MOVE IRP-TIPO-SALARIO   TO IM-IRP-SALARIO (IM-IRP-MAX)
002040         MOVE IRP-TIPO-PERIODO   TO IM-IRP-PERIODO (IM-IRP-MAX)
002050     ELSE
002060         DISPLAY "EMPIRPM: MAS DE 500 SITUACIONES - TABLA LLENA"
002070             " (EL RESTO SE CONSERVA)"
002080         MOVE "Y" TO IM-DESBORDE-SW
002090         MOVE "Y" TO IRP-EOF-SW
002100     END-IF
002110     IF NOT IRP-EOF
002120         PERFORM 1110-LEER-SITUACION
002130     END-IF.
002140
002150 2000-PROCESS-MENU.
002160     DISPLAY " "
002170     DISPLAY "SITUACION PERSONAL IRPF (MODELO 145)"
002180     DISPLAY "1. CONSULTAR"
002190     DISPLAY "2. ALTA/MODIFICAR"
002200     DISPLAY "3. SALIR"
002210     DISPLAY "INTRODUCE UNA OPCION DEL 1 AL 3"
002220     ACCEPT IM-OPCION
002230
002240     EVALUATE IM-OPCION
002250         WHEN 1
002260             PERFORM 3000-CONSULTAR
002270         WHEN 2
002280             PERFORM 4000-MODIFICAR
002290         WHEN 3
002300             MOVE "Y" TO IM-EOJ-SW
002310         WHEN OTHER
002320             DISPLAY "OPCION NO VALIDA: " IM-OPCION
002330     END-EVALUATE.
002340
002350 3000-CONSULTAR.
002360     PERFORM 6000-LEER-POR-ID
002370     IF IM-FOUND
002380         PERFORM 6100-BUSCAR-SITUACION
002390         IF IM-IRP-HALLADO > 0
002400             CALL "ACCLOG" USING IM-PROGRAMA, IM-E-ID
002410             PERFORM 3100-MOSTRAR-SITUACION
002420         ELSE
002430             DISPLAY "SIN MODELO 145 REGISTRADO PARA ESTE E-ID -"
002440                 " LA NOMINA APLICA LA TABLA GENERAL"
002450         END-IF
002460     END-IF.
002470
002480 3100-MOSTRAR-SITUACION.
002490     DISPLAY "SITUACION FAMILIAR : "
002500         IM-IRP-SITUACION (IM-IRP-HALLADO)
002510     DISPLAY "DESCENDIENTES      : " IM-IRP-DESC (IM-IRP-HALLADO)
002520     DISPLAY "  MENORES DE 3 ANOS: "
002530         IM-IRP-MENOR3 (IM-IRP-HALLADO)
002540     DISPLAY "ASCENDIENTES       : " IM-IRP-ASC (IM-IRP-HALLADO)
002550     DISPLAY "DISCAPACIDAD (%)   : "
002560         IM-IRP-DISCAP (IM-IRP-HALLADO)
002570     DISPLAY "HIPOTECA VIVIENDA  : "
002580         IM-IRP-HIPOTECA (IM-IRP-HALLADO)
002590     MOVE IM-IRP-VOLUNT (IM-IRP-HALLADO) TO IM-PCT-EDIT
002600     DISPLAY "TIPO VOLUNTARIO    : " IM-PCT-EDIT
002610     DISPLAY "ULTIMO CAMBIO      : " IM-IRP-FECHA (IM-IRP-HALLADO)
002620         " POR " IM-IRP-OPER (IM-IRP-HALLADO)
002630     MOVE IM-IRP-TIPO (IM-IRP-HALLADO) TO IM-PCT-EDIT
002640     IF IM-IRP-ANIO (IM-IRP-HALLADO) = ZERO
002650         DISPLAY "TIPO EN VIGOR      : PENDIENTE DE LA PROXIMA"
002660             " NOMINA"
002670     ELSE
002680         DISPLAY "TIPO EN VIGOR      : " IM-PCT-EDIT
002690             " DESDE EL PERIODO " IM-IRP-PERIODO (IM-IRP-HALLADO)
002700     END-IF
002710     IF IM-IRP-RECALC (IM-IRP-HALLADO) = "S"
002720         DISPLAY "PENDIENTE DE REGULARIZAR EN LA PROXIMA NOMINA"
002730     END-IF.
002740
002750*----------------------------------------------------------------
002760* 4000-MODIFICAR - CAPTURE THE NEW VALUES (ENTER LEAVES A FIELD
002770*                  UNCHANGED; A NEW E-ID STARTS AS SITUATION 3
002780*                  WITH NOTHING DECLARED), REPLACE OR ADD THE
002790*                  TABLE ENTRY, FLAG IT FOR RECALCULATION AND
002800*                  AUDIT THE CHANGE.
002810*----------------------------------------------------------------
002820 4000-MODIFICAR.
002830     PERFORM 6000-LEER-POR-ID
002840     IF IM-FOUND
002850         PERFORM 6100-BUSCAR-SITUACION
002860         IF IM-IRP-HALLADO = 0
002870             IF IM-IRP-MAX >= 500
002880                 DISPLAY "EMPIRPM: TABLA LLENA"
002890             ELSE
002900                 ADD 1 TO IM-IRP-MAX
002910                 MOVE IM-IRP-MAX TO IM-IRP-HALLADO
002920                 MOVE IM-E-ID
002930                     TO IM-IRP-E-ID (IM-IRP-HALLADO)
002940                 MOVE "3" TO IM-IRP-SITUACION (IM-IRP-HALLADO)
002950                 MOVE ZERO TO IM-IRP-DESC (IM-IRP-HALLADO)
002960                 MOVE ZERO TO IM-IRP-MENOR3 (IM-IRP-HALLADO)
002970                 MOVE ZERO TO IM-IRP-ASC (IM-IRP-HALLADO)
002980                 MOVE ZERO TO IM-IRP-DISCAP (IM-IRP-HALLADO)
002990                 MOVE "N" TO IM-IRP-HIPOTECA (IM-IRP-HALLADO)
003000                 MOVE ZERO TO IM-IRP-VOLUNT (IM-IRP-HALLADO)
003010                 MOVE ZERO TO IM-IRP-TIPO (IM-IRP-HALLADO)
003020                 MOVE ZERO TO IM-IRP-ANIO (IM-IRP-HALLADO)
003030                 MOVE ZERO TO IM-IRP-SALARIO (IM-IRP-HALLADO)
003040                 MOVE ZERO TO IM-IRP-PERIODO (IM-IRP-HALLADO)
003050             END-IF
003060         END-IF
003070         IF IM-IRP-HALLADO > 0
003080             PERFORM 4100-CAPTURAR-CAMPOS
003090             MOVE FUNCTION CURRENT-DATE(1:8)
003100                 TO IM-IRP-FECHA (IM-IRP-HALLADO)
003110             MOVE IM-OPERADOR TO IM-IRP-OPER (IM-IRP-HALLADO)
003120             MOVE "S" TO IM-IRP-RECALC (IM-IRP-HALLADO)
003130             MOVE "Y" TO IM-MODIFICADO-SW
003140             PERFORM 7000-WRITE-AUDIT
003150             DISPLAY "MODELO 145 ACTUALIZADO - EL TIPO SE"
003160                 " REGULARIZA EN LA PROXIMA NOMINA"
003170         END-IF
003180     END-IF.
003190
003200*----------------------------------------------------------------
003210* 4100-CAPTURAR-CAMPOS - A VALUE THAT FAILS ITS CHECK IS REPORTED
003220*                        AND THE FIELD KEEPS ITS PREVIOUS VALUE.
003230*----------------------------------------------------------------
003240 4100-CAPTURAR-CAMPOS.
003250     DISPLAY "SITUACION FAMILIAR 1/2/3 (ENTER PARA DEJAR IGUAL): "
003260     DISPLAY "  1 = SIN CONYUGE, CON HIJOS A CARGO EXCLUSIVO"
003270     DISPLAY "  2 = CONYUGE SIN RENTAS SUPERIORES A 1.500"
003280     DISPLAY "  3 = OTRAS SITUACIONES"
003290     ACCEPT IM-CAMPO
003300     IF IM-CAMPO NOT = SPACES
003310         IF IM-CAMPO(1:1) = "1" OR IM-CAMPO(1:1) = "2"
003320                 OR IM-CAMPO(1:1) = "3"
003330             MOVE IM-CAMPO(1:1)
003340                 TO IM-IRP-SITUACION (IM-IRP-HALLADO)
003350         ELSE
003360             DISPLAY "SITUACION NO VALIDA - SE MANTIENE"
003370         END-IF
003380     END-IF
003390     DISPLAY "DESCENDIENTES A CARGO (ENTER PARA DEJAR IGUAL): "
003400     ACCEPT IM-CAMPO
003410     IF IM-CAMPO NOT = SPACES
003420         PERFORM 4200-VALIDAR-NUMERO
003430         IF IM-NUM-OK
003440             MOVE IM-NUMERO TO IM-IRP-DESC (IM-IRP-HALLADO)
003450         END-IF
003460     END-IF
003470     DISPLAY "DE ELLOS, MENORES DE 3 ANOS (ENTER IGUAL): "
003480     ACCEPT IM-CAMPO
003490     IF IM-CAMPO NOT = SPACES
003500         PERFORM 4200-VALIDAR-NUMERO
003510         IF IM-NUM-OK
003520             MOVE IM-NUMERO TO IM-IRP-MENOR3 (IM-IRP-HALLADO)
003530         END-IF
003540     END-IF
003550     IF IM-IRP-MENOR3 (IM-IRP-HALLADO) >
003560             IM-IRP-DESC (IM-IRP-HALLADO)
003570         DISPLAY "MAS MENORES DE 3 QUE DESCENDIENTES - SE"
003580             " AJUSTA AL NUMERO DE DESCENDIENTES"
003590         MOVE IM-IRP-DESC (IM-IRP-HALLADO)
003600             TO IM-IRP-MENOR3 (IM-IRP-HALLADO)
003610     END-IF
003620     DISPLAY "ASCENDIENTES A CARGO (ENTER PARA DEJAR IGUAL): "
003630     ACCEPT IM-CAMPO
003640     IF IM-CAMPO NOT = SPACES
003650         PERFORM 4200-VALIDAR-NUMERO
003660         IF IM-NUM-OK
003670             MOVE IM-NUMERO TO IM-IRP-ASC (IM-IRP-HALLADO)
003680         END-IF
003690     END-IF
003700     DISPLAY "GRADO DE DISCAPACIDAD % (0, 33-99, ENTER IGUAL): "
003710     ACCEPT IM-CAMPO
003720     IF IM-CAMPO NOT = SPACES
003730         PERFORM 4200-VALIDAR-NUMERO
003740         IF IM-NUM-OK
003750             IF IM-NUMERO > 0 AND IM-NUMERO < 33
003760                 DISPLAY "POR DEBAJO DEL 33% NO COMPUTA - SE"
003770                     " GRABA 0"
003780                 MOVE ZERO TO IM-NUMERO
003790             END-IF
003800             MOVE IM-NUMERO TO IM-IRP-DISCAP (IM-IRP-HALLADO)
003810         END-IF
003820     END-IF
003830     DISPLAY "HIPOTECA VIVIENDA HABITUAL S/N (ENTER IGUAL): "
003840     ACCEPT IM-CAMPO
003850     IF IM-CAMPO NOT = SPACES
003860         IF IM-CAMPO(1:1) = "S" OR IM-CAMPO(1:1) = "N"
003870             MOVE IM-CAMPO(1:1)
003880                 TO IM-IRP-HIPOTECA (IM-IRP-HALLADO)
003890         ELSE
003900             DISPLAY "RESPUESTA NO VALIDA - SE MANTIENE"
003910         END-IF
003920     END-IF
003930     DISPLAY "TIPO VOLUNTARIO SUPERIOR, NNNN = NN,NN %"
003940         " (0000 NINGUNO, ENTER IGUAL): "
003950     ACCEPT IM-CAMPO
003960     IF IM-CAMPO NOT = SPACES
003970         IF IM-CAMPO(1:4) IS NUMERIC
003980             MOVE IM-CAMPO(1:4) TO IM-PCT-X
003990             MOVE IM-PCT TO IM-IRP-VOLUNT (IM-IRP-HALLADO)
004000         ELSE
004010             DISPLAY "TIPO NO VALIDO - SE MANTIENE"
004020         END-IF
004030     END-IF.
004040
004050*----------------------------------------------------------------
004060* 4200-VALIDAR-NUMERO - ONE OR TWO DIGITS IN IM-CAMPO INTO
004070*                       IM-NUMERO; IM-NUM-OK-SW SAYS WHETHER IT
004080*                       WAS A NUMBER AT ALL.
004090*----------------------------------------------------------------
004100 4200-VALIDAR-NUMERO.
004110     MOVE "N" TO IM-NUM-OK-SW
004120     IF IM-CAMPO(2:1) = SPACE AND IM-CAMPO(1:1) IS NUMERIC
004130         MOVE IM-CAMPO(1:1) TO IM-NUMERO
004140         MOVE "Y" TO IM-NUM-OK-SW
004150     ELSE
004160         IF IM-CAMPO(1:2) IS NUMERIC
004170             MOVE IM-CAMPO(1:2) TO IM-NUMERO
004180             MOVE "Y" TO IM-NUM-OK-SW
004190         ELSE
004200             DISPLAY "VALOR NO NUMERICO - SE MANTIENE"
004210         END-IF
004220     END-IF.
004230
004240 6000-LEER-POR-ID.
004250     MOVE "N" TO IM-FOUND-SW
004260     DISPLAY "INTRODUCE E-ID: "
004270     ACCEPT IM-E-ID
004280     MOVE IM-E-ID TO E-ID
004290     READ EMPLEADOS-ARCHIVO
004300         INVALID KEY
004310             DISPLAY "NO EXISTE EMPLEADO CON E-ID: " IM-E-ID
004320         NOT INVALID KEY
004330             MOVE "Y" TO IM-FOUND-SW
004340     END-READ.
004350
004360 6100-BUSCAR-SITUACION.
004370     MOVE 0 TO IM-IRP-HALLADO
004380     PERFORM 6110-COMPARAR-SITUACION
004390         VARYING IM-IRP-IDX FROM 1 BY 1
004400         UNTIL IM-IRP-IDX > IM-IRP-MAX OR IM-IRP-HALLADO > 0.
004410
004420 6110-COMPARAR-SITUACION.
004430     IF IM-IRP-E-ID (IM-IRP-IDX) = IM-E-ID
004440         MOVE IM-IRP-IDX TO IM-IRP-HALLADO
004450     END-IF.
004460
004470*----------------------------------------------------------------
004480* 7000-WRITE-AUDIT - THE MASTER RECORD ITSELF DOES NOT CHANGE
004490*                    FROM THIS SCREEN, BUT THE TRAIL STILL GETS
004500*                    ITS ENTRY (ACCION "IRP145", BEFORE = AFTER)
004510*                    SO A CHANGE OF TAX SITUATION SHOWS WHO AND
004520*                    WHEN.
004530*----------------------------------------------------------------
004540 7000-WRITE-AUDIT.
004550     MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-FECHA
004560     MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HORA
004570     MOVE "IRP145"                   TO AUD-ACCION
004580     MOVE IM-E-ID                    TO AUD-E-ID
004590     MOVE IM-OPERADOR                TO AUD-OPERADOR
004600     MOVE E-NOMBRE                   TO AUD-A-NOMBRE
004610     MOVE E-EDAD                     TO AUD-A-EDAD
004620     MOVE E-EMAIL                    TO AUD-A-EMAIL
004630     MOVE E-SALARIO                  TO AUD-A-SALARIO
004640     MOVE E-STATUS                   TO AUD-A-STATUS
004650     MOVE E-FECHA-INGRESO            TO AUD-A-FECHA-INGRESO
004660     MOVE E-FECHA-BAJA               TO AUD-A-FECHA-BAJA
004670     MOVE E-DEPTO                    TO AUD-A-DEPTO
004680     MOVE E-FECHA-NACIMIENTO         TO AUD-A-FECHA-NACIMIENTO
004690     MOVE E-BANCO                    TO AUD-A-BANCO
004700     MOVE E-BANDA                    TO AUD-A-BANDA
004710     MOVE E-VAC-TOMADOS              TO AUD-A-VAC-TOMADOS
004720     MOVE E-MOTIVO-BAJA              TO AUD-A-MOTIVO-BAJA
004730     MOVE E-SUPERVISOR               TO AUD-A-SUPERVISOR
004740     MOVE E-PAGO                     TO AUD-A-PAGO
004750     MOVE E-PUESTO                   TO AUD-A-PUESTO
004760     MOVE E-CONTRATO                 TO AUD-A-CONTRATO
004770     MOVE E-FECHA-FIN-CONTRATO
004780         TO AUD-A-FECHA-FIN-CONTRATO
004790     MOVE E-PRUEBA-CONF              TO AUD-A-PRUEBA
004800     MOVE E-CATEGORIA                TO AUD-A-CATEGORIA
004810     MOVE E-NOMBRE                   TO AUD-D-NOMBRE
004820     MOVE E-EDAD                     TO AUD-D-EDAD
004830     MOVE E-EMAIL                    TO AUD-D-EMAIL
004840     MOVE E-SALARIO                  TO AUD-D-SALARIO
004850     MOVE E-STATUS                   TO AUD-D-STATUS
004860     MOVE E-FECHA-INGRESO            TO AUD-D-FECHA-INGRESO
004870     MOVE E-FECHA-BAJA               TO AUD-D-FECHA-BAJA
004880     MOVE E-DEPTO                    TO AUD-D-DEPTO
004890     MOVE E-FECHA-NACIMIENTO         TO AUD-D-FECHA-NACIMIENTO
004900     MOVE E-BANCO                    TO AUD-D-BANCO
004910     MOVE E-BANDA                    TO AUD-D-BANDA
004920     MOVE E-VAC-TOMADOS              TO AUD-D-VAC-TOMADOS
004930     MOVE E-MOTIVO-BAJA              TO AUD-D-MOTIVO-BAJA
004940     MOVE E-SUPERVISOR               TO AUD-D-SUPERVISOR
004950     MOVE E-PAGO                     TO AUD-D-PAGO
004960     MOVE E-PUESTO                   TO AUD-D-PUESTO
004970     MOVE E-CONTRATO                 TO AUD-D-CONTRATO
004980     MOVE E-FECHA-FIN-CONTRATO
004990         TO AUD-D-FECHA-FIN-CONTRATO
005000     MOVE E-PRUEBA-CONF              TO AUD-D-PRUEBA
005010     MOVE E-CATEGORIA                TO AUD-D-CATEGORIA
005020     WRITE AUD-REGISTRO.
005030
005040*----------------------------------------------------------------
005050* 7500-REESCRIBIR-SITUACIONES - THE WHOLE TABLE GOES BACK TO THE
005060*                               FILE WHEN ANYTHING CHANGED.
005070*----------------------------------------------------------------
005080 7500-REESCRIBIR-SITUACIONES.
005090     IF IM-MODIFICADO
005100         IF IM-DESBORDE
005110             PERFORM 7600-SALVAR-COLA
005120         END-IF
005130         OPEN OUTPUT EMPIRPF-ARCHIVO
005140         PERFORM 7510-ESCRIBIR-SITUACION
005150             VARYING IM-IRP-IDX FROM 1 BY 1
005160             UNTIL IM-IRP-IDX > IM-IRP-MAX
005170         IF IM-DESBORDE
005180             PERFORM 7700-REPONER-COLA
005190         END-IF
005200         CLOSE EMPIRPF-ARCHIVO
005210     END-IF.
005220
005230 7510-ESCRIBIR-SITUACION.
005240     MOVE IM-IRP-E-ID (IM-IRP-IDX)      TO IRP-E-ID
005250     MOVE IM-IRP-SITUACION (IM-IRP-IDX) TO IRP-SITUACION
005260     MOVE IM-IRP-DESC (IM-IRP-IDX)      TO IRP-DESCENDIENTES
005270     MOVE IM-IRP-MENOR3 (IM-IRP-IDX)    TO IRP-DESC-MENOR3
005280     MOVE IM-IRP-ASC (IM-IRP-IDX)       TO IRP-ASCENDIENTES
005290     MOVE IM-IRP-DISCAP (IM-IRP-IDX)    TO IRP-DISCAPACIDAD
005300     MOVE IM-IRP-HIPOTECA (IM-IRP-IDX)  TO IRP-HIPOTECA
005310     MOVE IM-IRP-VOLUNT (IM-IRP-IDX)    TO IRP-PCT-VOLUNTARIO
005320     MOVE IM-IRP-FECHA (IM-IRP-IDX)     TO IRP-FECHA-ALTA
005330     MOVE IM-IRP-OPER (IM-IRP-IDX)      TO IRP-OPERADOR
005340     MOVE IM-IRP-RECALC (IM-IRP-IDX)    TO IRP-RECALCULO
005350     MOVE IM-IRP-TIPO (IM-IRP-IDX)      TO IRP-TIPO
005360     MOVE IM-IRP-ANIO (IM-IRP-IDX)      TO IRP-TIPO-ANIO
005370     MOVE IM-IRP-SALARIO (IM-IRP-IDX)   TO IRP-TIPO-SALARIO
005380     MOVE IM-IRP-PERIODO (IM-IRP-IDX)   TO IRP-TIPO-PERIODO
005390     WRITE EMPIRPF-REGISTRO.
005400
005410*----------------------------------------------------------------
005420* 7600-SALVAR-COLA - COPY EVERY RECORD BEYOND THE WORK TABLE TO
005430*                    THE .TMP FILE BEFORE THE REWRITE TRUNCATES
005440*                    THE FILE.
005450*----------------------------------------------------------------
005460 7600-SALVAR-COLA.
005470     MOVE "N" TO IRP-EOF-SW
005480     MOVE ZERO TO IM-SALTADOS
005490     OPEN INPUT EMPIRPF-ARCHIVO
005500     OPEN OUTPUT SITUACION-TEMPORAL
005510     PERFORM 1110-LEER-SITUACION
005520     PERFORM 7610-COPIAR-COLA UNTIL IRP-EOF
005530     CLOSE EMPIRPF-ARCHIVO
005540     CLOSE SITUACION-TEMPORAL.
005550
005560 7610-COPIAR-COLA.
005570     ADD 1 TO IM-SALTADOS
005580     IF IM-SALTADOS > IM-IRP-MAX
005590         MOVE EMPIRPF-REGISTRO TO TMP-REGISTRO
005600         WRITE TMP-REGISTRO
005610     END-IF
005620     PERFORM 1110-LEER-SITUACION.
005630
005640*----------------------------------------------------------------
005650* 7700-REPONER-COLA - APPEND THE SAVED TAIL BEHIND THE
005660*                     REWRITTEN ENTRIES.
005670*----------------------------------------------------------------
005680 7700-REPONER-COLA.
005690     MOVE "N" TO IRP-EOF-SW
005700     OPEN INPUT SITUACION-TEMPORAL
005710     PERFORM 7710-LEER-COLA
005720     PERFORM 7720-ESCRIBIR-COLA UNTIL IRP-EOF
005730     CLOSE SITUACION-TEMPORAL.
005740
005750 7710-LEER-COLA.
005760     READ SITUACION-TEMPORAL
005770         AT END
005780             MOVE "Y" TO IRP-EOF-SW
005790     END-READ.
005800
005810 7720-ESCRIBIR-COLA.
005820     MOVE TMP-REGISTRO TO EMPIRPF-REGISTRO
005830     WRITE EMPIRPF-REGISTRO
005840     PERFORM 7710-LEER-COLA.
005850
005860 9999-EXIT.
005870     CLOSE EMPLEADOS-ARCHIVO
005880     CLOSE EMPLEADOS-AUDITORIA
005890     GOBACK.
005900 END PROGRAM EMPIRPM.
