000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       COST-CENTRE SPLIT SCREEN, IN THE EMPIRPM STYLE.
000060*                AN EMPLOYEE WHO WORKS FOR MORE THAN ONE
000070*                DEPARTMENT IS GIVEN AN EFFECTIVE-DATED SPLIT ON
000080*                EMPREPA.DAT - UP TO FIVE DEPTMST.DAT DEPARTMENTS,
000090*                EACH WITH ITS PERCENTAGE, ADDING UP TO EXACTLY
000100*                100.00 - AND THE JOURNAL, ACCRUAL,
000110*                SOCIAL-SECURITY, BUDGET AND ROSTER PROGRAMS
000120*                CHARGE THEM BY IT THROUGH THE SHARED REPARTO
000130*                ROUTINE. A SPLIT IS NEVER CHANGED IN PLACE: A NEW
000140*                ONE IS KEYED WITH THE DATE IT STARTS, SO PAST
000150*                PERIODS KEEP THE SPLIT THEY WERE CHARGED UNDER,
000160*                AND A ONE-LINE 100% SPLIT ENDS A SHARED
000170*                ARRANGEMENT. EVERY NEW SPLIT APPENDS THE USUAL
000180*                AUDIT ENTRY (ACCION "REPCC", OPERSES OPERATOR
000190*                STAMP); A CONSULTATION IS LOGGED THROUGH ACCLOG.
000200* TECTONICS:     cobc -x -std=ibm -I copybooks EMPREPM.CBL
000210*                OPERSES RUNLOCK ACCLOG DEPTVAL FECHAVAL CONFIRM
000220*                REPARTO
000230*----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   ---------- ----  ----------------------------------------
000270*   2026-10-15  RT   ORIGINAL PROGRAM.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. EMPREPM.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     COPY EMPFSEL.
000360     COPY EMPAUSEL.
000370     COPY EMPRPSEL.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  EMPLEADOS-ARCHIVO.
000420     COPY EMPREG.
000430
000440 FD  EMPLEADOS-AUDITORIA.
000450     COPY EMPAUD.
000460
000470 FD  EMPREPA-ARCHIVO.
000480     COPY EMPREP.
000490
000500 WORKING-STORAGE SECTION.
000510 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000520 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
000530 01  REP-FILE-STATUS          PIC XX VALUE SPACES.
000540 01  REP-EOF-SW               PIC X VALUE "N".
000550     88  REP-EOF              VALUE "Y".
000560
000570 01  RM-EOJ-SW                PIC X VALUE "N".
000580     88  RM-EOJ               VALUE "Y".
000590 01  RM-FOUND-SW              PIC X VALUE "N".
000600     88  RM-FOUND             VALUE "Y".
000610
000620 01  RM-PROGRAMA              PIC X(08) VALUE "EMPREPM".
000630 01  RM-OPCION                PIC 9(1) VALUE 0.
000640 01  RM-E-ID                  PIC X(50) VALUE SPACES.
000650 01  RM-CAMPO                 PIC X(50) VALUE SPACES.
000660 01  RM-HOY                   PIC 9(8) VALUE ZERO.
000670 01  RM-LISTADOS              PIC 9(3) VALUE 0.
000680
000690 01  RM-VIG-DESDE             PIC 9(8) VALUE ZERO.
000700 01  RM-FECHA-TRABAJO         PIC 9(8) VALUE ZERO.
000710 01  RM-FECHA-VALIDA-SW       PIC X VALUE "N".
000720     88  RM-FECHA-VALIDA      VALUE "Y".
000730 01  RM-FECHA-LISTA-SW        PIC X VALUE "N".
000740     88  RM-FECHA-LISTA       VALUE "Y".
000750
000760 01  RM-NUEVO.
000770     05  RM-N-LINEAS          PIC 9(1) VALUE 0.
000780     05  RM-N-LINEA OCCURS 5 TIMES.
000790         10  RM-N-DEPTO       PIC X(04).
000800         10  RM-N-PCT         PIC 9(3)V99.
000810 01  RM-TOTAL                 PIC 9(3)V99 VALUE ZERO.
000820 01  RM-RESTO                 PIC 9(3)V99 VALUE ZERO.
000830 01  RM-VALOR                 PIC S9(7)V99 VALUE ZERO.
000840 01  RM-PCT-EDIT              PIC ZZ9.99.
000850 01  RM-IDX                   PIC 9(1) VALUE 0.
000860 01  RM-DUPLICADO-SW          PIC X VALUE "N".
000870     88  RM-DUPLICADO         VALUE "Y".
000880 01  RM-CAPTURA-FIN-SW        PIC X VALUE "N".
000890     88  RM-CAPTURA-FIN       VALUE "Y".
000900 01  RM-PCT-LISTO-SW          PIC X VALUE "N".
000910     88  RM-PCT-LISTO         VALUE "Y".
000920
000930 01  RM-DEPTO-VALIDO-SW       PIC X VALUE "N".
000940     88  RM-DEPTO-VALIDO      VALUE "Y".
000950 01  RM-DEPTO-CERRADO-SW      PIC X VALUE "N".
000960     88  RM-DEPTO-CERRADO     VALUE "S".
000970 01  RM-DEPTO-NOMBRE          PIC X(30) VALUE SPACES.
000980
000990 01  RM-ACCION-TXT            PIC X(40) VALUE SPACES.
001000 01  RM-CONFIRMA              PIC X VALUE "N".
001010
001020 01  RM-OPERADOR              PIC X(08) VALUE SPACES.
001030 01  RM-OPER-NIVEL            PIC X(01) VALUE SPACES.
001040
001050 01  RM-LCK-ACCION            PIC X(08) VALUE SPACES.
001060 01  RM-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
001070 01  RM-LCK-RESULTADO-SW      PIC X VALUE "N".
001080     88  RM-LCK-CONCEDIDO     VALUE "Y".
001090 01  RM-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
001100 01  RM-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001110 01  RM-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001120 01  RM-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
001130
001140     COPY EMPRPL.
001150
001160 PROCEDURE DIVISION.
001170
001180 0000-MAINLINE.
001190     PERFORM 0500-TOMAR-CERROJO
001200     IF RM-LCK-CONCEDIDO
001210         PERFORM 1000-INITIALIZE
001220         PERFORM 2000-PROCESS-MENU UNTIL RM-EOJ
001230         PERFORM 8500-SOLTAR-CERROJO
001240         PERFORM 9999-EXIT
001250     ELSE
001260         GOBACK
001270     END-IF.
001280
001290*----------------------------------------------------------------
001300* 0500-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK BEFORE
001310*                      TOUCHING THE SPLIT FILE.
001320*----------------------------------------------------------------
001330 0500-TOMAR-CERROJO.
001340     MOVE "TOMAR" TO RM-LCK-ACCION
001350     CALL "RUNLOCK" USING RM-LCK-ACCION, RM-LCK-TIPO,
001360         RM-LCK-RESULTADO-SW, RM-LCK-TEN-TIPO,
001370         RM-LCK-TEN-OPERADOR, RM-LCK-TEN-FECHA,
001380         RM-LCK-TEN-HORA
001390     IF NOT RM-LCK-CONCEDIDO
001400         DISPLAY "EMPREPM: EL MAESTRO ESTA BLOQUEADO POR "
001410             RM-LCK-TEN-TIPO " (" RM-LCK-TEN-OPERADOR
001420             ") DESDE " RM-LCK-TEN-FECHA " " RM-LCK-TEN-HORA
001430         DISPLAY "EMPREPM: USE LA OPCION DE CERROJO DEL MENU"
001440             " SI QUEDO ATASCADO"
001450     END-IF.
001460
001470 8500-SOLTAR-CERROJO.
001480     MOVE "SOLTAR" TO RM-LCK-ACCION
001490     CALL "RUNLOCK" USING RM-LCK-ACCION, RM-LCK-TIPO,
001500         RM-LCK-RESULTADO-SW, RM-LCK-TEN-TIPO,
001510         RM-LCK-TEN-OPERADOR, RM-LCK-TEN-FECHA,
001520         RM-LCK-TEN-HORA.
001530
001540 1000-INITIALIZE.
001550     CALL "OPERSES" USING RM-OPERADOR, RM-OPER-NIVEL
001560     MOVE FUNCTION CURRENT-DATE(1:8) TO RM-HOY
001570     OPEN INPUT EMPLEADOS-ARCHIVO
001580     OPEN EXTEND EMPLEADOS-AUDITORIA
001590     IF AUD-FILE-STATUS = "35"
001600         OPEN OUTPUT EMPLEADOS-AUDITORIA
001610     END-IF.
001620
001630 2000-PROCESS-MENU.
001640     DISPLAY " "
001650     DISPLAY "REPARTO POR CENTROS DE COSTE"
001660     DISPLAY "1. CONSULTAR"
001670     DISPLAY "2. NUEVO REPARTO"
001680     DISPLAY "3. SALIR"
001690     DISPLAY "INTRODUCE UNA OPCION DEL 1 AL 3"
001700     ACCEPT RM-OPCION
001710
001720     EVALUATE RM-OPCION
001730         WHEN 1
001740             PERFORM 3000-CONSULTAR
001750         WHEN 2
001760             PERFORM 4000-NUEVO-REPARTO
001770         WHEN 3
001780             MOVE "Y" TO RM-EOJ-SW
001790         WHEN OTHER
001800             DISPLAY "OPCION NO VALIDA: " RM-OPCION
001810     END-EVALUATE.
001820
001830*----------------------------------------------------------------
001840* 3000-CONSULTAR - EVERY SPLIT EVER KEYED FOR THE E-ID, OLDEST
001850*                  FIRST, THEN THE ONE IN FORCE TODAY.
001860*----------------------------------------------------------------
001870 3000-CONSULTAR.
001880     PERFORM 6000-LEER-POR-ID
001890     IF RM-FOUND
001900         CALL "ACCLOG" USING RM-PROGRAMA, RM-E-ID
001910         MOVE ZERO TO RM-LISTADOS
001920         MOVE "N" TO REP-EOF-SW
001930         OPEN INPUT EMPREPA-ARCHIVO
001940         IF REP-FILE-STATUS = "00"
001950             PERFORM 3100-LEER-REPARTO
001960             PERFORM 3200-LISTAR-REPARTO UNTIL REP-EOF
001970         END-IF
001980         IF REP-FILE-STATUS = "00" OR REP-FILE-STATUS = "05"
001990                 OR REP-FILE-STATUS = "10"
002000             CLOSE EMPREPA-ARCHIVO
002010         END-IF
002020         IF RM-LISTADOS = ZERO
002030             DISPLAY "SIN REPARTO REGISTRADO PARA ESTE E-ID"
002040         END-IF
002050         PERFORM 3400-MOSTRAR-VIGENTE
002060     END-IF.
002070
002080 3100-LEER-REPARTO.
002090     READ EMPREPA-ARCHIVO
002100         AT END
002110             MOVE "Y" TO REP-EOF-SW
002120     END-READ.
002130
002140 3200-LISTAR-REPARTO.
002150     IF REP-E-ID = RM-E-ID
002160         ADD 1 TO RM-LISTADOS
002170         DISPLAY "VIGENTE DESDE " REP-VIG-DESDE
002180             "  (GRABADO " REP-FECHA-ALTA " POR "
002190             REP-OPERADOR ")"
002200         PERFORM 3300-LISTAR-LINEA
002210             VARYING RM-IDX FROM 1 BY 1
002220             UNTIL RM-IDX > REP-LINEAS OR RM-IDX > 5
002230     END-IF
002240     PERFORM 3100-LEER-REPARTO.
002250
002260 3300-LISTAR-LINEA.
002270     MOVE REP-PCT (RM-IDX) TO RM-PCT-EDIT
002280     DISPLAY "    " REP-DEPTO (RM-IDX) "  " RM-PCT-EDIT " %".
002290
002300*----------------------------------------------------------------
002310* 3400-MOSTRAR-VIGENTE - ASK REPARTO, SO THE SCREEN SHOWS
002320*                        EXACTLY WHAT THE PAYROLL PROGRAMS WILL
002330*                        CHARGE.
002340*----------------------------------------------------------------
002350 3400-MOSTRAR-VIGENTE.
002360     PERFORM 6200-REPARTO-HOY
002370     IF RA-COMPARTIDO
002380         DISPLAY "EN VIGOR HOY (DESDE " RA-DESDE "):"
002390     ELSE
002400         DISPLAY "EN VIGOR HOY: SIN REPARTO - 100 % AL DEPTO"
002410             " DEL MAESTRO"
002420     END-IF
002430     PERFORM 3410-MOSTRAR-LINEA-VIGENTE
002440         VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RA-LINEAS.
002450
002460 3410-MOSTRAR-LINEA-VIGENTE.
002470     MOVE RA-PCT (RM-IDX) TO RM-PCT-EDIT
002480     DISPLAY "    " RA-DEPTO (RM-IDX) "  " RM-PCT-EDIT " %".
002490
002500*----------------------------------------------------------------
002510* 4000-NUEVO-REPARTO - START DATE, THEN DEPARTMENT/PERCENTAGE
002520*                      LINES UNTIL THEY REACH 100.00 OR ENTER
002530*                      ENDS THE LIST.  ONLY A SPLIT THAT ADDS UP
002540*                      TO EXACTLY 100.00 IS WRITTEN, AFTER THE
002550*                      USUAL CONFIRMATION.
002560*----------------------------------------------------------------
002570 4000-NUEVO-REPARTO.
002580     PERFORM 6000-LEER-POR-ID
002590     IF RM-FOUND
002600         PERFORM 3400-MOSTRAR-VIGENTE
002610         MOVE "N" TO RM-FECHA-LISTA-SW
002620         PERFORM 4100-CAPTURAR-FECHA UNTIL RM-FECHA-LISTA
002630         MOVE ZERO TO RM-N-LINEAS RM-TOTAL
002640         MOVE "N" TO RM-CAPTURA-FIN-SW
002650         PERFORM 4200-CAPTURAR-LINEA UNTIL RM-CAPTURA-FIN
002660         IF RM-TOTAL NOT = 100
002670             MOVE RM-TOTAL TO RM-PCT-EDIT
002680             DISPLAY "EL REPARTO SUMA " RM-PCT-EDIT
002690                 " % Y DEBE SUMAR 100.00 - NO SE GRABA"
002700         ELSE
002710             MOVE "GRABAR EL NUEVO REPARTO" TO RM-ACCION-TXT
002720             CALL "CONFIRM" USING RM-ACCION-TXT, RM-CONFIRMA
002730             IF RM-CONFIRMA = "S" OR RM-CONFIRMA = "s"
002740                 PERFORM 5000-GRABAR-REPARTO
002750                 PERFORM 7000-WRITE-AUDIT
002760                 DISPLAY "REPARTO GRABADO, EN VIGOR DESDE "
002770                     RM-VIG-DESDE
002780             ELSE
002790                 DISPLAY "ANULADO - NADA GRABADO"
002800             END-IF
002810         END-IF
002820     END-IF.
002830
002840*----------------------------------------------------------------
002850* 4100-CAPTURAR-FECHA - ENTER TAKES THE FIRST OF THE CURRENT
002860*                       MONTH; ANYTHING ELSE GOES THROUGH THE
002870*                       USUAL FECHAVAL RE-PROMPT.
002880*----------------------------------------------------------------
002890 4100-CAPTURAR-FECHA.
002900     DISPLAY "EN VIGOR DESDE YYYYMMDD (ENTER = DIA 1 DEL MES): "
002910     ACCEPT RM-CAMPO
002920     IF RM-CAMPO = SPACES
002930         MOVE RM-HOY TO RM-VIG-DESDE
002940         MOVE 01 TO RM-VIG-DESDE(7:2)
002950         MOVE "Y" TO RM-FECHA-LISTA-SW
002960     ELSE
002970         IF RM-CAMPO(1:8) IS NUMERIC
002980             MOVE RM-CAMPO(1:8) TO RM-FECHA-TRABAJO
002990             CALL "FECHAVAL" USING RM-FECHA-TRABAJO,
003000                 RM-FECHA-VALIDA-SW
003010         ELSE
003020             MOVE "N" TO RM-FECHA-VALIDA-SW
003030         END-IF
003040         IF RM-FECHA-VALIDA
003050             MOVE RM-FECHA-TRABAJO TO RM-VIG-DESDE
003060             MOVE "Y" TO RM-FECHA-LISTA-SW
003070         ELSE
003080             DISPLAY "FECHA INVALIDA - NO ES UNA FECHA REAL"
003090                 " (YYYYMMDD)"
003100         END-IF
003110     END-IF.
003120
003130*----------------------------------------------------------------
003140* 4200-CAPTURAR-LINEA - ONE DEPARTMENT: KNOWN TO DEPTVAL, NOT
003150*                       CLOSED AND NOT ALREADY IN THIS SPLIT.
003160*----------------------------------------------------------------
003170 4200-CAPTURAR-LINEA.
003180     COMPUTE RM-RESTO = 100 - RM-TOTAL
003190     MOVE RM-RESTO TO RM-PCT-EDIT
003200     COMPUTE RM-IDX = RM-N-LINEAS + 1
003210     DISPLAY "DEPTO DE LA LINEA " RM-IDX ", QUEDAN "
003220         RM-PCT-EDIT " % (ENTER = TERMINAR): "
003230     ACCEPT RM-CAMPO
003240     IF RM-CAMPO = SPACES
003250         MOVE "Y" TO RM-CAPTURA-FIN-SW
003260     ELSE
003270         CALL "DEPTVAL" USING RM-CAMPO(1:4),
003280             RM-DEPTO-VALIDO-SW, RM-DEPTO-NOMBRE,
003290             RM-DEPTO-CERRADO-SW
003300         PERFORM 4210-BUSCAR-DUPLICADO
003310         IF RM-DEPTO-VALIDO AND RM-DEPTO-CERRADO
003320             DISPLAY "DEPTO CERRADO - NO SE ADMITE: "
003330                 RM-CAMPO(1:4)
003340         ELSE
003350         IF NOT RM-DEPTO-VALIDO
003360             DISPLAY "DEPTO DESCONOCIDO - NO SE ADMITE: "
003370                 RM-CAMPO(1:4)
003380         ELSE
003390         IF RM-DUPLICADO
003400             DISPLAY "DEPTO YA INCLUIDO EN ESTE REPARTO: "
003410                 RM-CAMPO(1:4)
003420         ELSE
003430             DISPLAY "DEPARTAMENTO: " RM-DEPTO-NOMBRE
003440             ADD 1 TO RM-N-LINEAS
003450             MOVE RM-CAMPO(1:4) TO RM-N-DEPTO (RM-N-LINEAS)
003460             MOVE "N" TO RM-PCT-LISTO-SW
003470             PERFORM 4300-CAPTURAR-PCT UNTIL RM-PCT-LISTO
003480         END-IF
003490         END-IF
003500         END-IF
003510     END-IF
003520     IF RM-TOTAL = 100 OR RM-N-LINEAS = 5
003530         MOVE "Y" TO RM-CAPTURA-FIN-SW
003540     END-IF.
003550
003560 4210-BUSCAR-DUPLICADO.
003570     MOVE "N" TO RM-DUPLICADO-SW
003580     PERFORM 4220-COMPARAR-DEPTO
003590         VARYING RM-IDX FROM 1 BY 1
003600         UNTIL RM-IDX > RM-N-LINEAS.
003610
003620 4220-COMPARAR-DEPTO.
003630     IF RM-N-DEPTO (RM-IDX) = RM-CAMPO(1:4)
003640         MOVE "Y" TO RM-DUPLICADO-SW
003650     END-IF.
003660
003670*----------------------------------------------------------------
003680* 4300-CAPTURAR-PCT - A PERCENTAGE ABOVE ZERO THAT DOES NOT TAKE
003690*                     THE TOTAL PAST 100.00; ENTER TAKES ALL
003700*                     THAT IS LEFT.
003710*----------------------------------------------------------------
003720 4300-CAPTURAR-PCT.
003730     MOVE RM-RESTO TO RM-PCT-EDIT
003740     DISPLAY "PORCENTAJE NNN.NN (ENTER = " RM-PCT-EDIT "): "
003750     ACCEPT RM-CAMPO
003760     IF RM-CAMPO = SPACES
003770         MOVE RM-RESTO TO RM-VALOR
003780     ELSE
003790         IF FUNCTION TEST-NUMVAL(RM-CAMPO) = 0
003800             COMPUTE RM-VALOR = FUNCTION NUMVAL(RM-CAMPO)
003810         ELSE
003820             MOVE ZERO TO RM-VALOR
003830         END-IF
003840     END-IF
003850     IF RM-VALOR > ZERO AND RM-VALOR <= RM-RESTO
003860         MOVE RM-VALOR TO RM-N-PCT (RM-N-LINEAS)
003870         ADD RM-VALOR TO RM-TOTAL
003880         MOVE "Y" TO RM-PCT-LISTO-SW
003890     ELSE
003900         DISPLAY "PORCENTAJE NO VALIDO - ENTRE 0.01 Y "
003910             RM-PCT-EDIT
003920     END-IF.
003930
003940 5000-GRABAR-REPARTO.
003950     MOVE SPACES TO EMPREPA-REGISTRO
003960     MOVE RM-E-ID TO REP-E-ID
003970     MOVE RM-VIG-DESDE TO REP-VIG-DESDE
003980     MOVE RM-N-LINEAS TO REP-LINEAS
003990     PERFORM 5100-MOVER-LINEA
004000         VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > 5
004010     MOVE RM-HOY TO REP-FECHA-ALTA
004020     MOVE RM-OPERADOR TO REP-OPERADOR
004030     OPEN EXTEND EMPREPA-ARCHIVO
004040     IF REP-FILE-STATUS = "35"
004050         OPEN OUTPUT EMPREPA-ARCHIVO
004060     END-IF
004070     WRITE EMPREPA-REGISTRO
004080     CLOSE EMPREPA-ARCHIVO.
004090
004100 5100-MOVER-LINEA.
004110     IF RM-IDX > RM-N-LINEAS
004120         MOVE SPACES TO REP-DEPTO (RM-IDX)
004130         MOVE ZERO TO REP-PCT (RM-IDX)
004140     ELSE
004150         MOVE RM-N-DEPTO (RM-IDX) TO REP-DEPTO (RM-IDX)
004160         MOVE RM-N-PCT (RM-IDX) TO REP-PCT (RM-IDX)
004170     END-IF.
004180
004190 6000-LEER-POR-ID.
004200     MOVE "N" TO RM-FOUND-SW
004210     DISPLAY "INTRODUCE E-ID: "
004220     ACCEPT RM-E-ID
004230     MOVE RM-E-ID TO E-ID
004240     READ EMPLEADOS-ARCHIVO
004250         INVALID KEY
004260             DISPLAY "NO EXISTE EMPLEADO CON E-ID: " RM-E-ID
004270         NOT INVALID KEY
004280             MOVE "Y" TO RM-FOUND-SW
004290     END-READ.
004300
004310 6200-REPARTO-HOY.
004320     MOVE RM-E-ID TO RA-E-ID
004330     MOVE RM-HOY TO RA-FECHA
004340     MOVE E-DEPTO TO RA-DEPTO-BASE
004350     MOVE ZERO TO RA-IMPORTE (1) RA-IMPORTE (2) RA-IMPORTE (3)
004360     CALL "REPARTO" USING RA-AREA.
004370
004380*----------------------------------------------------------------
004390* 7000-WRITE-AUDIT - THE MASTER RECORD ITSELF DOES NOT CHANGE
004400*                    FROM THIS SCREEN, BUT THE TRAIL STILL GETS
004410*                    ITS ENTRY (ACCION "REPCC", BEFORE = AFTER)
004420*                    SO A NEW SPLIT SHOWS WHO AND WHEN.
004430*----------------------------------------------------------------
004440 7000-WRITE-AUDIT.
004450     MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-FECHA
004460     MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HORA
004470     MOVE "REPCC "                   TO AUD-ACCION
004480     MOVE RM-E-ID                    TO AUD-E-ID
004490     MOVE RM-OPERADOR                TO AUD-OPERADOR
004500     MOVE E-NOMBRE                   TO AUD-A-NOMBRE
004510     MOVE E-EDAD                     TO AUD-A-EDAD
004520     MOVE E-EMAIL                    TO AUD-A-EMAIL
004530     MOVE E-SALARIO                  TO AUD-A-SALARIO
004540     MOVE E-STATUS                   TO AUD-A-STATUS
004550     MOVE E-FECHA-INGRESO            TO AUD-A-FECHA-INGRESO
004560     MOVE E-FECHA-BAJA               TO AUD-A-FECHA-BAJA
004570     MOVE E-DEPTO                    TO AUD-A-DEPTO
004580     MOVE E-FECHA-NACIMIENTO         TO AUD-A-FECHA-NACIMIENTO
004590     MOVE E-BANCO                    TO AUD-A-BANCO
004600     MOVE E-BANDA                    TO AUD-A-BANDA
004610     MOVE E-VAC-TOMADOS              TO AUD-A-VAC-TOMADOS
004620     MOVE E-MOTIVO-BAJA              TO AUD-A-MOTIVO-BAJA
004630     MOVE E-SUPERVISOR               TO AUD-A-SUPERVISOR
004640     MOVE E-PAGO                     TO AUD-A-PAGO
004650     MOVE E-PUESTO                   TO AUD-A-PUESTO
004660     MOVE E-CONTRATO                 TO AUD-A-CONTRATO
004670     MOVE E-FECHA-FIN-CONTRATO
004680         TO AUD-A-FECHA-FIN-CONTRATO
004690     MOVE E-PRUEBA-CONF              TO AUD-A-PRUEBA
004700     MOVE E-CATEGORIA                TO AUD-A-CATEGORIA
004710     MOVE E-NOMBRE                   TO AUD-D-NOMBRE
004720     MOVE E-EDAD                     TO AUD-D-EDAD
004730     MOVE E-EMAIL                    TO AUD-D-EMAIL
004740     MOVE E-SALARIO                  TO AUD-D-SALARIO
004750     MOVE E-STATUS                   TO AUD-D-STATUS
004760     MOVE E-FECHA-INGRESO            TO AUD-D-FECHA-INGRESO
004770     MOVE E-FECHA-BAJA               TO AUD-D-FECHA-BAJA
004780     MOVE E-DEPTO                    TO AUD-D-DEPTO
004790     MOVE E-FECHA-NACIMIENTO         TO AUD-D-FECHA-NACIMIENTO
004800     MOVE E-BANCO                    TO AUD-D-BANCO
004810     MOVE E-BANDA                    TO AUD-D-BANDA
004820     MOVE E-VAC-TOMADOS              TO AUD-D-VAC-TOMADOS
004830     MOVE E-MOTIVO-BAJA              TO AUD-D-MOTIVO-BAJA
004840     MOVE E-SUPERVISOR               TO AUD-D-SUPERVISOR
004850     MOVE E-PAGO                     TO AUD-D-PAGO
004860     MOVE E-PUESTO                   TO AUD-D-PUESTO
004870     MOVE E-CONTRATO                 TO AUD-D-CONTRATO
004880     MOVE E-FECHA-FIN-CONTRATO
004890         TO AUD-D-FECHA-FIN-CONTRATO
004900     MOVE E-PRUEBA-CONF              TO AUD-D-PRUEBA
004910     MOVE E-CATEGORIA                TO AUD-D-CATEGORIA
004920     WRITE AUD-REGISTRO.
004930
004940 9999-EXIT.
004950     CLOSE EMPLEADOS-ARCHIVO
004960     CLOSE EMPLEADOS-AUDITORIA
004970     GOBACK.
004980 END PROGRAM EMPREPM.
