000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-08-22
000049* PURPOSE:       MASS SALARY REVISION FOR THE ANNUAL RAISE.  READS
000058*                THE REVISION RULES IN EMPREV.PRM - BAND CODE OR
000067*                "**" FOR ACROSS THE BOARD, "P" FOR A PERCENTAGE
000076*                OR "F" FOR A FIXED ANNUAL AMOUNT, AND OPTIONALLY
000085*                THE AGREED APPRAISAL RATING FROM EMPEVAL.DAT THE
000094*                RULE IS FOR - PREVIEWS THE TOTAL COST OVER EVERY
000103*                ACTIVE EMPLEADOS-REGISTRO, ASKS FOR CONFIRMATION
000112*                THROUGH THE SHARED CONFIRM ROUTINE, AND ONLY THEN
000121*                APPLIES THE CHANGE, WRITING A NORMAL BEFORE/AFTER
000130*                AUDIT ENTRY (ACCION "REVISA") PER EMPLOYEE SO
000139*                EMPHIST SHOWS THE RAISE LIKE ANY HAND-KEYED
000148*                CHANGE.  NO MORE TWO DAYS OF KEYING THE WHOLE
000157*                COMPANY THROUGH 4000-MODIFICAR.
000170* TECTONICS:     cobc -x -std=ibm -I copybooks EMPREV.CBL
000180*                OPERSES CONFIRM RUNLOG
000190*----------------------------------------------------------------
000340*                    E-FECHA-FIN-CONTRATO FIELDS.
000350*   2026-09-03  RT   THE AUDIT ENTRY NOW ALSO CARRIES THE NEW
000360*                    E-CATEGORIA CONVENIO CATEGORY.
000361*   2026-10-15  RT   THE REVISION RULES CAN NOW ALSO ASK FOR THE
000362*                    EMPLOYEE'S AGREED APPRAISAL RATING FROM
000363*                    EMPEVAL.DAT (REV-CALIFICACION "1" TO "5", "0"
000364*                    FOR NO AGREED APPRAISAL, BLANK FOR ANY), SO
000365*                    THE RAISE CAN FOLLOW PERFORMANCE INSTEAD OF
000366*                    BEING THE SAME FOR A WHOLE BAND.  THE PREVIEW
000367*                    COUNTS THE AFFECTED EMPLOYEES WITH NO AGREED
000368*                    APPRAISAL.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. EMPREV.
000430 FILE-CONTROL.
000440     COPY EMPFSEL.
000450     COPY EMPAUSEL.
000455     COPY EMPEVSEL.
000460
000470     SELECT OPTIONAL REVISION-PARAMETRO
000480         ASSIGN TO "EMPREV.PRM"
000570 FD  EMPLEADOS-AUDITORIA.
000580     COPY EMPAUD.
000590
000592 FD  EMPEVA-ARCHIVO.
000594     COPY EMPEVA.
000596
000600 FD  REVISION-PARAMETRO.
000610 01  REV-REGISTRO.
000620     05  REV-BANDA           PIC X(02).
000630     05  REV-TIPO            PIC X(01).
000640     05  REV-VALOR           PIC 9(7)V99.
000642*    AGREED APPRAISAL RATING THE RULE IS FOR: "1" TO "5", "0" FOR
000644*    AN EMPLOYEE WITH NO AGREED APPRAISAL, BLANK FOR ANY RATING.
000646     05  REV-CALIFICACION    PIC X(01).
000650
000660 WORKING-STORAGE SECTION.
000670 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000680 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
000690 01  REV-FILE-STATUS          PIC XX VALUE SPACES.
000695 01  EVA-FILE-STATUS          PIC XX VALUE SPACES.
000700 01  EMP-EOF-SW               PIC X VALUE "N".
000710     88  EMP-EOF              VALUE "Y".
000720 01  REV-EOF-SW               PIC X VALUE "N".
000730     88  REV-EOF              VALUE "Y".
000733 01  EVA-EOF-SW               PIC X VALUE "N".
000736     88  EVA-EOF              VALUE "Y".
000740
000750 01  RV-REGLA-TABLA.
000760     05  RV-REGLA-MAX         PIC 9(2) VALUE 0.
000780         10  RV-RG-BANDA      PIC X(02).
000790         10  RV-RG-TIPO       PIC X(01).
000800         10  RV-RG-VALOR      PIC 9(7)V99.
000805         10  RV-RG-CALIF      PIC X(01).
000810 01  RV-IDX                   PIC 9(2) VALUE 0.
000820 01  RV-REGLA-APLICA          PIC 9(2) VALUE 0.
000821
000822*    THE LATEST AGREED APPRAISAL RATING PER E-ID, FROM THE
000823*    CURRENT YEAR OR THE ONE BEFORE.
000824 01  RV-EVA-TABLA.
000825     05  RV-EVA-MAX           PIC 9(4) VALUE 0.
000826     05  RV-EVA-ENTRADA OCCURS 2000 TIMES.
000827         10  RV-EVA-E-ID      PIC X(50).
000828         10  RV-EVA-ANIO      PIC 9(04).
000829         10  RV-EVA-CALIF     PIC X(01).
000830 01  RV-EVA-IDX               PIC 9(4) VALUE 0.
000831 01  RV-EVA-HALLADO           PIC 9(4) VALUE 0.
000832 01  RV-EVA-CLAVE             PIC X(50) VALUE SPACES.
000833 01  RV-EVA-ANIO-MINIMO       PIC 9(04) VALUE ZERO.
000834 01  RV-CALIF-EMPLEADO        PIC X(01) VALUE "0".
000835 01  RV-SIN-EVALUACION        PIC 9(7) VALUE 0.
000836
000840 01  RV-OPERADOR              PIC X(08) VALUE SPACES.
000850 01  RV-OPER-NIVEL            PIC X(01) VALUE SPACES.
000860 01  RV-CONFIRMA              PIC X VALUE "N".
001630
001640 0600-REVISAR.
001650     PERFORM 1000-CARGAR-REGLAS
001655     PERFORM 1500-CARGAR-EVALUACIONES
001660     IF RV-REGLA-MAX = 0
001670         DISPLAY "EMPREV: SIN REGLAS EN EMPREV.PRM - NADA QUE"
001680             " HACER"
002030         MOVE REV-BANDA TO RV-RG-BANDA (RV-REGLA-MAX)
002040         MOVE REV-TIPO  TO RV-RG-TIPO (RV-REGLA-MAX)
002050         MOVE REV-VALOR TO RV-RG-VALOR (RV-REGLA-MAX)
002055         MOVE REV-CALIFICACION TO RV-RG-CALIF (RV-REGLA-MAX)
002060     END-IF
002070     PERFORM 1100-LEER-REGLA.
002071
002072*----------------------------------------------------------------
002073* 1500-CARGAR-EVALUACIONES - THE AGREED RATINGS THE RULES
002074*                            CAN ASK FOR.  ONLY THIS YEAR'S OR
002075*                            LAST YEAR'S APPRAISAL COUNTS - AN
002076*                            OLDER RATING SAYS NOTHING ABOUT
002077*                            THIS RAISE - AND THE LATER WINS.
002078*----------------------------------------------------------------
002079 1500-CARGAR-EVALUACIONES.
002080     MOVE ZERO TO RV-EVA-MAX
002081     MOVE FUNCTION CURRENT-DATE(1:4) TO RV-EVA-ANIO-MINIMO
002082     SUBTRACT 1 FROM RV-EVA-ANIO-MINIMO
002083     OPEN INPUT EMPEVA-ARCHIVO
002084     IF EVA-FILE-STATUS = "00"
002085         PERFORM 1510-LEER-EVALUACION
002086         PERFORM 1520-GUARDAR-EVALUACION UNTIL EVA-EOF
002087     END-IF
002088     IF EVA-FILE-STATUS = "00" OR EVA-FILE-STATUS = "05"
002089             OR EVA-FILE-STATUS = "10"
002090         CLOSE EMPEVA-ARCHIVO
002091     END-IF.
002092
002093 1510-LEER-EVALUACION.
002094     READ EMPEVA-ARCHIVO
002095         AT END
002096             MOVE "Y" TO EVA-EOF-SW
002097     END-READ.
002098
002099 1520-GUARDAR-EVALUACION.
002100     IF EVA-ACORDADA AND EVA-CALIF-VALIDA AND
002101             EVA-ANIO >= RV-EVA-ANIO-MINIMO
002102         MOVE EVA-E-ID TO RV-EVA-CLAVE
002103         PERFORM 4060-BUSCAR-EVALUACION
002104         IF RV-EVA-HALLADO = 0
002105             IF RV-EVA-MAX < 2000
002106                 ADD 1 TO RV-EVA-MAX
002107                 MOVE RV-EVA-MAX TO RV-EVA-HALLADO
002108                 MOVE EVA-E-ID TO RV-EVA-E-ID (RV-EVA-HALLADO)
002109                 MOVE ZERO TO RV-EVA-ANIO (RV-EVA-HALLADO)
002110             ELSE
002111                 DISPLAY "EMPREV: MAS DE 2000 EVALUACIONES -"
002112                     " EL RESTO CUENTA COMO SIN EVALUACION"
002113                 MOVE "Y" TO EVA-EOF-SW
002114             END-IF
002115         END-IF
002116         IF RV-EVA-HALLADO > 0
002117             IF EVA-ANIO > RV-EVA-ANIO (RV-EVA-HALLADO)
002118                 MOVE EVA-ANIO TO RV-EVA-ANIO (RV-EVA-HALLADO)
002119                 MOVE EVA-CALIFICACION
002120                     TO RV-EVA-CALIF (RV-EVA-HALLADO)
002121             END-IF
002122         END-IF
002123     END-IF
002124     IF NOT EVA-EOF
002125         PERFORM 1510-LEER-EVALUACION
002126     END-IF.
002127
002128*----------------------------------------------------------------
002129* 2000-PREVISUALIZAR - FIRST PASS, READ-ONLY: TOTAL THE CURRENT
002130*                      AND REVISED SALARY BILL SO THE OPERATOR
002131*                      CONFIRMS A NUMBER, NOT A GUESS.
002132*----------------------------------------------------------------
002140 2000-PREVISUALIZAR.
002150     OPEN INPUT EMPLEADOS-ARCHIVO
002160     PERFORM 2100-READ-EMPLEADO
002230     MOVE RV-TOTAL-NUEVO TO RV-TOTAL-EDIT
002240     DISPLAY "EMPREV: NOMINA ANUAL NUEVA: " RV-TOTAL-EDIT
002250     MOVE RV-COSTE TO RV-COSTE-EDIT
002255     DISPLAY "EMPREV: COSTE DE LA REVISION: " RV-COSTE-EDIT
002260     DISPLAY "EMPREV: AFECTADOS SIN EVALUACION ACORDADA: "
002265         RV-SIN-EVALUACION.
002270
002280 2100-READ-EMPLEADO.
002290     READ EMPLEADOS-ARCHIVO NEXT RECORD
002360         PERFORM 4000-BUSCAR-REGLA
002370         IF RV-REGLA-APLICA > 0
002380             ADD 1 TO RV-AFECTADOS
002382             IF RV-CALIF-EMPLEADO = "0"
002384                 ADD 1 TO RV-SIN-EVALUACION
002386             END-IF
002390             ADD E-SALARIO TO RV-TOTAL-ACTUAL
002400             PERFORM 4100-CALCULAR-NUEVO
002410             ADD RV-SALARIO-NUEVO TO RV-TOTAL-NUEVO
002920
002930*----------------------------------------------------------------
002940* 4000-BUSCAR-REGLA - FIRST RULE WHOSE BAND MATCHES THE RECORD
002945*                     (OR "**" FOR EVERYONE) AND WHOSE RATING
002950*                     MATCHES THE EMPLOYEE'S AGREED APPRAISAL (OR
002955*                     IS BLANK) WINS.
002960*----------------------------------------------------------------
002970 4000-BUSCAR-REGLA.
002980     MOVE 0 TO RV-REGLA-APLICA
002981     MOVE E-ID TO RV-EVA-CLAVE
002982     PERFORM 4060-BUSCAR-EVALUACION
002983     IF RV-EVA-HALLADO > 0
002984         MOVE RV-EVA-CALIF (RV-EVA-HALLADO) TO RV-CALIF-EMPLEADO
002985     ELSE
002986         MOVE "0" TO RV-CALIF-EMPLEADO
002987     END-IF
002990     PERFORM 4010-COMPARAR-REGLA
003000         VARYING RV-IDX FROM 1 BY 1
003010         UNTIL RV-IDX > RV-REGLA-MAX OR RV-REGLA-APLICA > 0.
003020
003030 4010-COMPARAR-REGLA.
003036     IF (RV-RG-BANDA (RV-IDX) = "**" OR
003042             RV-RG-BANDA (RV-IDX) = E-BANDA) AND
003048             (RV-RG-CALIF (RV-IDX) = SPACE OR
003054             RV-RG-CALIF (RV-IDX) = RV-CALIF-EMPLEADO)
003060         MOVE RV-IDX TO RV-REGLA-APLICA
003061     END-IF.
003062
003063 4060-BUSCAR-EVALUACION.
003064     MOVE 0 TO RV-EVA-HALLADO
003065     PERFORM 4070-COMPARAR-EVALUACION
003066         VARYING RV-EVA-IDX FROM 1 BY 1
003067         UNTIL RV-EVA-IDX > RV-EVA-MAX OR RV-EVA-HALLADO > 0.
003068
003069 4070-COMPARAR-EVALUACION.
003070     IF RV-EVA-E-ID (RV-EVA-IDX) = RV-EVA-CLAVE
003071         MOVE RV-EVA-IDX TO RV-EVA-HALLADO
003072     END-IF.
003080
003090*----------------------------------------------------------------
003100* 4100-CALCULAR-NUEVO - PERCENTAGE OR FIXED AMOUNT ON TOP OF THE
