000050* PURPOSE:       MASS DEPARTMENT TRANSFER FOR A REORGANIZATION.
000060*                READS THE TRANSFER INSTRUCTIONS IN EMPREORG.DAT
000070*                (FROM-DEPARTMENT, TO-DEPARTMENT, OPTIONAL
000078*                EFFECTIVE DATE, CLOSE-THE-OLD-ONE FLAG), PREVIEWS
000086*                THE HEADCOUNT MOVING PER INSTRUCTION OVER EVERY
000094*                ACTIVE EMPLEADOS-REGISTRO, ASKS FOR CONFIRMATION
000102*                THROUGH THE SHARED CONFIRM ROUTINE, AND ONLY THEN
000110*                APPLIES THE MOVES: AN UNDATED INSTRUCTION
000118*                REWRITES E-DEPTO AT ONCE WITH A NORMAL
000126*                BEFORE/AFTER AUDIT ENTRY (ACCION "REORG") PER
000134*                EMPLOYEE, A DATED ONE QUEUES ONE EMPPEND.DAT
000142*                DEPTO CHANGE PER EMPLOYEE FOR THE EMPAPLY STEP TO
000150*                APPLY WHEN THE DATE ARRIVES. AN INSTRUCTION
000158*                FLAGGED "S" ALSO MARKS THE OLD DEPARTMENT CLOSED
000166*                ON DEPTMST.DAT SO THE SCREENS AND THE LOAD REFUSE
000174*                NEW ASSIGNMENTS TO IT, WHILE DEPTRPT STILL
000182*                REPORTS ITS HISTORY.  NO MORE KEYING A REORG ONE
000190*                EMPLOYEE AT A TIME THROUGH 4000-MODIFICAR.  ONLY
000198*                THE ORIGIN DEPARTMENTS ARE READ, ON THE E-DEPTO
000206*                ALTERNATE KEY, AND THE EMPLOYEES FOUND ARE KEPT
000214*                ON EMPREORG.WRK SO THE APPLY STEP MOVES EXACTLY
000222*                THE ONES PREVIEWED.
000240* TECTONICS:     cobc -x -std=ibm -I copybooks EMPREORG.CBL
000250*                OPERSES CONFIRM RUNLOG DEPTVAL FECHAVAL
000260*----------------------------------------------------------------
000280*   DATE       INIT  DESCRIPTION
000290*   ---------- ----  ----------------------------------------
000300*   2026-09-03  RT   ORIGINAL PROGRAM.
000301*   2026-10-15  RT   THE DEPTMST.DAT RECORD NOW CARRIES THE DEP-
000302*                    JEFE DEPARTMENT-HEAD E-ID.
000303*   2026-10-15  RT   THE PREVIEW READS ONLY THE ORIGIN DEPARTMENTS
000304*                    ON THE NEW E-DEPTO ALTERNATE KEY AND NOTES
000305*                    THE EMPLOYEES ON EMPREORG.WRK; THE APPLY PASS
000306*                    READS THOSE BY E-ID INSTEAD OF THE WHOLE
000307*                    MASTER.  CLOSING A DEPARTMENT NOW KEEPS ITS
000308*                    DEP-JEFE.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. EMPREORG.
000430         ASSIGN TO "EMPREORG.DAT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS REO-FILE-STATUS.
000451
000452     SELECT REORG-TRABAJO
000453         ASSIGN TO "EMPREORG.WRK"
000454         ORGANIZATION IS SEQUENTIAL
000455         FILE STATUS IS RTR-FILE-STATUS.
000460
000470     SELECT OPTIONAL DEPARTAMENTO-MAESTRO
000480         ASSIGN TO "DEPTMST.DAT"
000670     05  REO-FECHA-EFECTIVA  PIC 9(08).
000680     05  REO-CERRAR          PIC X(01).
000690
000691 FD  REORG-TRABAJO.
000692 01  RTR-REGISTRO.
000693     05  RTR-E-ID            PIC X(50).
000694     05  RTR-INS             PIC 9(02).
000695
000700 FD  DEPARTAMENTO-MAESTRO.
000710 01  DEP-REGISTRO.
000720     05  DEP-CODIGO          PIC X(04).
000740     05  DEP-CC              PIC X(08).
000750     05  DEP-CERRADO         PIC X(01).
000760         88  DEP-CERRADA     VALUE "S".
000765     05  DEP-JEFE            PIC X(50).
000770
000780 WORKING-STORAGE SECTION.
000790 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000810 01  PEN-FILE-STATUS          PIC XX VALUE SPACES.
000820 01  REO-FILE-STATUS          PIC XX VALUE SPACES.
000830 01  DEP-FILE-STATUS          PIC XX VALUE SPACES.
000835 01  RTR-FILE-STATUS          PIC XX VALUE SPACES.
000840 01  EMP-EOF-SW               PIC X VALUE "N".
000850     88  EMP-EOF              VALUE "Y".
000860 01  REO-EOF-SW               PIC X VALUE "N".
000870     88  REO-EOF              VALUE "Y".
000880 01  DEP-EOF-SW               PIC X VALUE "N".
000890     88  DEP-EOF              VALUE "Y".
000893 01  RTR-EOF-SW               PIC X VALUE "N".
000896     88  RTR-EOF              VALUE "Y".
000900
000910 01  RG-INS-TABLA.
000920     05  RG-INS-MAX           PIC 9(2) VALUE 0.
000980         10  RG-IN-CUENTA     PIC 9(5).
000990 01  RG-IDX                   PIC 9(2) VALUE 0.
001000 01  RG-INS-APLICA            PIC 9(2) VALUE 0.
001002 01  RG-ORIGEN-IDX            PIC 9(2) VALUE 0.
001004 01  RG-HALLADO-SW            PIC X VALUE "N".
001006     88  RG-HALLADO           VALUE "Y".
001010
001020 01  RG-DEP-TABLA.
001030     05  RG-DEP-MAX           PIC 9(3) VALUE 0.
001060         10  RG-DEP-NOMBRE    PIC X(30).
001070         10  RG-DEP-CC        PIC X(08).
001080         10  RG-DEP-CERRADO   PIC X(01).
001085         10  RG-DEP-JEFE      PIC X(50).
001090 01  RG-DEP-IDX               PIC 9(3) VALUE 0.
001100
001110 01  RG-OPERADOR              PIC X(08) VALUE SPACES.
002970* 2000-PREVISUALIZAR - FIRST PASS, READ-ONLY: COUNT THE ACTIVE
002980*                      HEADCOUNT EACH INSTRUCTION WOULD MOVE SO
002990*                      THE OPERATOR CONFIRMS A NUMBER, NOT A
002996*                      GUESS, AND NOTE EACH OF THEM ON THE WORK
003002*                      FILE FOR THE APPLY PASS.
003010*----------------------------------------------------------------
003020 2000-PREVISUALIZAR.
003030     OPEN INPUT EMPLEADOS-ARCHIVO
003035     OPEN OUTPUT REORG-TRABAJO
003040     PERFORM 2050-CONTAR-INSTRUCCION
003045         VARYING RG-ORIGEN-IDX FROM 1 BY 1
003050         UNTIL RG-ORIGEN-IDX > RG-INS-MAX
003055     CLOSE REORG-TRABAJO
003060     CLOSE EMPLEADOS-ARCHIVO
003070     PERFORM 2300-MOSTRAR-INSTRUCCION
003080         VARYING RG-IDX FROM 1 BY 1
003100     DISPLAY "EMPREORG: ACTIVOS A MOVER EN TOTAL: "
003110         RG-AFECTADOS.
003120
003121*----------------------------------------------------------------
003122* 2050-CONTAR-INSTRUCCION - BROWSE THE ORIGIN DEPARTMENT ON THE
003123*                           E-DEPTO KEY.  A LATER INSTRUCTION FROM
003124*                           THE SAME ORIGIN IS SKIPPED, SINCE THE
003125*                           FIRST ONE WINS.
003126*----------------------------------------------------------------
003127 2050-CONTAR-INSTRUCCION.
003128     MOVE RG-IN-DE (RG-ORIGEN-IDX) TO E-DEPTO
003129     PERFORM 4000-BUSCAR-INSTRUCCION
003130     IF RG-INS-APLICA = RG-ORIGEN-IDX
003131         MOVE "N" TO EMP-EOF-SW
003132         START EMPLEADOS-ARCHIVO KEY IS EQUAL TO E-DEPTO
003133             INVALID KEY
003134                 MOVE "Y" TO EMP-EOF-SW
003135         END-START
003136         IF NOT EMP-EOF
003137             PERFORM 2100-READ-EMPLEADO
003138             PERFORM 2200-CONTAR-EMPLEADO UNTIL EMP-EOF
003139         END-IF
003140     END-IF.
003141
003142 2100-READ-EMPLEADO.
003143     READ EMPLEADOS-ARCHIVO NEXT RECORD
003150         AT END
003160             MOVE "Y" TO EMP-EOF-SW
003162     END-READ
003164     IF NOT EMP-EOF
003166         IF E-DEPTO NOT = RG-IN-DE (RG-INS-APLICA)
003168             MOVE "Y" TO EMP-EOF-SW
003170         END-IF
003172     END-IF.
003180
003190 2200-CONTAR-EMPLEADO.
003200     IF E-ACTIVO
003210         ADD 1 TO RG-AFECTADOS
003220         ADD 1 TO RG-IN-CUENTA (RG-INS-APLICA)
003230         MOVE E-ID TO RTR-E-ID
003240         MOVE RG-INS-APLICA TO RTR-INS
003250         WRITE RTR-REGISTRO
003260     END-IF
003270     PERFORM 2100-READ-EMPLEADO.
003280
003430     END-IF.
003440
003450*----------------------------------------------------------------
003458* 3000-CONFIRMAR-Y-APLICAR - ON A CONFIRMED "S", SECOND PASS OVER
003466*                            THE EMPLOYEES NOTED ON THE WORK FILE,
003474*                            EACH READ BY E-ID: UNDATED MOVES ARE
003482*                            REWRITTEN AND AUDITED AT ONCE, DATED
003490*                            ONES QUEUED ON EMPPEND.DAT FOR
003498*                            EMPAPLY, AND THE FLAGGED OLD
003510*                            DEPARTMENTS MARKED CLOSED.
003520*----------------------------------------------------------------
003530 3000-CONFIRMAR-Y-APLICAR.
003550     CALL "CONFIRM" USING RG-ACCION-TXT, RG-CONFIRMA
003560     IF RG-CONFIRMA = "S" OR RG-CONFIRMA = "s"
003570         CALL "OPERSES" USING RG-OPERADOR, RG-OPER-NIVEL
003580         MOVE "N" TO RTR-EOF-SW
003590         OPEN I-O EMPLEADOS-ARCHIVO
003600         OPEN EXTEND EMPLEADOS-AUDITORIA
003610         IF AUD-FILE-STATUS = "35"
003620             OPEN OUTPUT EMPLEADOS-AUDITORIA
003630         END-IF
003636         OPEN INPUT REORG-TRABAJO
003642         PERFORM 3050-LEER-TRABAJO
003648         PERFORM 3100-APLICAR-EMPLEADO UNTIL RTR-EOF
003654         CLOSE REORG-TRABAJO
003660         CLOSE EMPLEADOS-ARCHIVO
003670         CLOSE EMPLEADOS-AUDITORIA
003680         IF RG-PEND-ABIERTO
003770             " APLICO"
003780     END-IF.
003790
003791 3050-LEER-TRABAJO.
003792     READ REORG-TRABAJO
003793         AT END
003794             MOVE "Y" TO RTR-EOF-SW
003795     END-READ.
003796
003797*----------------------------------------------------------------
003798* 3100-APLICAR-EMPLEADO - AN EMPLOYEE WHO LEFT OR CHANGED
003799*                         DEPARTMENT SINCE THE PREVIEW IS LEFT
003800*                         ALONE.
003801*----------------------------------------------------------------
003802 3100-APLICAR-EMPLEADO.
003808     MOVE RTR-INS TO RG-INS-APLICA
003814     MOVE RTR-E-ID TO E-ID
003820     MOVE "Y" TO RG-HALLADO-SW
003826     READ EMPLEADOS-ARCHIVO
003832         INVALID KEY
003838             MOVE "N" TO RG-HALLADO-SW
003844     END-READ
003850     IF RG-HALLADO AND E-ACTIVO
003856             AND E-DEPTO = RG-IN-DE (RG-INS-APLICA)
003862         IF RG-IN-FECHA (RG-INS-APLICA) = ZERO
003868             PERFORM 3200-MOVER-AHORA
003874         ELSE
003880             PERFORM 3300-PROGRAMAR-MOVIMIENTO
003890         END-IF
003900     END-IF
003910     PERFORM 3050-LEER-TRABAJO.
003920
003930 3200-MOVER-AHORA.
003940     MOVE E-DEPTO TO RG-ANTES-DEPTO
004280
004290*----------------------------------------------------------------
004300* 4000-BUSCAR-INSTRUCCION - FIRST INSTRUCTION WHOSE ORIGIN
004310*                           MATCHES E-DEPTO WINS.
004320*----------------------------------------------------------------
004330 4000-BUSCAR-INSTRUCCION.
004340     MOVE 0 TO RG-INS-APLICA
005430         MOVE DEP-NOMBRE  TO RG-DEP-NOMBRE (RG-DEP-MAX)
005440         MOVE DEP-CC      TO RG-DEP-CC (RG-DEP-MAX)
005450         MOVE DEP-CERRADO TO RG-DEP-CERRADO (RG-DEP-MAX)
005455         MOVE DEP-JEFE    TO RG-DEP-JEFE (RG-DEP-MAX)
005460     END-IF
005470     PERFORM 7150-LEER-DEPARTAMENTO.
005480
005680     MOVE RG-DEP-NOMBRE (RG-DEP-IDX)  TO DEP-NOMBRE
005690     MOVE RG-DEP-CC (RG-DEP-IDX)      TO DEP-CC
005700     MOVE RG-DEP-CERRADO (RG-DEP-IDX) TO DEP-CERRADO
005705     MOVE RG-DEP-JEFE (RG-DEP-IDX)    TO DEP-JEFE
005710     WRITE DEP-REGISTRO.
005720
005730 9999-EXIT.
