000140*                PAYSLIP PRINTS ONLY FOR EMPLOYEES WITH A HISTORY
000150*                RECORD FOR THE CURRENT PERIOD.
000160* TECTONICS:     cobc -x -std=ibm -I copybooks EMPSLIP.CBL
000170*                RPTROUTE RPTBANNER EMAILVAL RUNPER
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000630*                    THE MAIL GATEWAY NEVER HAS TO SPECIAL-CASE
000640*                    AN EXCEPCION ROW.
000650*   2026-09-03  RT   SL-ANTICIPO WIDENED WITH PH-ANTICIPO.
000651*   2026-10-15  RT   THE IRPF LINE NOW SHOWS THE PERCENTAGE THE
000652*                    PAYROLL RUN APPLIED (NEW PH-IRPF-PCT HISTORY
000653*                    FIELD) - THE EMPLOYEE'S PERSONAL MODELO 145
000654*                    RATE OR THE GENERAL BRACKET.
000655*   2026-10-15  RT   SICK-LEAVE BENEFIT (PH-IT-PRESTACION, WITH
000656*                    ITS DAYS) AND THE COMPANY TOP-UP (PH-IT-
000657*                    COMPLEMENTO) PRINT AS SEPARATE PAYSLIP LINES.
000658*   2026-10-15  RT   AN EMPLOYEE ON EXCEDENCIA OR SUSPENSION GETS
000659*                    NO PAYSLIP, EXCEPT FOR THE MONTH THE LEAVE
000660*                    STARTS (THE DAYS BEFORE IT ARE PAID).
000661*   2026-10-15  RT   THE PAYSLIP SHOWS THE BENEFITS OF THE PERIOD:
000662*                    FLEXIBLE PAY TO PROVIDERS, TAXABLE IN-KIND
000663*                    PAY, ITS INGRESO A CUENTA AND THE EMPLOYEE'S
000664*                    BENEFITS DEDUCTION.
000665*   2026-10-15  RT   THE UNION DUES DEDUCTED BY THE RUN (PH-
000666*                    SINDICAL) PRINT AS A CUOTA SINDICAL LINE.
000667*   2026-10-15  RT   WHEN THE MONTH-END PAYROLL STREAM (EMPNOMB)
000668*                    IS RUNNING, THE PERIOD IS TAKEN FROM IT
000669*                    THROUGH THE SHARED RUNPER ROUTINE INSTEAD OF
000670*                    THE WALL-CLOCK MONTH.
000671*   2026-10-15  RT   THE END-OF-MASTER AND ELECTRONIC-DISTRIBUTION
000672*                    SWITCHES AND THE PAYSLIP COUNTS ARE RESET ON
000673*                    EVERY CALL.  A SECOND CALL IN ONE SESSION
000674*                    (MENU, THEN THE EMPNOMB STREAM OR ITS
000675*                    RELAUNCH) PRINTED NO PAYSLIPS YET ENDED
000676*                    CLEAN.
000677******************************************************************
000678 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. EMPSLIP.
000690
000700 ENVIRONMENT DIVISION.
001440     88  SL-DESTINO-IMPRESORA VALUE "P".
001450 01  SL-PERIODO               PIC 9(6) VALUE ZERO.
001460 01  SL-ANIO                  PIC 9(4) VALUE ZERO.
001465 01  SL-PER-ACCION            PIC X(08) VALUE "LEER".
001470
001480 01  SL-PERIODO-HALLADO-SW    PIC X VALUE "N".
001490     88  SL-PERIODO-HALLADO   VALUE "Y".
001500 01  SL-BRUTO                 PIC 9(7)V99 VALUE 0.
001510 01  SL-IRPF                  PIC 9(7)V99 VALUE 0.
001513 01  SL-IRPF-PCT              PIC 99V99 VALUE 0.
001516 01  SL-IRPF-PCT-EDIT         PIC Z9.99.
001520 01  SL-SS                    PIC 9(7)V99 VALUE 0.
001530 01  SL-FIJO                  PIC 9(7)V99 VALUE 0.
001540 01  SL-NETO                  PIC S9(7)V99 VALUE 0.
001580 01  SL-ANT-SALDO             PIC 9(7)V99 VALUE 0.
001590 01  SL-EMBARGO               PIC 9(7)V99 VALUE 0.
001600 01  SL-TRIENIO               PIC 9(5)V99 VALUE 0.
001601 01  SL-IT-DIAS               PIC 9(2) VALUE 0.
001602 01  SL-IT-PRESTACION         PIC 9(7)V99 VALUE 0.
001603 01  SL-IT-COMPLEMENTO        PIC 9(7)V99 VALUE 0.
001604 01  SL-FLEXIBLE              PIC 9(7)V99 VALUE 0.
001605 01  SL-ESP-GRAV              PIC 9(7)V99 VALUE 0.
001606 01  SL-ESP-INGRESO           PIC 9(7)V99 VALUE 0.
001607 01  SL-BENEFICIO             PIC 9(7)V99 VALUE 0.
001608 01  SL-SINDICAL              PIC 9(7)V99 VALUE 0.
001610 01  SL-YTD-BRUTO             PIC 9(9)V99 VALUE 0.
001620 01  SL-YTD-NETO              PIC S9(9)V99 VALUE 0.
001630
002050*----------------------------------------------------------------
002060* 1000-INITIALIZE - PICK THE OUTPUT DESTINATION THROUGH RPTROUTE,
002070*                   OPEN THE FILES, WRITE THE RUN BANNER AND
002074*                   PRIME THE EMPLOYEE READ.  THE SWITCHES AND
002078*                   COUNTS ARE CLEARED FIRST, AS THE PAYROLL
002082*                   STREAM MAY CALL THE PROGRAM AGAIN IN THE SAME
002086*                   SESSION.
002090*----------------------------------------------------------------
002100 1000-INITIALIZE.
002103     MOVE "N" TO EMP-EOF-SW
002106     MOVE "N" TO SL-ELECTRONICO-SW
002109     MOVE ZERO TO SL-SLIP-COUNT SL-ELECTRONICOS SL-EXCEPCIONES
002112     CALL "RUNPER" USING SL-PER-ACCION, SL-PERIODO
002115     IF SL-PERIODO = ZERO
002118         MOVE FUNCTION CURRENT-DATE(1:6) TO SL-PERIODO
002121     END-IF
002124     MOVE SL-PERIODO(1:4) TO SL-ANIO
002130     OPEN INPUT EMPSLIP-PARAMETRO
002140     IF SLP-FILE-STATUS = "00"
002150         READ EMPSLIP-PARAMETRO
002470*                         PAYSLIP PAGE, THEN READ THE NEXT ONE.
002480*----------------------------------------------------------------
002490 2000-PROCESS-EMPLEADO.
002496     IF E-ACTIVO OR (E-SUSPENDIDO AND
002502             E-EXC-FECHA-INICIO(1:6) = SL-PERIODO)
002510         PERFORM 3000-ACUMULAR-HISTORIA
002520         IF SL-PERIODO-HALLADO
002530             PERFORM 4000-ESCRIBIR-RECIBO
002780     MOVE "N" TO SL-PERIODO-HALLADO-SW
002790     MOVE ZERO TO SL-BRUTO SL-IRPF SL-SS SL-FIJO SL-NETO
002800     MOVE ZERO TO SL-RETRO SL-VARIABLE SL-ANTICIPO SL-ANT-SALDO
002804         SL-EMBARGO SL-TRIENIO SL-IRPF-PCT
002808     MOVE ZERO TO SL-IT-DIAS SL-IT-PRESTACION SL-IT-COMPLEMENTO
002812     MOVE ZERO TO SL-FLEXIBLE SL-ESP-GRAV SL-ESP-INGRESO
002816         SL-BENEFICIO SL-SINDICAL
002820     MOVE ZERO TO SL-YTD-BRUTO SL-YTD-NETO
002830     MOVE 0 TO SL-PER-MAX
002840     MOVE "N" TO PH-EOF-SW
003050             MOVE "Y" TO SL-PERIODO-HALLADO-SW
003060             MOVE PH-BRUTO TO SL-BRUTO
003070             MOVE PH-IRPF  TO SL-IRPF
003075             MOVE PH-IRPF-PCT TO SL-IRPF-PCT
003080             MOVE PH-SS    TO SL-SS
003090             MOVE PH-FIJO  TO SL-FIJO
003100             MOVE PH-NETO  TO SL-NETO
003140             MOVE PH-ANT-SALDO TO SL-ANT-SALDO
003150             MOVE PH-EMBARGO TO SL-EMBARGO
003160             MOVE PH-TRIENIO TO SL-TRIENIO
003161             MOVE PH-IT-DIAS TO SL-IT-DIAS
003162             MOVE PH-IT-PRESTACION TO SL-IT-PRESTACION
003163             MOVE PH-IT-COMPLEMENTO TO SL-IT-COMPLEMENTO
003164             MOVE PH-FLEXIBLE TO SL-FLEXIBLE
003165             MOVE PH-ESP-GRAV TO SL-ESP-GRAV
003166             MOVE PH-ESP-INGRESO TO SL-ESP-INGRESO
003167             MOVE PH-BENEFICIO TO SL-BENEFICIO
003168             MOVE PH-SINDICAL TO SL-SINDICAL
003170         END-IF
003180     END-IF
003190     PERFORM 3100-READ-HISTORIA.
003840             DELIMITED BY SIZE INTO RPT-LINEA
003850         PERFORM 5000-ESCRIBIR-LINEA
003860     END-IF
003861     IF SL-IT-DIAS NOT = ZERO
003862         MOVE SL-IT-PRESTACION TO SL-IMPORTE-EDIT
003863         MOVE SPACES TO RPT-LINEA
003864         STRING "PRESTACION IT " SL-IT-DIAS " D: " SL-IMPORTE-EDIT
003865             DELIMITED BY SIZE INTO RPT-LINEA
003866         PERFORM 5000-ESCRIBIR-LINEA
003867     END-IF
003868     IF SL-IT-COMPLEMENTO NOT = ZERO
003869         MOVE SL-IT-COMPLEMENTO TO SL-IMPORTE-EDIT
003870         MOVE SPACES TO RPT-LINEA
003871         STRING "COMPLEMENTO IT    : " SL-IMPORTE-EDIT
003872             DELIMITED BY SIZE INTO RPT-LINEA
003873         PERFORM 5000-ESCRIBIR-LINEA
003874     END-IF
003875     IF SL-RETRO NOT = ZERO
003880         MOVE SL-RETRO TO SL-IMPORTE-EDIT
003890         MOVE SPACES TO RPT-LINEA
003900         STRING "AJUSTE RETROACTIVO: " SL-IMPORTE-EDIT
004170             DELIMITED BY SIZE INTO RPT-LINEA
004180         PERFORM 5000-ESCRIBIR-LINEA
004190     END-IF
004191     IF SL-FLEXIBLE NOT = ZERO
004192         MOVE SL-FLEXIBLE TO SL-IMPORTE-EDIT
004193         MOVE SPACES TO RPT-LINEA
004194         STRING "RETRIB. FLEXIBLE   : " SL-IMPORTE-EDIT
004195             DELIMITED BY SIZE INTO RPT-LINEA
004196         PERFORM 5000-ESCRIBIR-LINEA
004197     END-IF
004198     IF SL-ESP-GRAV NOT = ZERO
004199         MOVE SL-ESP-GRAV TO SL-IMPORTE-EDIT
004200         MOVE SPACES TO RPT-LINEA
004201         STRING "ESPECIE GRAVADA    : " SL-IMPORTE-EDIT
004202             DELIMITED BY SIZE INTO RPT-LINEA
004203         PERFORM 5000-ESCRIBIR-LINEA
004204         MOVE SL-ESP-INGRESO TO SL-IMPORTE-EDIT
004205         MOVE SPACES TO RPT-LINEA
004206         STRING "INGRESO A CUENTA   : " SL-IMPORTE-EDIT
004207             DELIMITED BY SIZE INTO RPT-LINEA
004208         PERFORM 5000-ESCRIBIR-LINEA
004209     END-IF
004210     IF SL-BENEFICIO NOT = ZERO
004211         MOVE SL-BENEFICIO TO SL-IMPORTE-EDIT
004212         MOVE SPACES TO RPT-LINEA
004213         STRING "DESC. BENEFICIOS   : " SL-IMPORTE-EDIT
004214             DELIMITED BY SIZE INTO RPT-LINEA
004215         PERFORM 5000-ESCRIBIR-LINEA
004216     END-IF
004217     IF SL-SINDICAL NOT = ZERO
004218         MOVE SL-SINDICAL TO SL-IMPORTE-EDIT
004219         MOVE SPACES TO RPT-LINEA
004220         STRING "CUOTA SINDICAL     : " SL-IMPORTE-EDIT
004221             DELIMITED BY SIZE INTO RPT-LINEA
004222         PERFORM 5000-ESCRIBIR-LINEA
004223     END-IF
004224     MOVE SL-IRPF TO SL-IMPORTE-EDIT
004225     MOVE SL-IRPF-PCT TO SL-IRPF-PCT-EDIT
004226     MOVE SPACES TO RPT-LINEA
004228     STRING "IRPF (" SL-IRPF-PCT-EDIT " %)    : " SL-IMPORTE-EDIT
004230         DELIMITED BY SIZE INTO RPT-LINEA
004240     PERFORM 5000-ESCRIBIR-LINEA
004250     MOVE SL-SS TO SL-IMPORTE-EDIT
