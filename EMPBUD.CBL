000060*                ANNUAL BUDGET FILE CCBUD.DAT CARRIES, PER COST
000070*                CENTRE AND YEAR, TWELVE MONTHLY BUDGETED SALARY
000080*                AMOUNTS.  FOR A REQUESTED PERIOD THE REPORT
000088*                COMPARES THEM AGAINST THE ACTUAL GROSS PAID FROM
000096*                EMPPAYH.DAT (LATEST ROW PER EMPLOYEE AND PERIOD),
000104*                JOINED THROUGH EACH EMPLOYEE'S E-DEPTO (OR THEIR
000112*                EMPREPA.DAT SPLIT WHEN THEY ARE SHARED BETWEEN
000120*                DEPARTMENTS) TO THE DEPTMST.DAT COST CENTRE:
000128*                MONTH AND YEAR-TO-DATE ACTUAL, BUDGET, VARIANCE
000136*                AND PERCENTAGE, FLAGGING ANY CENTRE MORE THAN THE
000150*                EMPBUD.PRM THRESHOLD (DEFAULT TEN PERCENT) OVER
000160*                BUDGET.  THE REPORT THE FINANCE MEETING KEEPS
000170*                ASKING FOR.
000180* TECTONICS:     cobc -x -std=ibm -I copybooks EMPBUD.CBL
000190*                RPTROUTE RPTBANNER RUNLOG REPARTO
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000290*                    DATED COPY IN THE SPOOL CATALOG SO LAST
000300*                    WEEK'S OUTPUT CAN BE REPRINTED FROM
000310*                    EMPSPOOL INSTEAD OF RE-RUN.
000311*   2026-10-15  RT   THE GROSS NOW ADDS PH-IT-PRESTACION AND PH-
000312*                    IT-COMPLEMENTO, THE SICK-LEAVE BENEFIT AND
000313*                    CONVENIO TOP-UP THE PAYROLL RUN NOW PAYS
000314*                    INSTEAD OF THE SALARY FOR THOSE DAYS.
000315*   2026-10-15  RT   THE ACTUAL GROSS OF AN EMPLOYEE SHARED
000316*                    BETWEEN DEPARTMENTS IS ALLOCATED TO EACH COST
000317*                    CENTRE BY THE EMPREPA.DAT SPLIT IN FORCE IN
000318*                    THE PERIOD IT WAS PAID, THROUGH THE SHARED
000319*                    REPARTO ROUTINE, SO EACH CENTRE IS COMPARED
000320*                    WITH ITS REAL SHARE.
000321*   2026-10-15  RT   THE DEPTMST.DAT RECORD NOW CARRIES THE DEP-
000322*                    JEFE DEPARTMENT-HEAD E-ID.
000323******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. EMPBUD.
000350
000790     05  DEP-CC              PIC X(08).
000800     05  DEP-CERRADO         PIC X(01).
000810         88  DEP-CERRADA     VALUE "S".
000815     05  DEP-JEFE            PIC X(50).
000820
000830 FD  PRESUPUESTO-ARCHIVO.
000840 01  BUD-REGISTRO.
001490 01  BU-CC-IDX                PIC 9(2) VALUE 0.
001500 01  BU-CC-HALLADO            PIC 9(2) VALUE 0.
001510 01  BU-CC-ACTUAL             PIC X(08) VALUE SPACES.
001513 01  BU-RA-IDX                PIC 9(1) VALUE 0.
001516     COPY EMPRPL.
001520
001530 01  BU-MES-HIST              PIC 9(2) VALUE 0.
001540 01  BU-VAR-MES               PIC S9(11)V99 VALUE 0.
003110         IF BU-HIST-HALLADO > 0
003120             COMPUTE BU-HIST-BRUTO (BU-HIST-HALLADO) =
003130                 PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VARIABLE
003135                 + PH-IT-PRESTACION + PH-IT-COMPLEMENTO
003140         ELSE
003150             DISPLAY "EMPBUD: TABLA DE HISTORIA LLENA - FALTAN"
003160                 " PERIODOS EN EL REAL"
003340         UNTIL BU-HIST-IDX > BU-HIST-MAX.
003350
003360 3100-ACUMULAR-ENTRADA.
003380     MOVE BU-HIST-E-ID (BU-HIST-IDX) TO E-ID
003390     READ EMPLEADOS-ARCHIVO
003400         INVALID KEY
003410             MOVE SPACES TO E-DEPTO
003460     END-READ
003461     MOVE BU-HIST-E-ID (BU-HIST-IDX) TO RA-E-ID
003462     COMPUTE RA-FECHA = BU-HIST-PERIODO (BU-HIST-IDX) * 100 + 1
003463     IF RA-FECHA(5:2) = "13"
003464         MOVE "06" TO RA-FECHA(5:2)
003465     END-IF
003466     IF RA-FECHA(5:2) = "14"
003467         MOVE "12" TO RA-FECHA(5:2)
003468     END-IF
003469     MOVE E-DEPTO TO RA-DEPTO-BASE
003470     MOVE BU-HIST-BRUTO (BU-HIST-IDX) TO RA-IMPORTE (1)
003471     MOVE ZERO TO RA-IMPORTE (2) RA-IMPORTE (3)
003472     CALL "REPARTO" USING RA-AREA
003473     PERFORM 3150-ACUMULAR-PARTE
003474         VARYING BU-RA-IDX FROM 1 BY 1
003475         UNTIL BU-RA-IDX > RA-LINEAS.
003476
003477*----------------------------------------------------------------
003478* 3150-ACUMULAR-PARTE - ONE LINE OF THE EMPREPA.DAT SPLIT IN FORCE
003479*                       FOR THE ENTRY'S OWN PERIOD (THE WHOLE
003480*                       GROSS TO E-DEPTO WITHOUT ONE), SO A
003481*                       CENTRE IS MEASURED ON THE COST IT WAS
003482*                       ACTUALLY CHARGED.
003483*----------------------------------------------------------------
003484 3150-ACUMULAR-PARTE.
003485     MOVE "SIN-CC" TO BU-CC-ACTUAL
003486     PERFORM 3200-BUSCAR-CC
003487         VARYING BU-DEP-IDX FROM 1 BY 1
003488         UNTIL BU-DEP-IDX > BU-DEP-MAX
003489     MOVE 0 TO BU-CC-HALLADO
003490     PERFORM 3300-BUSCAR-CC-TABLA
003491         VARYING BU-CC-IDX FROM 1 BY 1
003500         UNTIL BU-CC-IDX > BU-CC-MAX OR BU-CC-HALLADO > 0
003510     IF BU-CC-HALLADO = 0 AND BU-CC-MAX < 50
003520         ADD 1 TO BU-CC-MAX
003580         MOVE ZERO TO BU-CC-BUD-YTD (BU-CC-HALLADO)
003590     END-IF
003600     IF BU-CC-HALLADO > 0
003610         ADD RA-PARTE (BU-RA-IDX, 1)
003620             TO BU-CC-ACT-YTD (BU-CC-HALLADO)
003630         IF BU-HIST-PERIODO (BU-HIST-IDX) = BU-PERIODO
003640             ADD RA-PARTE (BU-RA-IDX, 1)
003650                 TO BU-CC-ACT-MES (BU-CC-HALLADO)
003660         END-IF
003670     END-IF.
003680
003690 3200-BUSCAR-CC.
003700     IF BU-DEP-CODIGO (BU-DEP-IDX) = RA-DEPTO (BU-RA-IDX)
003710         MOVE BU-DEP-CC (BU-DEP-IDX) TO BU-CC-ACTUAL
003720     END-IF.
003730
