000150*                IT.  A TYPE WITHOUT A RATE IS REPORTED AND
000160*                SKIPPED, NEVER SILENTLY PRICED AT ZERO.
000170* TECTONICS:     cobc -x -std=ibm -I copybooks EMPHRSC.CBL
000180*                EMPHRSV RUNLOG RUNPER
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000280*                    STEP TWICE NO LONGER DOUBLE-PAYS AND
000290*                    EMPHRSM REPAIRS GET PRICED ON THE NEXT
000300*                    RUN.
000301*   2026-10-15  RT   EVERY VALUED HO/HN TOTAL IS ALSO APPENDED TO
000302*                    THE EMPHEXH.DAT YEARLY OVERTIME HISTORY, AND
000303*                    THE NEW "HC" PARTES (HOURS COMPENSATED WITH
000304*                    TIME OFF) ARE POSTED THERE UNPRICED, SO HOURS
000305*                    USED AGAINST THE 80-HOUR ANNUAL CAP CAN BE
000306*                    FOLLOWED (EMPHRSV WARNING, EMPHEXR REPORT).
000307*   2026-10-15  RT   WHEN THE MONTH-END PAYROLL STREAM (EMPNOMB)
000308*                    IS RUNNING, THE PERIOD IS TAKEN FROM IT
000309*                    THROUGH THE SHARED RUNPER ROUTINE INSTEAD OF
000310*                    THE WALL-CLOCK MONTH.
000311******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. EMPHRSC.
000340
000460         FILE STATUS IS TAR-FILE-STATUS.
000470
000480     COPY EMPVPSEL.
000485     COPY EMPHXSEL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000630 FD  EMPVARP-ARCHIVO.
000640     COPY EMPVARP.
000650
000652 FD  EMPHEXH-ARCHIVO.
000654     COPY EMPHEXH.
000656
000660 WORKING-STORAGE SECTION.
000670 01  HOK-FILE-STATUS          PIC XX VALUE SPACES.
000680 01  TAR-FILE-STATUS          PIC XX VALUE SPACES.
000690 01  VAR-FILE-STATUS          PIC XX VALUE SPACES.
000695 01  HX-FILE-STATUS           PIC XX VALUE SPACES.
000700 01  HOK-EOF-SW               PIC X VALUE "N".
000710     88  HOK-EOF              VALUE "Y".
000720 01  TAR-EOF-SW               PIC X VALUE "N".
000730     88  TAR-EOF              VALUE "Y".
000740
000750 01  HC-PERIODO               PIC 9(6) VALUE ZERO.
000755 01  HC-PER-ACCION            PIC X(08) VALUE "LEER".
000760 01  HC-RECHAZOS              PIC 9(4) VALUE 0.
000770 01  HC-TARIFA-HO             PIC 9(3)V99 VALUE 0.
000780 01  HC-TARIFA-HN             PIC 9(3)V99 VALUE 0.
000830         10  HC-SUMA-E-ID     PIC X(50).
000840         10  HC-SUMA-HO       PIC 9(5).
000850         10  HC-SUMA-HN       PIC 9(5).
000855         10  HC-SUMA-HC       PIC 9(5).
000860 01  HC-SUMA-IDX              PIC 9(3) VALUE 0.
000870 01  HC-SUMA-HALLADO          PIC 9(3) VALUE 0.
000880
001110     MOVE "INICIO" TO HC-LOG-EVENTO
001120     CALL "RUNLOG" USING HC-LOG-PROGRAMA, HC-LOG-EVENTO,
001130         HC-LOG-CONTADOR, HC-LOG-RETORNO
001134     CALL "RUNPER" USING HC-PER-ACCION, HC-PERIODO
001138     IF HC-PERIODO = ZERO
001142         MOVE FUNCTION CURRENT-DATE(1:6) TO HC-PERIODO
001146     END-IF
001150     PERFORM 1000-VALIDAR-FEED
001160     PERFORM 2000-CARGAR-TARIFAS
001170     PERFORM 3000-SUMAR-HORAS
002330         MOVE HOK-E-ID TO HC-SUMA-E-ID (HC-SUMA-HALLADO)
002340         MOVE ZERO TO HC-SUMA-HO (HC-SUMA-HALLADO)
002350         MOVE ZERO TO HC-SUMA-HN (HC-SUMA-HALLADO)
002355         MOVE ZERO TO HC-SUMA-HC (HC-SUMA-HALLADO)
002360     END-IF
002370     IF HC-SUMA-HALLADO > 0
002376         EVALUATE HOK-TIPO
002382             WHEN "HO"
002388                 ADD HOK-HORAS TO HC-SUMA-HO (HC-SUMA-HALLADO)
002394             WHEN "HN"
002400                 ADD HOK-HORAS TO HC-SUMA-HN (HC-SUMA-HALLADO)
002406             WHEN OTHER
002412                 ADD HOK-HORAS TO HC-SUMA-HC (HC-SUMA-HALLADO)
002418         END-EVALUATE
002430     ELSE
002440         DISPLAY "EMPHRSC: TABLA DE HORAS LLENA - PARTE NO"
002450             " VALORADO PARA E-ID " HOK-E-ID
002740* 4000-ESCRIBIR-CONCEPTOS - ONE EMPVARP.DAT CONCEPT PER EMPLOYEE
002750*                           AND TYPE FOR THE CURRENT PERIOD, SO
002760*                           THE NEXT PAYROLL RUN PAYS AND TAXES
002764*                           THE OVERTIME WITH THE MONTH.  THE
002768*                           SAME HOURS, AND ANY HOURS COMPENSATED
002772*                           WITH TIME OFF, GO ON THE YEARLY
002776*                           OVERTIME HISTORY.
002780*----------------------------------------------------------------
002790 4000-ESCRIBIR-CONCEPTOS.
002800     OPEN EXTEND EMPVARP-ARCHIVO
002810     IF VAR-FILE-STATUS = "35"
002820         OPEN OUTPUT EMPVARP-ARCHIVO
002830     END-IF
002832     OPEN EXTEND EMPHEXH-ARCHIVO
002834     IF HX-FILE-STATUS = "35"
002836         OPEN OUTPUT EMPHEXH-ARCHIVO
002838     END-IF
002840     PERFORM 4100-VALORAR-EMPLEADO
002850         VARYING HC-SUMA-IDX FROM 1 BY 1
002860         UNTIL HC-SUMA-IDX > HC-SUMA-MAX
002866     CLOSE EMPVARP-ARCHIVO
002872     CLOSE EMPHEXH-ARCHIVO.
002880
002890 4100-VALORAR-EMPLEADO.
002900     IF HC-SUMA-HO (HC-SUMA-IDX) > 0
002940             MOVE "HEXT" TO VP-CONCEPTO
002950             MOVE "HORAS EXTRA" TO VP-DESC
002960             PERFORM 4200-ESCRIBIR-CONCEPTO
002962             MOVE "HO" TO HX-TIPO
002964             MOVE HC-SUMA-HO (HC-SUMA-IDX) TO HX-HORAS
002966             PERFORM 4300-ESCRIBIR-HISTORIA
002970         ELSE
002980             ADD 1 TO HC-SIN-TARIFA
002990         END-IF
003050             MOVE "HNOC" TO VP-CONCEPTO
003060             MOVE "HORAS NOCT/FESTIVO" TO VP-DESC
003070             PERFORM 4200-ESCRIBIR-CONCEPTO
003072             MOVE "HN" TO HX-TIPO
003074             MOVE HC-SUMA-HN (HC-SUMA-IDX) TO HX-HORAS
003076             PERFORM 4300-ESCRIBIR-HISTORIA
003080         ELSE
003090             ADD 1 TO HC-SIN-TARIFA
003100         END-IF
003101     END-IF
003102     IF HC-SUMA-HC (HC-SUMA-IDX) > 0
003103         MOVE "HC" TO HX-TIPO
003104         MOVE HC-SUMA-HC (HC-SUMA-IDX) TO HX-HORAS
003105         PERFORM 4300-ESCRIBIR-HISTORIA
003110     END-IF.
003120
003130 4200-ESCRIBIR-CONCEPTO.
003170     MOVE "S"                         TO VP-GRAVABLE
003180     WRITE EMPVARP-REGISTRO
003190     ADD 1 TO HC-CONCEPTOS.
003191
003192 4300-ESCRIBIR-HISTORIA.
003193     MOVE HC-PERIODO(1:4)             TO HX-ANIO
003194     MOVE HC-PERIODO                  TO HX-PERIODO
003195     MOVE HC-SUMA-E-ID (HC-SUMA-IDX)  TO HX-E-ID
003196     MOVE FUNCTION CURRENT-DATE(1:8)  TO HX-FECHA
003197     WRITE EMPHEXH-REGISTRO.
003200
003210*----------------------------------------------------------------
003220* 5000-REESCRIBIR-HORAS - THE VALUED PARTES ARE CONSUMED: ONLY
