000130*                FORWARD BY EVERY RUN, SO THE HAND-WRITTEN
000140*                CHEQUES STOP LIVING OUTSIDE THE SYSTEM.
000150* TECTONICS:     cobc -x -std=ibm -I copybooks EMPCHQ.CBL
000160*                RPTROUTE RPTBANNER RUNLOG RUNPER
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000240*                    DATED COPY IN THE SPOOL CATALOG SO LAST
000250*                    WEEK'S OUTPUT CAN BE REPRINTED FROM
000260*                    EMPSPOOL INSTEAD OF RE-RUN.
000261*   2026-10-15  RT   ONLY THE MONTH'S OWN EMPPAYH ROWS ARE
000262*                    CHEQUED; OFF-CYCLE DIFFERENCES ARE CHEQUED BY
000263*                    THE OFF-CYCLE RUN ITSELF.
000264*   2026-10-15  RT   WHEN THE MONTH-END PAYROLL STREAM (EMPNOMB)
000265*                    IS RUNNING, THE PERIOD IS TAKEN FROM IT
000266*                    THROUGH THE SHARED RUNPER ROUTINE INSTEAD OF
000267*                    ASKING THE OPERATOR.
000268*   2026-10-15  RT   THE END-OF-MASTER AND PERIOD SWITCHES, THE
000269*                    CHEQUE REGISTER AND ITS TOTALS ARE RESET ON
000270*                    EVERY CALL.  A SECOND CALL IN ONE SESSION
000271*                    (MENU, THEN THE EMPNOMB STREAM OR ITS
000272*                    RELAUNCH) PRINTED NO CHEQUES YET ENDED CLEAN.
000273******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EMPCHQ.
000300
000840 01  CQ-BANNER                PIC X(80) VALUE SPACES.
000850 01  CQ-PERIODO-ENTRADA       PIC X(6) VALUE SPACES.
000860 01  CQ-PERIODO               PIC 9(6) VALUE ZERO.
000865 01  CQ-PER-ACCION            PIC X(08) VALUE "LEER".
000870 01  CQ-PERIODO-LISTO-SW      PIC X VALUE "N".
000880     88  CQ-PERIODO-LISTO     VALUE "Y".
000890
001330*----------------------------------------------------------------
001340* 1000-INITIALIZE - ASK THE PERIOD, PICK UP THE NEXT CHEQUE
001350*                   NUMBER FROM EMPCHQ.SEQ AND OPEN EVERYTHING.
001352*                   THE SWITCHES, THE REGISTER AND ITS TOTALS ARE
001354*                   CLEARED FIRST, AS THE PAYROLL STREAM MAY CALL
001356*                   THE PROGRAM AGAIN IN THE SAME SESSION.
001360*----------------------------------------------------------------
001370 1000-INITIALIZE.
001371     MOVE "N" TO EMP-EOF-SW
001372     MOVE "N" TO CQ-PERIODO-LISTO-SW
001373     MOVE ZERO TO CQ-REG-MAX CQ-EMITIDOS CQ-TOTAL
001374     CALL "RUNPER" USING CQ-PER-ACCION, CQ-PERIODO
001375     IF CQ-PERIODO > ZERO
001376         MOVE "Y" TO CQ-PERIODO-LISTO-SW
001377         DISPLAY "EMPCHQ: PERIODO DE LA CADENA DE NOMINA: "
001378             CQ-PERIODO
001379     END-IF
001380     PERFORM 1100-CAPTURAR-PERIODO UNTIL CQ-PERIODO-LISTO
001390     OPEN INPUT CHEQUE-SECUENCIA
001400     IF SEQ-FILE-STATUS = "00"
002280     END-READ.
002290
002300 3200-EXAMINAR-HISTORIA.
002310     IF PH-E-ID = E-ID AND PH-PERIODO = CQ-PERIODO AND PH-NORMAL
002320         MOVE "Y" TO CQ-HALLADO-SW
002330         MOVE PH-NETO TO CQ-NETO
002340     END-IF
