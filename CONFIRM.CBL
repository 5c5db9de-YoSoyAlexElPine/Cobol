000160*   ---------- ----  ----------------------------------------
000170*   2026-08-09  RT   ORIGINAL PROGRAM, EXTRACTED FROM RUTINAS'
000180*                    PREGUNTA/CONTINUACION PROMPT.
000182*   2026-10-15  RT   THE ANSWER SWITCH IS RESET ON EVERY CALL; A
000184*                    SECOND CONFIRMATION IN THE SAME RUN UNIT USED
000186*                    TO RETURN WITHOUT PROMPTING.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CONFIRM.
000320 PROCEDURE DIVISION USING CF-ACCION CF-RESPUESTA.
000330
000340 0000-MAINLINE.
000345     MOVE "N" TO CF-VALIDA-SW
000350     PERFORM 1000-PREGUNTAR UNTIL CF-VALIDA
000360     GOBACK.
000370
