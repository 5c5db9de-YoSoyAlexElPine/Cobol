000100*                ONE EMPLOYEE'S HISTORY IN SECONDS INSTEAD OF THE
000110*                WHOLE COMPANY'S FILE IN MINUTES.
000120* TECTONICS:     cobc -x -std=ibm -I copybooks EMPAUDI.CBL
000130*                FECHAVAL ACCLOG
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-08-22  RT   ORIGINAL PROGRAM.
000182*   2026-10-15  RT   1000-INITIALIZE NOW CALLS ACCLOG SO EVERY
000184*                    AUDIT INQUIRY ON AN E-ID IS RECORDED IN
000186*                    ACCESOS.DAT AGAINST THE SIGNED-ON OPERATOR.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. EMPAUDI.
000530
000540 01  AI-NOMBRE-FUENTE         PIC X(30) VALUE SPACES.
000550 01  AI-E-ID                  PIC X(50) VALUE SPACES.
000555 01  AI-PROGRAMA              PIC X(08) VALUE "EMPAUDI".
000560 01  AI-DESDE                 PIC 9(8) VALUE ZERO.
000570 01  AI-HASTA                 PIC 9(8) VALUE ZERO.
000580 01  AI-FECHA-VALIDA-SW       PIC X VALUE "N".
000860 1000-INITIALIZE.
000870     DISPLAY "E-ID A CONSULTAR: "
000880     ACCEPT AI-E-ID
000885     CALL "ACCLOG" USING AI-PROGRAMA, AI-E-ID
000890     MOVE 1 TO AI-CUAL
000900     MOVE "N" TO AI-FECHA-LISTA-SW
000910     PERFORM 1100-PEDIR-FECHA UNTIL AI-FECHA-LISTA
