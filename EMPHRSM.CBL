000240*                    OVERFLOW IS SAVED TO EMPHRSS.TMP
000250*                    BEFORE THE REWRITE AND APPENDED BEHIND
000260*                    IT, THE EMPSUSPM/EMPAPLY CONVENTION.
000263*   2026-10-15  RT   TYPE "HC" (HOURS COMPENSATED WITH TIME OFF)
000266*                    ACCEPTED ON REPAIR, AS EMPHRSV NOW DOES.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EMPHRSM.
002570     IF HM-CAMPO NOT = SPACES
002580         MOVE HM-CAMPO TO HM-TRB-E-ID
002590     END-IF
002600     DISPLAY "NUEVO TIPO HO/HN/HC (ENTER PARA DEJAR IGUAL): "
002610     ACCEPT HM-CAMPO
002620     IF HM-CAMPO NOT = SPACES
002630         MOVE HM-CAMPO TO HM-TRB-TIPO
003080     END-IF
003090     IF HM-VALIDO
003100         IF HM-TRB-TIPO NOT = "HO" AND HM-TRB-TIPO NOT = "HN"
003105                 AND HM-TRB-TIPO NOT = "HC"
003110             MOVE "N" TO HM-VALIDO-SW
003120             MOVE "TIPO DE HORAS DESCONOCIDO (HO/HN/HC)"
003130                 TO HM-RAZON-EDIT
003140         END-IF
003150     END-IF
