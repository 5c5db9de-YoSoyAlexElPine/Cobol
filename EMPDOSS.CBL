000130*                GIVES US THIRTY DAYS; THIS TAKES THIRTY
000140*                SECONDS.
000150* TECTONICS:     cobc -x -std=ibm -I copybooks EMPDOSS.CBL
000160*                RPTBANNER ACCLOG
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000310*   2026-09-03  RT   THE DOSSIER NOW STATES WHEN THE SUBJECT'S
000320*                    OLDER DATA WAS ANONYMIZED BY EMPANON
000330*                    (EMPANON.LOG) INSTEAD OF FINDING NOTHING.
000332*   2026-10-15  RT   1000-INITIALIZE NOW CALLS ACCLOG SO EVERY
000334*                    DOSSIER PRODUCED IS RECORDED IN ACCESOS.DAT
000336*                    AGAINST THE SIGNED-ON OPERATOR.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. EMPDOSS.
001160     88  ARC-EOF              VALUE "Y".
001170
001180 01  DS-E-ID                  PIC X(50) VALUE SPACES.
001185 01  DS-PROGRAMA              PIC X(08) VALUE "EMPDOSS".
001190 01  DS-NOMBRE-FUENTE         PIC X(30) VALUE SPACES.
001200 01  DS-FUENTES.
001210     05  DS-FUENTE-MAX        PIC 9(3) VALUE 0.
001590 1000-INITIALIZE.
001600     DISPLAY "E-ID DEL DOSSIER: "
001610     ACCEPT DS-E-ID
001615     CALL "ACCLOG" USING DS-PROGRAMA, DS-E-ID
001620     OPEN OUTPUT DOSSIER-REPORTE
001630     CALL "RPTBANNER" USING DS-BANNER
001640     MOVE DS-BANNER TO RPT-LINEA
