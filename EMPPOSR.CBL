000250*                    DATED COPY IN THE SPOOL CATALOG SO LAST
000260*                    WEEK'S OUTPUT CAN BE REPRINTED FROM
000270*                    EMPSPOOL INSTEAD OF RE-RUN.
000272*   2026-10-15  RT   AN EMPLOYEE ON EXCEDENCIA OR SUSPENSION STILL
000274*                    HOLDS THE SEAT, SO IS COUNTED AGAINST THE
000276*                    POSITION LIKE AN ACTIVE; THE TOTAL ON LEAVE
000278*                    IS PRINTED UNDER THE SUMMARY.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. EMPPOSR.
000950
000960 01  PR-SIN-PUESTO            PIC 9(5) VALUE 0.
000970 01  PR-DESCONOCIDO           PIC 9(5) VALUE 0.
000975 01  PR-EXCEDENCIA            PIC 9(5) VALUE 0.
000980 01  PR-VACANTES              PIC S9(4) VALUE 0.
000990 01  PR-VACANTES-EDIT         PIC -ZZ9.
001000
002000     END-READ.
002010
002020 3200-CONTAR-EMPLEADO.
002024     IF E-SUSPENDIDO
002028         ADD 1 TO PR-EXCEDENCIA
002032     END-IF
002036     IF E-ACTIVO OR E-SUSPENDIDO
002040         IF E-PUESTO = SPACES
002050             ADD 1 TO PR-SIN-PUESTO
002060             MOVE SPACES TO RPT-LINEA
002500     MOVE SPACES TO RPT-LINEA
002510     STRING "ACTIVOS SIN PUESTO: " PR-SIN-PUESTO
002520         "  CON PUESTO DESCONOCIDO: " PR-DESCONOCIDO
002521         DELIMITED BY SIZE INTO RPT-LINEA
002522     PERFORM 6000-ESCRIBIR-LINEA
002523     MOVE SPACES TO RPT-LINEA
002524     STRING "EN EXCEDENCIA/SUSPENSION (OCUPAN SU PUESTO): "
002525         PR-EXCEDENCIA
002530         DELIMITED BY SIZE INTO RPT-LINEA
002540     PERFORM 6000-ESCRIBIR-LINEA
002550     DISPLAY "EMPPOSR - PUESTOS LISTADOS: " PR-POS-MAX
