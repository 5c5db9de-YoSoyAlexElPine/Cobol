000230*                    PARAMETER SAYING WHETHER THE DEPARTMENT IS
000240*                    CLOSED, SO THE SCREENS AND THE LOAD CAN
000250*                    REFUSE NEW ASSIGNMENTS TO A CLOSED ONE.
000253*   2026-10-15  RT   THE DEPTMST.DAT RECORD NOW CARRIES THE DEP-
000256*                    JEFE DEPARTMENT-HEAD E-ID.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. DEPTVAL.
000440     05  DEP-CC                  PIC X(08).
000450     05  DEP-CERRADO             PIC X(01).
000460         88  DEP-CERRADA         VALUE "S".
000465     05  DEP-JEFE                PIC X(50).
000470
000480 WORKING-STORAGE SECTION.
000490 01  DEP-FILE-STATUS             PIC XX VALUE SPACES.
