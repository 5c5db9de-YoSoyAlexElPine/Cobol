000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-08-22  RT   ORIGINAL PROGRAM.
000182*   2026-10-15  RT   THE MOTBAJA.DAT RECORD NOW ALSO CARRIES THE
000184*                    OFFICIAL CAUSE CODE (MOT-CAUSA-OFICIAL),
000186*                    MAINTAINED IN EMPTABM.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. MOTVAL.
000340 01  MOT-REGISTRO.
000350     05  MOT-CODIGO          PIC X(02).
000360     05  MOT-DESC            PIC X(30).
000365     05  MOT-CAUSA-OFICIAL   PIC X(02).
000370
000380 WORKING-STORAGE SECTION.
000390 01  MOT-FILE-STATUS         PIC XX VALUE SPACES.
