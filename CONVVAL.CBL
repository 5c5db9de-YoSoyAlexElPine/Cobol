000180*   DATE       INIT  DESCRIPTION
000190*   ---------- ----  ----------------------------------------
000200*   2026-09-03  RT   ORIGINAL PROGRAM.
000201*   2026-10-15  RT   CONVMST.DAT NOW ALSO CARRIES THE CONVENIO
000202*                    SICK-LEAVE TOP-UP (CNV-IT-DIA, CNV-IT-PCT)
000203*                    THE PAYROLL RUN APPLIES BY CATEGORY.
000204*   2026-10-15  RT   CONVMST.DAT NOW ALSO CARRIES THE CONVENIO
000205*                    VACATION CARRY-OVER CAP AND EXPIRY (CNV-VAC-
000206*                    TOPE, CNV-VAC-CADUCA) THE EMPVCIE YEAR-END
000207*                    CLOSE APPLIES.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CONVVAL.
000370     05  CNV-CATEGORIA       PIC X(04).
000380     05  CNV-ANIO            PIC 9(4).
000390     05  CNV-MINIMO          PIC 9(7)V99.
000392     05  CNV-IT-DIA          PIC 9(3).
000394     05  CNV-IT-PCT          PIC 9(3)V99.
000396     05  CNV-VAC-TOPE        PIC 9(3).
000398     05  CNV-VAC-CADUCA      PIC 9(4).
000400
000410 WORKING-STORAGE SECTION.
000420 01  CNV-FILE-STATUS         PIC XX VALUE SPACES.
