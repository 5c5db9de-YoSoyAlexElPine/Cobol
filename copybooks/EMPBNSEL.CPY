000010******************************************************************
000020* COPYBOOK:  EMPBNSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE BENEFITS ENROLMENT FILE,
000050*            MAINTAINED BY THE EMPBENM SCREEN AND READ BY THE
000060*            PAYROLL RUN AND THE EMPBCEN PROVIDER CENSUS.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL EMPBEN-ARCHIVO
000140         ASSIGN TO "EMPBEN.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS BEN-FILE-STATUS.
