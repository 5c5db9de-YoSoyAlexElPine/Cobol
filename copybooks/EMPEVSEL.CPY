000010******************************************************************
000020* COPYBOOK:  EMPEVSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE ANNUAL APPRAISAL FILE,
000050*            SHARED BY THE EMPEVAM SCREEN, THE EMPEVAR REPORT AND
000060*            THE EMPREV SALARY REVISION.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL EMPEVA-ARCHIVO
000140         ASSIGN TO "EMPEVAL.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS EVA-FILE-STATUS.
