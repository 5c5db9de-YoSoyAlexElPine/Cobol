000010******************************************************************
000020* COPYBOOK:  EMPEQSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE COMPANY EQUIPMENT FILE,
000050*            SHARED BY THE EMPEQUM SCREEN, THE EMPEQUR REPORT AND
000060*            THE EMPFINIQ SETTLEMENT.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL EMPEQU-ARCHIVO
000140         ASSIGN TO "EMPEQU.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS EQU-FILE-STATUS.
