000010******************************************************************
000020* COPYBOOK:  EMPSNSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE UNION MEMBERSHIP FILE,
000050*            MAINTAINED BY THE EMPSINM SCREEN, READ BY THE
000060*            PAYROLL RUN TO DEDUCT THE DUES AND REWRITTEN BY IT
000070*            WITH THE LAST PERIOD DEDUCTED.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   ---------- ----  ----------------------------------------
000120*   2026-10-15  RT   ORIGINAL COPYBOOK.
000130******************************************************************
000140     SELECT OPTIONAL EMPSIND-ARCHIVO
000150         ASSIGN TO "EMPSIND.DAT"
000160         ORGANIZATION IS SEQUENTIAL
000170         FILE STATUS IS SIN-FILE-STATUS.
