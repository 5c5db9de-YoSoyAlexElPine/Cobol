000010******************************************************************
000020* COPYBOOK:  EMPVCSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE VACATION-YEAR HISTORY
000050*            FILE.  WRITTEN (EXTEND) BY THE EMPVCIE YEAR-END
000060*            CLOSE, ONE RECORD PER EMPLOYEE AND CLOSED YEAR.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL EMPVACH-ARCHIVO
000140         ASSIGN TO "EMPVACH.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS VH-FILE-STATUS.
