000010******************************************************************
000020* COPYBOOK:  EMPOFSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE OFF-CYCLE PAYROLL LIST,
000050*            WRITTEN BY THE EMPOFC DRIVER AND READ BY THE
000060*            PAYROLL RUN.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL EMPOFF-ARCHIVO
000140         ASSIGN TO "EMPOFF.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS OFF-FILE-STATUS.
