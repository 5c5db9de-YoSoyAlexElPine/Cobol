000010******************************************************************
000020* COPYBOOK:  EMPDISEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE REPORT-BURSTING WORK
000050*            FILE, SHARED BY THE RPTDIST ROUTINE AND THE REPORTS
000060*            THAT CAN BE BURST BY DEPARTMENT (DEPTRPT, EMPVACR,
000070*            EMPCURR, EMPPROB, EMPBEXC).
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   ---------- ----  ----------------------------------------
000120*   2026-10-15  RT   ORIGINAL COPYBOOK.
000130******************************************************************
000140     SELECT OPTIONAL DISTRIB-TRABAJO
000150         ASSIGN TO "RPTDIST.WRK"
000160         ORGANIZATION IS SEQUENTIAL
000170         FILE STATUS IS DIS-FILE-STATUS.
