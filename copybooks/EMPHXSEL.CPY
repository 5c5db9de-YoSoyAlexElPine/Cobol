000010******************************************************************
000020* COPYBOOK:  EMPHXSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE YEARLY OVERTIME HISTORY.
000050*            WRITTEN (EXTEND) BY THE EMPHRSC VALUATION STEP, READ
000060*            BY EMPHRSV FOR THE ANNUAL-CAP WARNING AND BY THE
000070*            EMPHEXR MONTHLY REPORT.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   ---------- ----  ----------------------------------------
000120*   2026-10-15  RT   ORIGINAL COPYBOOK.
000130******************************************************************
000140     SELECT OPTIONAL EMPHEXH-ARCHIVO
000150         ASSIGN TO "EMPHEXH.DAT"
000160         ORGANIZATION IS SEQUENTIAL
000170         FILE STATUS IS HX-FILE-STATUS.
