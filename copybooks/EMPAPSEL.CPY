000010******************************************************************
000020* COPYBOOK:  EMPAPSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE SALARY/BANK CHANGE
000050*            APPROVAL QUEUE.  EMPMAINT APPENDS TO IT, EMPAPRM
000060*            DECIDES THE ENTRIES AND EMPMORN LISTS WHAT IS STILL
000070*            WAITING.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   ---------- ----  ----------------------------------------
000120*   2026-10-15  RT   ORIGINAL COPYBOOK.
000130******************************************************************
000140     SELECT OPTIONAL EMPAPR-ARCHIVO
000150         ASSIGN TO "EMPAPR.DAT"
000160         ORGANIZATION IS SEQUENTIAL
000170         FILE STATUS IS APR-FILE-STATUS.
