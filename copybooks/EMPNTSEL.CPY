000010******************************************************************
000020* COPYBOOK:  EMPNTSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE OUTBOUND NOTIFICATION
000050*            QUEUE, SHARED BY THE NOTIFICA ROUTINE AND THE EMPMORN
000060*            DAILY SENT/FAILED SUMMARY.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL EMPNOT-COLA
000140         ASSIGN TO "EMPNOTQ.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS NTQ-FILE-STATUS.
