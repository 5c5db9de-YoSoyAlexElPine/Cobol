000010******************************************************************
000020* COPYBOOK:  EMPRQSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE RECRUITMENT REQUISITION
000050*            FILE, SHARED BY THE EMPREQM SCREEN AND THE EMPREQR
000060*            REPORT.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL EMPREQ-ARCHIVO
000140         ASSIGN TO "EMPREQ.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS REQ-FILE-STATUS.
