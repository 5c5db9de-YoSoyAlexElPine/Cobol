000010******************************************************************
000020* COPYBOOK:  EMPCNSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE CANDIDATE FILE, SHARED BY
000050*            THE EMPREQM SCREEN AND THE EMPREQR REPORT.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   DATE       INIT  DESCRIPTION
000090*   ---------- ----  ----------------------------------------
000100*   2026-10-15  RT   ORIGINAL COPYBOOK.
000110******************************************************************
000120     SELECT OPTIONAL EMPCAN-ARCHIVO
000130         ASSIGN TO "EMPCAND.DAT"
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS CAN-FILE-STATUS.
