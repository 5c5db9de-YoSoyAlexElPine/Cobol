000010******************************************************************
000020* COPYBOOK:  EMPOBSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE HIRES-IN-PROGRESS FILE,
000050*            SHARED BY THE EMPONB CHECKLIST SCREEN AND THE
000060*            EMPREQM REQUISITION SCREEN.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK, TAKEN OUT OF EMPONB.
000120******************************************************************
000130     SELECT OPTIONAL EMPONB-ARCHIVO
000140         ASSIGN TO "EMPONB.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS ONB-FILE-STATUS.
