000010******************************************************************
000020* COPYBOOK:  EMPROSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR ROLMST.DAT, THE ROLE / MENU
000050*            OPTION AUTHORIZATION MATRIX.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   DATE       INIT  DESCRIPTION
000090*   ---------- ----  ----------------------------------------
000100*   2026-10-15  RT   ORIGINAL COPYBOOK.
000110******************************************************************
000120     SELECT OPTIONAL ROL-MAESTRO
000130         ASSIGN TO "ROLMST.DAT"
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS ROL-FILE-STATUS.
