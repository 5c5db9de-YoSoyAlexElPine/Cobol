000010******************************************************************
000020* COPYBOOK:  EMPGTSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE EXPENSE CLAIM FILE,
000050*            MAINTAINED BY THE EMPGASM CLAIM/APPROVAL SCREEN.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   DATE       INIT  DESCRIPTION
000090*   ---------- ----  ----------------------------------------
000100*   2026-10-15  RT   ORIGINAL COPYBOOK.
000110******************************************************************
000120     SELECT OPTIONAL EMPGTO-ARCHIVO
000130         ASSIGN TO "EMPGTO.DAT"
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS GTO-FILE-STATUS.
