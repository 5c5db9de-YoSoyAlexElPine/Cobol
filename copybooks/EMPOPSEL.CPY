000010******************************************************************
000020* COPYBOOK:  EMPOPSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR OPERMST.DAT, THE OPERATOR
000050*            MASTER THE MENU SIGN-ON CHECKS AND EMPOPRM MAINTAINS.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   DATE       INIT  DESCRIPTION
000090*   ---------- ----  ----------------------------------------
000100*   2026-10-15  RT   ORIGINAL COPYBOOK, LIFTED OUT OF CONTROL.CBL.
000110******************************************************************
000120     SELECT OPTIONAL OPERADOR-MAESTRO
000130         ASSIGN TO "OPERMST.DAT"
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS OPM-FILE-STATUS.
