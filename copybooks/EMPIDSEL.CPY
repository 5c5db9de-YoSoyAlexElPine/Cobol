000010******************************************************************
000020* COPYBOOK:  EMPIDSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE IDENTITY-DOCUMENT REGISTER
000050*            (NIF/NIE, SOCIAL-SECURITY NUMBER, WORK PERMIT),
000060*            SHARED BY THE IDENREG AND IDENVAL ROUTINES, THE
000070*            EMPMORN MORNING REPORT AND THE FILES FOR THE
000080*            AUTHORITIES.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*   DATE       INIT  DESCRIPTION
000120*   ---------- ----  ----------------------------------------
000130*   2026-10-15  RT   ORIGINAL COPYBOOK.
000140******************************************************************
000150     SELECT OPTIONAL EMPIDEN-ARCHIVO
000160         ASSIGN TO "EMPIDEN.DAT"
000170         ORGANIZATION IS SEQUENTIAL
000180         FILE STATUS IS IDN-FILE-STATUS.
