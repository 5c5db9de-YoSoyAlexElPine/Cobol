000010******************************************************************
000020* COPYBOOK:  EMPIRSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE IRPF PERSONAL-SITUATION
000050*            FILE (MODELO 145 DATA), SHARED BY THE EMPIRPM SCREEN
000060*            AND THE EMPPAY PAYROLL RUN.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL EMPIRPF-ARCHIVO
000140         ASSIGN TO "EMPIRPF.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS IRP-FILE-STATUS.
