000010******************************************************************
000020* COPYBOOK:  EMPACSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR ACCESOS.DAT, THE READ-ACCESS
000050*            LOG OF PERSONAL DATA VIEWED ON SCREEN.  APPENDED BY
000060*            THE SHARED ACCLOG ROUTINE, READ BY THE EMPACCR
000070*            REPORT.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   ---------- ----  ----------------------------------------
000120*   2026-10-15  RT   ORIGINAL COPYBOOK.
000130******************************************************************
000140     SELECT OPTIONAL ACCESOS-ARCHIVO
000150         ASSIGN TO "ACCESOS.DAT"
000160         ORGANIZATION IS SEQUENTIAL
000170         FILE STATUS IS ACC-FILE-STATUS.
