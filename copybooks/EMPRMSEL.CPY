000010******************************************************************
000020* COPYBOOK:  EMPRMSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE THIRD-PARTY WITHHOLDING
000050*            DETAIL.  WRITTEN (EXTEND) BY THE PAYROLL RUN AT THE
000060*            END OF A CLEAN RUN, READ AND REWRITTEN BY THE
000070*            EMPREMT REMITTANCE WHEN THE AMOUNTS ARE PAID OVER.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   ---------- ----  ----------------------------------------
000120*   2026-10-15  RT   ORIGINAL COPYBOOK.
000130******************************************************************
000140     SELECT OPTIONAL EMPREM-ARCHIVO
000150         ASSIGN TO "EMPREM.DAT"
000160         ORGANIZATION IS SEQUENTIAL
000170         FILE STATUS IS REM-FILE-STATUS.
