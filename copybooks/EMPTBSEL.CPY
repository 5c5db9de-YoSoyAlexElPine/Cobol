000010******************************************************************
000020* COPYBOOK:  EMPTBSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR TABAUD.DAT, THE
000050*            REFERENCE-TABLE BEFORE/AFTER LOG.  OPENED EXTEND SO
000060*            EVERY SESSION APPENDS RATHER THAN OVERWRITING THE
000070*            HISTORY.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   ---------- ----  ----------------------------------------
000120*   2026-10-15  RT   ORIGINAL COPYBOOK.
000130******************************************************************
000140     SELECT OPTIONAL TABLAS-AUDITORIA
000150         ASSIGN TO "TABAUD.DAT"
000160         ORGANIZATION IS SEQUENTIAL
000170         FILE STATUS IS TBA-FILE-STATUS.
