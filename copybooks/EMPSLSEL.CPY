000010******************************************************************
000020* COPYBOOK:  EMPSLSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE SITE GREETING TABLE
000050*            SALUDOS.DAT, SHARED BY THE HOLA MUNDO EXERCISE, THE
000060*            EMPFELI GREETINGS RUN AND THE EMPTABM TABLE
000070*            MAINTENANCE THAT WRITES IT.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   ---------- ----  ----------------------------------------
000120*   2026-10-15  RT   ORIGINAL COPYBOOK.
000130******************************************************************
000140     SELECT OPTIONAL SALUDOS-TABLA
000150         ASSIGN TO "SALUDOS.DAT"
000160         ORGANIZATION IS SEQUENTIAL
000170         FILE STATUS IS SAL-FILE-STATUS.
