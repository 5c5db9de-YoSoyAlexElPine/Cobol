000010******************************************************************
000020* COPYBOOK:  EMPCLSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE LETTER BATCH EMPCARTA.LOT,
000050*            SHARED BY THE EMPFELI GREETINGS RUN THAT WRITES IT
000060*            AND THE EMPCARTA LETTER PROGRAM THAT PRINTS IT.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL CARTA-LOTE
000140         ASSIGN TO "EMPCARTA.LOT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS LOT-FILE-STATUS.
