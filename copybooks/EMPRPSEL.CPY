000010******************************************************************
000020* COPYBOOK:  EMPRPSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE COST-CENTRE SPLIT FILE
000050*            EMPREPA.DAT, SHARED BY THE EMPREPM SCREEN THAT KEYS
000060*            THE SPLITS AND THE REPARTO ROUTINE THAT APPLIES THEM.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL EMPREPA-ARCHIVO
000140         ASSIGN TO "EMPREPA.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS REP-FILE-STATUS.
