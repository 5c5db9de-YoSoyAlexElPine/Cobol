000010******************************************************************
000020* COPYBOOK:  EMPAHSEL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   FILE-CONTROL ENTRY FOR THE ABSENCE HISTORY FILE
000050*            EMPAUSH.DAT, SHARED BY EMPABSV THAT APPENDS TO IT AND
000060*            THE EMPBRAD ABSENTEEISM REPORT THAT READS IT.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   ---------- ----  ----------------------------------------
000110*   2026-10-15  RT   ORIGINAL COPYBOOK.
000120******************************************************************
000130     SELECT OPTIONAL AUSENCIAS-HISTORIA
000140         ASSIGN TO "EMPAUSH.DAT"
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS AH-FILE-STATUS.
