000010******************************************************************
000020* COPYBOOK:  EMPDIS.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE REPORT-BURSTING WORK FILE
000050*            (RPTDIST.WRK).  A REPORT RUNNING WITH BURSTING ON
000060*            WRITES EVERY DEPARTMENTAL LINE OF ITS LISTING HERE
000070*            AS WELL, TAGGED WITH THE DEPARTMENT IT BELONGS TO;
000080*            THE SHARED RPTDIST ROUTINE THEN SPLITS THE FILE
000090*            INTO ONE SPOOL MEMBER PER DEPARTMENT.  A BLANK
000100*            DIS-DEPTO MEANS NO DEPARTMENT.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   ---------- ----  ----------------------------------------
000150*   2026-10-15  RT   ORIGINAL COPYBOOK.
000160******************************************************************
000170 01  DIS-REGISTRO.
000180     05  DIS-DEPTO           PIC X(04).
000190     05  DIS-LINEA           PIC X(132).
