000010******************************************************************
000020* COPYBOOK:  EMPAUSH.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE ABSENCE HISTORY FILE.  EMPABSV
000050*            APPENDS ONE RECORD PER VALIDATED ABSENCE, SO THE
000060*            ABSENCES SURVIVE THE PAYROLL RUN THAT USES
000070*            EMPABSOK.DAT BEFORE THE NEXT FEED OVERWRITES IT.
000080*            AH-PERIODO IS THE PAYROLL PERIOD THE ABSENCE WAS
000090*            VALIDATED FOR; AN ABSENCE THE FEED SENT WITHOUT A
000100*            START DATE IS DATED TO THE FIRST OF THAT PERIOD, WITH
000110*            AH-FECHADA "N".  A SICK LEAVE REPORTED OVER SEVERAL
000120*            MONTHS REPEATS ITS AH-FECHA-INICIO, SO IT STAYS ONE
000130*            SPELL.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-10-15  RT   ORIGINAL COPYBOOK.
000190******************************************************************
000200 01  EMPAUSH-REGISTRO.
000210     05  AH-E-ID             PIC X(50).
000220     05  AH-TIPO             PIC X(02).
000230     05  AH-FECHA-INICIO     PIC 9(08).
000240     05  AH-DIAS             PIC 9(02).
000250     05  AH-PERIODO          PIC 9(06).
000260     05  AH-FECHADA          PIC X(01).
000270         88  AH-CON-FECHA    VALUE "S".
000280     05  AH-FECHA-ALTA       PIC 9(08).
