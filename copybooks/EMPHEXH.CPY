000010******************************************************************
000020* COPYBOOK:  EMPHEXH.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE YEARLY OVERTIME HISTORY.
000050*            EVERY EMPHRSC VALUATION RUN APPENDS ONE RECORD PER
000060*            EMPLOYEE AND HOURS TYPE IT DEALT WITH: "HO" AND
000070*            "HN" HOURS VALUED AND PAID, AND "HC" HOURS
000080*            COMPENSATED WITH TIME OFF, WHICH DO NOT COUNT
000090*            TOWARDS THE 80-HOUR STATUTORY ANNUAL CAP.  THE
000100*            HOURS AN EMPLOYEE HAS USED IN A YEAR ARE THEIR HO
000110*            PLUS HN LESS HC FOR THAT HX-ANIO, NEVER BELOW ZERO.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000150*   ---------- ----  ----------------------------------------
000160*   2026-10-15  RT   ORIGINAL COPYBOOK.
000170******************************************************************
000180 01  EMPHEXH-REGISTRO.
000190     05  HX-ANIO             PIC 9(4).
000200     05  HX-PERIODO          PIC 9(6).
000210     05  HX-E-ID             PIC X(50).
000220     05  HX-TIPO             PIC X(02).
000230         88  HX-COMPENSADA   VALUE "HC".
000240     05  HX-HORAS            PIC 9(03).
000250     05  HX-FECHA            PIC 9(8).
