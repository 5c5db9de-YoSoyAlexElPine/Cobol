000010******************************************************************
000020* COPYBOOK:  EMPEVA.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE ANNUAL PERFORMANCE APPRAISAL
000050*            FILE, ONE RECORD PER E-ID AND YEAR.  THE APPRAISER IS
000060*            THE EMPLOYEE'S E-SUPERVISOR WHEN THE APPRAISAL IS
000070*            OPENED.  UP TO THREE OBJECTIVES, A RATING ON THE
000080*            FIXED 1-5 SCALE, THE STATUS (ABIERTA, PRESENTADA,
000090*            ACORDADA) AND THE DATE IT WAS AGREED.  KEYED FROM
000100*            THE EMPEVAM SCREEN, REPORTED BY EMPEVAR, AND THE
000110*            LATEST AGREED RATING IS A RULE CRITERION FOR THE
000120*            EMPREV SALARY REVISION.
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*   DATE       INIT  DESCRIPTION
000160*   ---------- ----  ----------------------------------------
000170*   2026-10-15  RT   ORIGINAL COPYBOOK.
000180******************************************************************
000190 01  EMPEVA-REGISTRO.
000200     05  EVA-E-ID            PIC X(50).
000210     05  EVA-ANIO            PIC 9(04).
000220     05  EVA-EVALUADOR       PIC X(50).
000230     05  EVA-OBJETIVO        PIC X(60) OCCURS 3 TIMES.
000240     05  EVA-CALIFICACION    PIC X(01).
000250         88  EVA-CALIF-VALIDA VALUES "1" "2" "3" "4" "5".
000260     05  EVA-ESTADO          PIC X(01).
000270         88  EVA-ABIERTA     VALUE "A".
000280         88  EVA-PRESENTADA  VALUE "P".
000290         88  EVA-ACORDADA    VALUE "C".
000300     05  EVA-FECHA-CIERRE    PIC 9(08).
000310     05  EVA-FECHA-ALTA      PIC 9(08).
000320     05  EVA-OPERADOR        PIC X(08).
