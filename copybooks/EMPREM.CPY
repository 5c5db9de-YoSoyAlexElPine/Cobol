000010******************************************************************
000020* COPYBOOK:  EMPREM.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE THIRD-PARTY WITHHOLDING
000050*            DETAIL.  ONE RECORD PER AMOUNT THE PAYROLL RUN
000060*            WITHHELD FOR SOMEONE ELSE: A COURT GARNISHMENT
000070*            (TIPO E, REFERENCE = THE COURT REFERENCE) OR UNION
000080*            DUES (TIPO S, REFERENCE = THE MEMBERSHIP NUMBER),
000090*            WITH THE CREDITOR IT IS OWED TO.  REM-REMESA STAYS
000100*            ZERO UNTIL THE EMPREMT RUN PAYS THE AMOUNT OVER, AND
000110*            THEN CARRIES THE DATE OF THAT REMITTANCE.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000150*   ---------- ----  ----------------------------------------
000160*   2026-10-15  RT   ORIGINAL COPYBOOK.
000170******************************************************************
000180 01  EMPREM-REGISTRO.
000190     05  REM-PERIODO         PIC 9(06).
000200     05  REM-TIPO            PIC X(01).
000210         88  REM-EMBARGO     VALUE "E".
000220         88  REM-SINDICAL    VALUE "S".
000230     05  REM-ACREEDOR        PIC X(30).
000240     05  REM-E-ID            PIC X(50).
000250     05  REM-REFERENCIA      PIC X(20).
000260     05  REM-IMPORTE         PIC 9(7)V99.
000270     05  REM-FECHA           PIC 9(08).
000280     05  REM-REMESA          PIC 9(08).
