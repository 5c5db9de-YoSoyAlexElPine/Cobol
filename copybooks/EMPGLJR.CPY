000010******************************************************************
000020* COPYBOOK:  EMPGLJR.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT OF THE GENERAL-LEDGER JOURNAL FILE THE
000050*            ACCOUNTING INTERFACE PICKS UP: A CAB HEADER (PERIOD
000060*            AND DATE), DEB/CRE POSTING LINES (ACCOUNT, COST
000070*            CENTRE, AMOUNT, DESCRIPTION) AND A FIN TRAILER WITH
000080*            THE DEBIT AND CREDIT TOTALS.  SHARED BY EMPGLJ (THE
000090*            PAYROLL JOURNAL, EMPGLJ.DAT) AND EMPPROV (THE
000100*            MONTH-END ACCRUAL JOURNAL, EMPGLA.DAT) SO BOTH FILES
000110*            KEEP ONE FORMAT.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000150*   ---------- ----  ----------------------------------------
000160*   2026-10-15  RT   ORIGINAL COPYBOOK - EXTRACTED FROM EMPGLJ
000170*                    WHEN THE ACCRUAL RUN STARTED WRITING THE
000180*                    SAME FORMAT.
000190******************************************************************
000200 01  GLJ-REGISTRO             PIC X(80).
000210 01  GLJ-CABECERA REDEFINES GLJ-REGISTRO.
000220     05  GLJ-CAB-TIPO         PIC X(03).
000230     05  GLJ-CAB-PERIODO      PIC 9(06).
000240     05  GLJ-CAB-FECHA        PIC 9(08).
000250     05  FILLER               PIC X(63).
000260 01  GLJ-APUNTE REDEFINES GLJ-REGISTRO.
000270     05  GLJ-APU-TIPO         PIC X(03).
000280     05  GLJ-APU-CUENTA       PIC X(10).
000290     05  GLJ-APU-CC           PIC X(08).
000300     05  GLJ-APU-IMPORTE      PIC 9(11)V99.
000310     05  GLJ-APU-DESC         PIC X(20).
000320     05  FILLER               PIC X(26).
000330 01  GLJ-COLA REDEFINES GLJ-REGISTRO.
000340     05  GLJ-FIN-TIPO         PIC X(03).
000350     05  GLJ-FIN-DEBE         PIC 9(11)V99.
000360     05  GLJ-FIN-HABER        PIC 9(11)V99.
000370     05  FILLER               PIC X(51).
