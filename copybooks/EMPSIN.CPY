000010******************************************************************
000020* COPYBOOK:  EMPSIN.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE UNION MEMBERSHIP FILE.  ONE
000050*            RECORD PER EMPLOYEE AND UNION: THE UNION CODE (AN
000060*            ACREEDOR.DAT ENTRY OF TIPO S, WHICH CARRIES THE
000070*            DUES AND THE ACCOUNT THEY ARE PAID INTO), THE
000080*            MEMBERSHIP NUMBER, THE START AND END DATES OF THE
000090*            PAYROLL DEDUCTION (END ZERO WHILE OPEN) AND THE
000100*            LAST PERIOD THE DUES WERE DEDUCTED, SO A RE-RUN OF
000110*            THE SAME PERIOD CANNOT DEDUCT THEM TWICE.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000150*   ---------- ----  ----------------------------------------
000160*   2026-10-15  RT   ORIGINAL COPYBOOK.
000170******************************************************************
000180 01  EMPSIN-REGISTRO.
000190     05  SIN-E-ID            PIC X(50).
000200     05  SIN-SINDICATO       PIC X(30).
000210     05  SIN-AFILIADO        PIC X(12).
000220     05  SIN-FECHA-DESDE     PIC 9(08).
000230     05  SIN-FECHA-HASTA     PIC 9(08).
000240     05  SIN-ULT-PERIODO     PIC 9(06).
000250     05  SIN-OPERADOR        PIC X(08).
000260     05  SIN-FECHA-ALTA      PIC 9(08).
