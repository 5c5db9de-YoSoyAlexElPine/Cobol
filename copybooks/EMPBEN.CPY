000010******************************************************************
000020* COPYBOOK:  EMPBEN.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE BENEFITS ENROLMENT FILE.  ONE
000050*            RECORD PER EMPLOYEE AND PLAN: THE PLAN CODE, ITS
000060*            TYPE (S HEALTH INSURANCE, T MEAL VOUCHERS, G NURSERY
000070*            CHEQUE, V COMPANY CAR, O OTHER), THE PROVIDER, THE
000080*            START AND END DATES (END ZERO WHILE OPEN), THE
000090*            MODALITY - F FLEXIBLE PAY, BOUGHT OUT OF THE
000100*            EMPLOYEE'S OWN GROSS, OR E IN KIND, PAID BY THE
000110*            COMPANY - AND THE MONTHLY AMOUNTS: WHAT THE EMPLOYEE
000120*            PAYS (THE FLEXIBLE AMOUNT OR THE IN-KIND CO-PAY),
000130*            WHAT THE COMPANY PAYS, THE IN-KIND VALUE FOR TAX
000140*            (THE PREMIUM, OR THE LEGAL VALUATION OF THE CAR) AND
000150*            THE MONTHLY AMOUNT THE LAW EXEMPTS, PLUS THE NUMBER
000160*            OF PEOPLE COVERED FOR THE PROVIDER CENSUS.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   ---------- ----  ----------------------------------------
000210*   2026-10-15  RT   ORIGINAL COPYBOOK.
000220******************************************************************
000230 01  EMPBEN-REGISTRO.
000240     05  BEN-E-ID            PIC X(50).
000250     05  BEN-PLAN            PIC X(06).
000260     05  BEN-TIPO            PIC X(01).
000270         88  BEN-TIPO-OK     VALUES "S" "T" "G" "V" "O".
000280     05  BEN-PROVEEDOR       PIC X(10).
000290     05  BEN-FECHA-DESDE     PIC 9(08).
000300     05  BEN-FECHA-HASTA     PIC 9(08).
000310     05  BEN-MODALIDAD       PIC X(01).
000320         88  BEN-FLEXIBLE    VALUE "F".
000330         88  BEN-ESPECIE     VALUE "E".
000340     05  BEN-COSTE-EMPLEADO  PIC 9(5)V99.
000350     05  BEN-COSTE-EMPRESA   PIC 9(5)V99.
000360     05  BEN-VALOR-ESPECIE   PIC 9(5)V99.
000370     05  BEN-EXENTO-MES      PIC 9(5)V99.
000380     05  BEN-BENEFICIARIOS   PIC 9(02).
000390     05  BEN-OPERADOR        PIC X(08).
000400     05  BEN-FECHA-ALTA      PIC 9(08).
