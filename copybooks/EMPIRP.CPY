000010******************************************************************
000020* COPYBOOK:  EMPIRP.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE IRPF PERSONAL-SITUATION FILE,
000050*            ONE RECORD PER E-ID, CARRYING WHAT THE EMPLOYEE
000060*            DECLARED ON THE MODELO 145 (FAMILY SITUATION,
000070*            DESCENDANTS, ASCENDANTS, DISABILITY, MORTGAGE ON THE
000080*            HABITUAL HOME, ANY VOLUNTARY HIGHER RATE).  KEYED
000090*            FROM THE EMPIRPM SCREEN.  THE PAYROLL RUN WORKS OUT
000100*            THE INDIVIDUAL WITHHOLDING RATE FROM IT AND KEEPS THE
000110*            RATE IN FORCE, THE YEAR AND THE SALARY IT WAS
000120*            CALCULATED FOR IN THE IRP-TIPO GROUP, SO A SALARY
000130*            CHANGE OR A NEW DECLARATION (IRP-RECALCULO "S")
000140*            TRIGGERS THE MID-YEAR REGULARISATION.
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   ---------- ----  ----------------------------------------
000190*   2026-10-15  RT   ORIGINAL COPYBOOK.
000200******************************************************************
000210 01  EMPIRPF-REGISTRO.
000220     05  IRP-E-ID            PIC X(50).
000230     05  IRP-SITUACION       PIC X(01).
000240         88  IRP-SITUACION-OK VALUES "1" "2" "3".
000250     05  IRP-DESCENDIENTES   PIC 9(02).
000260     05  IRP-DESC-MENOR3     PIC 9(02).
000270     05  IRP-ASCENDIENTES    PIC 9(02).
000280     05  IRP-DISCAPACIDAD    PIC 9(02).
000290     05  IRP-HIPOTECA        PIC X(01).
000300         88  IRP-CON-HIPOTECA VALUE "S".
000310     05  IRP-PCT-VOLUNTARIO  PIC 99V99.
000320     05  IRP-FECHA-ALTA      PIC 9(08).
000330     05  IRP-OPERADOR        PIC X(08).
000340     05  IRP-RECALCULO       PIC X(01).
000350         88  IRP-RECALCULAR  VALUE "S".
000360     05  IRP-TIPO            PIC 99V99.
000370     05  IRP-TIPO-ANIO       PIC 9(04).
000380     05  IRP-TIPO-SALARIO    PIC 9(7)V99.
000390     05  IRP-TIPO-PERIODO    PIC 9(06).
