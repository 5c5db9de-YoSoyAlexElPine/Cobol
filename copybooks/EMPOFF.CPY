000010******************************************************************
000020* COPYBOOK:  EMPOFF.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE OFF-CYCLE PAYROLL LIST.  ONE
000050*            RECORD PER EMPLOYEE TO BE RECALCULATED AND PAID
000060*            OUTSIDE THE MONTHLY RUN, WITH THE OPERATOR AND DATE
000070*            OF THE REQUEST.  WRITTEN BY THE EMPOFC DRIVER AND
000080*            READ BY THE PAYROLL RUN WHEN ITS JOB CARD ASKS FOR
000090*            AN OFF-CYCLE ("O") RUN.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*   DATE       INIT  DESCRIPTION
000130*   ---------- ----  ----------------------------------------
000140*   2026-10-15  RT   ORIGINAL COPYBOOK.
000150******************************************************************
000160 01  EMPOFF-REGISTRO.
000170     05  OFF-E-ID            PIC X(50).
000180     05  OFF-OPERADOR        PIC X(08).
000190     05  OFF-FECHA           PIC 9(08).
