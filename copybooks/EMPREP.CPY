000010******************************************************************
000020* COPYBOOK:  EMPREP.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE COST-CENTRE SPLIT FILE.  ONE
000050*            RECORD PER E-ID AND EFFECTIVE DATE, WITH UP TO FIVE
000060*            DEPTMST.DAT DEPARTMENTS AND THE PERCENTAGE OF THE
000070*            EMPLOYEE'S COST EACH CARRIES (TOTAL 100.00).  THE
000080*            FILE IS ONLY EVER APPENDED TO: THE SPLIT IN FORCE ON
000090*            A DATE IS THE ONE WITH THE LATEST REP-VIG-DESDE NOT
000100*            AFTER IT (THE LAST KEYED WHEN TWO SHARE THE DATE),
000110*            AND A ONE-LINE 100% SPLIT ENDS A SHARED ARRANGEMENT.
000120*            AN E-ID WITH NO RECORD IN FORCE IS CHARGED WHOLLY TO
000130*            ITS E-DEPTO, AS BEFORE.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-10-15  RT   ORIGINAL COPYBOOK.
000190******************************************************************
000200 01  EMPREPA-REGISTRO.
000210     05  REP-E-ID            PIC X(50).
000220     05  REP-VIG-DESDE       PIC 9(08).
000230     05  REP-LINEAS          PIC 9(01).
000240     05  REP-LINEA OCCURS 5 TIMES.
000250         10  REP-DEPTO       PIC X(04).
000260         10  REP-PCT         PIC 9(3)V99.
000270     05  REP-FECHA-ALTA      PIC 9(08).
000280     05  REP-OPERADOR        PIC X(08).
