000010******************************************************************
000020* COPYBOOK:  EMPRPL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   PARAMETER AREA OF THE SHARED REPARTO ROUTINE.  THE
000050*            CALLER FILLS THE E-ID, THE DATE THE SPLIT MUST BE IN
000060*            FORCE ON, THE EMPLOYEE'S E-DEPTO AND UP TO THREE
000070*            AMOUNTS TO SHARE OUT; REPARTO RETURNS ONE LINE PER
000080*            DEPARTMENT WITH ITS PERCENTAGE AND ITS PART OF EACH
000090*            AMOUNT.  THE PARTS ARE ROUNDED TO THE CENT AND THE
000100*            LAST LINE TAKES THE REMAINDER, SO THEY ALWAYS ADD
000110*            BACK TO THE AMOUNT.  WITHOUT A SPLIT IN FORCE THE
000120*            ANSWER IS ONE LINE, E-DEPTO AT 100%, AND
000130*            RA-COMPARTIDO-SW IS "N".
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-10-15  RT   ORIGINAL COPYBOOK.
000190******************************************************************
000200 01  RA-AREA.
000210     05  RA-E-ID             PIC X(50).
000220     05  RA-FECHA            PIC 9(08).
000230     05  RA-DEPTO-BASE       PIC X(04).
000240     05  RA-IMPORTE          PIC S9(11)V99 OCCURS 3 TIMES.
000250     05  RA-COMPARTIDO-SW    PIC X(01).
000260         88  RA-COMPARTIDO   VALUE "Y".
000270     05  RA-DESDE            PIC 9(08).
000280     05  RA-LINEAS           PIC 9(01).
000290     05  RA-LINEA OCCURS 5 TIMES.
000300         10  RA-DEPTO        PIC X(04).
000310         10  RA-PCT          PIC 9(3)V99.
000320         10  RA-PARTE        PIC S9(11)V99 OCCURS 3 TIMES.
