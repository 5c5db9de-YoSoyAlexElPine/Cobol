000010******************************************************************
000020* COPYBOOK:  EMPVACH.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE VACATION-YEAR HISTORY FILE.
000050*            WHEN EMPVCIE CLOSES A VACATION YEAR IT WRITES ONE OF
000060*            THESE PER EMPLOYEE WITH THE CLOSING ENTITLEMENT
000070*            (VACDER AT 31 DECEMBER), THE CARRIED DAYS STILL
000080*            VALID FROM THE YEAR BEFORE, THE DAYS TAKEN AND THE
000090*            RESULTING BALANCE, PLUS THE DAYS CARRIED INTO THE
000100*            NEW YEAR UNDER THE CONVENIO CAP AND THEIR EXPIRY
000110*            DATE, BEFORE THE MASTER'S TAKEN COUNT IS RESET.
000120*            THE DAYS LOST TO THE CAP ARE VH-SALDO MINUS
000130*            VH-ARRASTRE-NUEVO.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-10-15  RT   ORIGINAL COPYBOOK.
000190******************************************************************
000200 01  EMPVACH-REGISTRO.
000210     05  VH-ANIO             PIC 9(4).
000220     05  VH-E-ID             PIC X(50).
000230     05  VH-CATEGORIA        PIC X(04).
000240     05  VH-DERECHO          PIC 9(3).
000250     05  VH-ARRASTRE         PIC 9(3).
000260     05  VH-TOMADOS          PIC 9(3).
000270     05  VH-SALDO            PIC S9(4).
000280     05  VH-ARRASTRE-NUEVO   PIC 9(3).
000290     05  VH-CADUCA           PIC 9(8).
000300     05  VH-FECHA-CIERRE     PIC 9(8).
000310     05  VH-OPERADOR         PIC X(08).
