000010******************************************************************
000020* COPYBOOK:  EMPTBA.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR TABAUD.DAT, THE BEFORE/AFTER LOG OF
000050*            THE REFERENCE TABLES (DEDMST, BANDMST, CONVMST,
000060*            MOTBAJA, POSMST, CURMST, HRSRATE, FESTIVOS, EMDOMTAB,
000070*            GLMAP, DEPTMST).  THE EMPTABM SCREEN APPENDS ONE OF
000080*            THESE FOR EVERY ALTA, CHANGE OR RETIREMENT, CARRYING
000090*            THE WHOLE TABLE RECORD BEFORE AND AFTER AND THE
000100*            OPERSES OPERATOR, SO A SHIFTED COLUMN IN A PAYROLL
000110*            TABLE CAN BE TRACED TO WHO CHANGED IT AND WHEN.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000150*   ---------- ----  ----------------------------------------
000160*   2026-10-15  RT   ORIGINAL COPYBOOK.
000170*   2026-10-15  RT   IMAGES WIDENED TO 130 BYTES SO THE OPERMST
000180*                    AND ROLMST ENTRIES MAINTAINED BY EMPOPRM FIT.
000190******************************************************************
000200 01  TBA-REGISTRO.
000210     05  TBA-FECHA           PIC 9(8).
000220     05  TBA-HORA            PIC 9(6).
000230     05  TBA-TABLA           PIC X(08).
000240     05  TBA-ACCION          PIC X(06).
000250         88  TBA-ALTA        VALUE "ALTA".
000260         88  TBA-CAMBIO      VALUE "CAMBIO".
000270         88  TBA-RETIRO      VALUE "RETIRO".
000280     05  TBA-OPERADOR        PIC X(08).
000290     05  TBA-CLAVE           PIC X(30).
000300     05  TBA-ANTES           PIC X(130).
000310     05  TBA-DESPUES         PIC X(130).
