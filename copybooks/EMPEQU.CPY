000010******************************************************************
000020* COPYBOOK:  EMPEQU.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE COMPANY EQUIPMENT FILE
000050*            (EMPEQU.DAT), ONE RECORD PER ITEM HANDED TO AN
000060*            E-ID - LAPTOP, PHONE, BADGE, KEY OR CARD - WITH ITS
000070*            SERIAL, ISSUE DATE AND AGREED VALUE.  THE RETURN
000080*            DATE AND THE CONDITION STAY EMPTY WHILE THE
000090*            EMPLOYEE STILL HOLDS IT.  EQU-PERIODO-DESCUENTO IS
000100*            STAMPED BY EMPFINIQ WHEN THE VALUE OF AN ITEM NEVER
000110*            RETURNED IS DEDUCTED FROM THE SETTLEMENT, SO IT IS
000120*            NOT DEDUCTED TWICE.  KEPT BY THE EMPEQUM SCREEN AND
000130*            REPORTED BY EMPEQUR.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-10-15  RT   ORIGINAL COPYBOOK.
000190******************************************************************
000200 01  EMPEQU-REGISTRO.
000210     05  EQU-E-ID            PIC X(50).
000220     05  EQU-NUMERO          PIC 9(06).
000230     05  EQU-TIPO            PIC X(02).
000240         88  EQU-PORTATIL    VALUE "PC".
000250         88  EQU-MOVIL       VALUE "MV".
000260         88  EQU-ACREDITACION VALUE "AC".
000270         88  EQU-LLAVE       VALUE "LL".
000280         88  EQU-TARJETA     VALUE "TJ".
000290         88  EQU-OTRO        VALUE "OT".
000300         88  EQU-TIPO-VALIDO VALUE "PC" "MV" "AC" "LL" "TJ" "OT".
000310     05  EQU-DESCRIPCION     PIC X(30).
000320     05  EQU-SERIE           PIC X(20).
000330     05  EQU-FECHA-ENTREGA   PIC 9(08).
000340     05  EQU-VALOR           PIC 9(7)V99.
000350     05  EQU-FECHA-DEVOLUCION PIC 9(08).
000360     05  EQU-CONDICION       PIC X(01).
000370         88  EQU-EN-PODER    VALUE SPACE.
000380         88  EQU-BUEN-ESTADO VALUE "B".
000390         88  EQU-DANADO      VALUE "D".
000400         88  EQU-PERDIDO     VALUE "P".
000410     05  EQU-PERIODO-DESCUENTO PIC 9(06).
000420     05  EQU-OPER-ENTREGA    PIC X(08).
000430     05  EQU-OPER-DEVOLUCION PIC X(08).
