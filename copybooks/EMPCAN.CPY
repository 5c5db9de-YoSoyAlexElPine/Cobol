000010******************************************************************
000020* COPYBOOK:  EMPCAN.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE CANDIDATE FILE (EMPCAND.DAT),
000050*            ONE RECORD PER CANDIDATE ON A REQUISITION.  THE
000060*            STAGE (RECIBIDO, ENTREVISTA, OFERTA, CONTRATADO,
000070*            DESCARTADO) WITH THE DATE THE CANDIDATE REACHED IT,
000080*            THE INTERVIEW AND OFFER DATES AND THE OFFERED
000090*            ANNUAL SALARY, WHICH MUST FALL INSIDE THE
000100*            REQUISITION'S BAND.  KEPT BY THE EMPREQM SCREEN AND
000110*            COUNTED BY THE EMPREQR REPORT.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000150*   ---------- ----  ----------------------------------------
000160*   2026-10-15  RT   ORIGINAL COPYBOOK.
000170******************************************************************
000180 01  EMPCAN-REGISTRO.
000190     05  CAN-REQUISICION     PIC 9(06).
000200     05  CAN-NUMERO          PIC 9(03).
000210     05  CAN-NOMBRE          PIC X(50).
000220     05  CAN-EMAIL           PIC X(50).
000230     05  CAN-ETAPA           PIC X(01).
000240         88  CAN-RECIBIDO    VALUE "R".
000250         88  CAN-ENTREVISTA  VALUE "E".
000260         88  CAN-OFERTA      VALUE "O".
000270         88  CAN-CONTRATADO  VALUE "C".
000280         88  CAN-DESCARTADO  VALUE "D".
000290     05  CAN-FECHA-ALTA      PIC 9(08).
000300     05  CAN-FECHA-ETAPA     PIC 9(08).
000310     05  CAN-FECHA-ENTREVISTA PIC 9(08).
000320     05  CAN-FECHA-OFERTA    PIC 9(08).
000330     05  CAN-SALARIO-OFERTA  PIC 9(7)V99.
000340     05  CAN-OPERADOR        PIC X(08).
