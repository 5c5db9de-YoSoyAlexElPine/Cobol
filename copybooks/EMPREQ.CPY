000010******************************************************************
000020* COPYBOOK:  EMPREQ.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE RECRUITMENT REQUISITION FILE
000050*            (EMPREQ.DAT), ONE RECORD PER REQUISITION.  IT IS
000060*            OPENED AGAINST A POSMST.DAT POSITION WITH A VACANCY,
000070*            CARRIES THE HIRING SUPERVISOR AND SALARY BAND THE
000080*            NEW HIRE WILL HAVE, IS APPROVED BY A SUPERVISOR-
000090*            LEVEL OPERATOR AND IS CLOSED WHEN A CANDIDATE IS
000100*            CONVERTED TO AN EMPONB.DAT HIRE (REQ-E-ID).  KEPT BY
000110*            THE EMPREQM SCREEN AND REPORTED BY EMPREQR.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000150*   ---------- ----  ----------------------------------------
000160*   2026-10-15  RT   ORIGINAL COPYBOOK.
000170******************************************************************
000180 01  EMPREQ-REGISTRO.
000190     05  REQ-NUMERO          PIC 9(06).
000200     05  REQ-PUESTO          PIC X(06).
000210     05  REQ-DEPTO           PIC X(04).
000220     05  REQ-SUPERVISOR      PIC X(50).
000230     05  REQ-BANDA           PIC X(02).
000240     05  REQ-MOTIVO          PIC X(40).
000250     05  REQ-ESTADO          PIC X(01).
000260         88  REQ-SOLICITADA  VALUE "S".
000270         88  REQ-APROBADA    VALUE "A".
000280         88  REQ-CUBIERTA    VALUE "C".
000290         88  REQ-ANULADA     VALUE "X".
000300         88  REQ-ABIERTA     VALUES "S" "A".
000310     05  REQ-FECHA-APERTURA  PIC 9(08).
000320     05  REQ-SOLICITANTE     PIC X(08).
000330     05  REQ-FECHA-APROBACION PIC 9(08).
000340     05  REQ-APROBADOR       PIC X(08).
000350     05  REQ-FECHA-CIERRE    PIC 9(08).
000360     05  REQ-E-ID            PIC X(50).
