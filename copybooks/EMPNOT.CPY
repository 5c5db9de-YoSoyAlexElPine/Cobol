000010******************************************************************
000020* COPYBOOK:  EMPNOT.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE OUTBOUND NOTIFICATION QUEUE
000050*            (EMPNOTQ.DAT) READ BY THE MAIL GATEWAY.  ONE RECORD
000060*            PER MESSAGE, APPENDED BY THE SHARED NOTIFICA ROUTINE:
000070*            WHEN AND BY WHICH PROGRAM IT WAS QUEUED, THE ALERT
000080*            TYPE, THE EMPLOYEE IT IS ABOUT AND A REFERENCE (THE
000090*            DATE OR CODE THAT MAKES THE ALERT UNIQUE), THE
000100*            RECIPIENT E-ID AND THE E-EMAIL IT WAS RESOLVED TO,
000110*            THE SUBJECT AND THE TEXT.  NTQ-ESTADO IS LEFT
000120*            PENDIENTE BY NOTIFICA; THE GATEWAY SETS ENVIADO OR
000130*            FALLIDO WITH THE DATE AND, ON A FAILURE, THE REASON.
000140*            THE TIPO, E-ID, REFERENCIA AND RECIPIENT TOGETHER ARE
000150*            THE KEY THE DUPLICATE CHECK COMPARES.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000190*   ---------- ----  ----------------------------------------
000200*   2026-10-15  RT   ORIGINAL COPYBOOK.
000210******************************************************************
000220 01  EMPNOT-REGISTRO.
000230     05  NTQ-FECHA           PIC 9(08).
000240     05  NTQ-HORA            PIC 9(06).
000250     05  NTQ-PROGRAMA        PIC X(08).
000260     05  NTQ-TIPO            PIC X(06).
000270         88  NTQ-CONTRATO    VALUE "CONTRA".
000280         88  NTQ-PRUEBA      VALUE "PRUEBA".
000290         88  NTQ-CURSO       VALUE "CURSO".
000300         88  NTQ-VACACIONES  VALUE "VACSOL".
000310     05  NTQ-E-ID            PIC X(50).
000320     05  NTQ-REFERENCIA      PIC X(20).
000330     05  NTQ-DESTINO         PIC X(01).
000340         88  NTQ-AL-EMPLEADO VALUE "E".
000350         88  NTQ-AL-SUPERVISOR VALUE "S".
000360     05  NTQ-DEST-E-ID       PIC X(50).
000370     05  NTQ-EMAIL           PIC X(50).
000380     05  NTQ-ASUNTO          PIC X(60).
000390     05  NTQ-TEXTO           PIC X(200).
000400     05  NTQ-ESTADO          PIC X(01).
000410         88  NTQ-PENDIENTE   VALUE "P".
000420         88  NTQ-ENVIADO     VALUE "E".
000430         88  NTQ-FALLIDO     VALUE "F".
000440     05  NTQ-FECHA-ESTADO    PIC 9(08).
000450     05  NTQ-MOTIVO          PIC X(30).
