000010******************************************************************
000020* COPYBOOK:  EMPONR.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE HIRES-IN-PROGRESS FILE
000050*            (EMPONB.DAT), ONE RECORD PER E-ID BEING ONBOARDED.
000060*            KEPT BY THE EMPONB CHECKLIST SCREEN; THE EMPREQM
000070*            REQUISITION SCREEN APPENDS A PRE-FILLED ENTRY WHEN
000080*            A SELECTED CANDIDATE IS CONVERTED.  ONB-ESTADO IS
000090*            "P" PENDING, "L" RELEASED TO THE FEED, "F" POSTED
000100*            TO THE MASTER.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   ---------- ----  ----------------------------------------
000150*   2026-10-15  RT   ORIGINAL COPYBOOK, TAKEN OUT OF EMPONB.
000160******************************************************************
000170 01  EMPONB-REGISTRO.
000180     05  ONB-E-ID            PIC X(50).
000190     05  ONB-NOMBRE          PIC X(50).
000200     05  ONB-EDAD            PIC 99.
000210     05  ONB-EMAIL           PIC X(50).
000220     05  ONB-DEPTO           PIC X(04).
000230     05  ONB-SUPERVISOR      PIC X(50).
000240     05  ONB-PUESTO          PIC X(06).
000250     05  ONB-SALARIO         PIC 9(7)V99.
000260     05  ONB-BANDA           PIC X(02).
000270     05  ONB-BANCO           PIC X(20).
000280     05  ONB-FECHA-ALTA      PIC 9(8).
000290     05  ONB-ESTADO          PIC X(01).
000300     05  ONB-NIF             PIC X(09).
000310     05  ONB-NAF             PIC X(12).
000320     05  ONB-PERMISO         PIC X(02).
000330     05  ONB-PERMISO-CADUCA  PIC X(08).
000340     05  ONB-CENTRO          PIC X(04).
000350     05  ONB-SEXO            PIC X(01).
