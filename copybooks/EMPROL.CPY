000010******************************************************************
000020* COPYBOOK:  EMPROL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR ROLMST.DAT, ONE RECORD PER ROLE.
000050*            ROL-OPCIONES HOLDS ONE BYTE PER MENU OPTION - BYTE N
000060*            IS OPTION N - AND "S" MEANS THE ROLE MAY RUN IT.  THE
000070*            MENU CHECKS THE BYTE BEFORE THE OPTION'S CALL IS
000080*            MADE.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*   DATE       INIT  DESCRIPTION
000120*   ---------- ----  ----------------------------------------
000130*   2026-10-15  RT   ORIGINAL COPYBOOK.
000140******************************************************************
000150 01  ROL-REGISTRO.
000160     05  ROL-CODIGO           PIC X(04).
000170     05  ROL-NOMBRE           PIC X(20).
000180     05  ROL-OPCIONES         PIC X(99).
