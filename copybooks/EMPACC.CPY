000010******************************************************************
000020* COPYBOOK:  EMPACC.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR ACCESOS.DAT.  ONE RECORD EACH TIME
000050*            AN EMPLOYEE'S PERSONAL DATA IS SHOWN: WHEN, WHO WAS
000060*            SIGNED ON, FROM WHICH PROGRAM AND WHICH E-ID, SO "WHO
000070*            HAS LOOKED AT MY FILE" HAS AN ANSWER THE WAY
000080*            EMPAUD.DAT ANSWERS "WHO CHANGED IT".
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*   DATE       INIT  DESCRIPTION
000120*   ---------- ----  ----------------------------------------
000130*   2026-10-15  RT   ORIGINAL COPYBOOK.
000140******************************************************************
000150 01  ACC-REGISTRO.
000160     05  ACC-FECHA           PIC 9(08).
000170     05  ACC-HORA            PIC 9(06).
000180     05  ACC-OPERADOR        PIC X(08).
000190     05  ACC-PROGRAMA        PIC X(08).
000200     05  ACC-E-ID            PIC X(50).
