000010******************************************************************
000020* COPYBOOK:  EMPCLT.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE LETTER BATCH EMPCARTA.LOT.  ONE
000050*            ROW PER LETTER TO PRINT: THE EMPLOYEE, THE TEMPLATE
000060*            CODE (CARTA<CODE>.TXT) AND, FOR A SERVICE
000070*            ANNIVERSARY, THE YEARS OF SERVICE THE &ANIOS MARKER
000080*            PRINTS.  WRITTEN BY EMPFELI; WHEN EMPCARTA FINDS ROWS
000090*            IT PRINTS ONE LETTER PER ROW WITHOUT ASKING AND THEN
000100*            EMPTIES THE FILE.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   ---------- ----  ----------------------------------------
000150*   2026-10-15  RT   ORIGINAL COPYBOOK.
000160******************************************************************
000170 01  LOT-REGISTRO.
000180     05  LOT-E-ID            PIC X(50).
000190     05  LOT-CODIGO          PIC X(04).
000200     05  LOT-ANIOS           PIC 9(02).
000210     05  FILLER              PIC X(24).
