000010******************************************************************
000020* COPYBOOK:  EMPSAL.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE SITE GREETING TABLE
000050*            SALUDOS.DAT, MAINTAINED AS EMPTABM TABLE 17.  ONE ROW
000060*            PER SITE: A WORK-CENTRE CODE (E-CENTRO), OR THE "ES"
000070*            AND "EN" ROWS THE HOLA MUNDO EXERCISE HAS ALWAYS
000080*            KNOWN.  SAL-IDIOMA NAMES THE LANGUAGE OF THE SITE (IT
000090*            PICKS THE CARTAAN<IDIOMA>.TXT ANNIVERSARY TEMPLATE),
000100*            SAL-SALUDO AND SAL-MENSAJE ARE THE HOLA MUNDO
000110*            GREETING, AND SAL-CUMPLE IS THE BIRTHDAY WISH EMPFELI
000120*            PRINTS, WHERE "&EDAD" STANDS FOR THE AGE BEING
000130*            TURNED.  A SITE WITHOUT A ROW USES THE "ES" ROW.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-10-15  RT   ORIGINAL COPYBOOK.
000190******************************************************************
000200 01  SAL-REGISTRO.
000210     05  SAL-SITIO           PIC X(04).
000220     05  SAL-IDIOMA          PIC X(02).
000230     05  SAL-SALUDO          PIC X(20).
000240     05  SAL-MENSAJE         PIC X(50).
000250     05  SAL-CUMPLE          PIC X(24).
