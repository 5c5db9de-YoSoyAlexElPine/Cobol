000060*                CALLS RPTBANNER TO BUILD ITS GREETING LINE
000070*                INSTEAD OF HARDCODING A STATIC "ADIOS" MESSAGE,
000080*                SO THE SAME OPERATOR-NAME/RUN-DATE BANNER LOGIC
000084*                DEMONSTRATED HERE IS WHAT THE BATCH REPORTS
000088*                CALL.  THE PER-SITE GREETINGS LIVE ON THE
000092*                SALUDOS.DAT DATA FILE (EMPTABM TABLE 17), SHARED
000096*                WITH THE EMPFELI BIRTHDAY AND ANNIVERSARY RUN.
000100* TECTONICS:     cobc -x -std=ibm -I copybooks hola_mundo.COB
000104*                RPTBANNER
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000230*                    MENSAJE TEXT FROM THIS SAME COMPILED PROGRAM
000240*                    INSTEAD OF A SECOND SOURCE COPY.  AN
000250*                    UNRECOGNIZED SITE CODE FALLS BACK TO SPANISH.
000251*   2026-10-15  RT   THE SITE GREETING TABLE IS NOW LOADED FROM
000252*                    THE SALUDOS.DAT DATA FILE (SHARED
000253*                    EMPSAL/EMPSLSEL COPYBOOKS, EMPTABM TABLE 17)
000254*                    INSTEAD OF BY DIRECT MOVE, SO A NEW SITE OR
000255*                    WORDING NEEDS NO RELEASE; THE SITE CODE IS
000256*                    WIDENED TO A WORK-CENTRE CODE.  WITHOUT THE
000257*                    FILE THE TWO ORIGINAL ENTRIES ARE STILL
000258*                    LOADED.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. HOLAMUNDO.
000290
000291 ENVIRONMENT DIVISION.
000292 INPUT-OUTPUT SECTION.
000293 FILE-CONTROL.
000294     COPY EMPSLSEL.
000295
000300 DATA DIVISION.
000302 FILE SECTION.
000304 FD  SALUDOS-TABLA.
000306     COPY EMPSAL.
000308
000310 WORKING-STORAGE SECTION.
000312 01  SAL-FILE-STATUS          PIC XX VALUE SPACES.
000314 01  SAL-EOF-SW               PIC X VALUE "N".
000316     88  SAL-EOF              VALUE "Y".
000320 01  HM-SALUDO                PIC A(20) VALUE "HOLA A TODES".
000330 01  HM-MENSAJE               PIC X(50) VALUE "HOLA, MUNDO!".
000340 01  HM-EDAD                  PIC 9(3) VALUE 0.
000350 01  HM-BANNER                PIC X(80) VALUE SPACES.
000360
000370 01  HM-SITIO                 PIC X(04) VALUE "ES".
000380 01  HM-IDIOMA-MAX             PIC 9(02) VALUE 0.
000390 01  HM-ENCONTRADO-SW          PIC X(01) VALUE "N".
000400     88  HM-ENCONTRADO         VALUE "Y".
000410
000420 01  HM-IDIOMA-TABLA.
000430     05  HM-IDIOMA-ENTRADA OCCURS 20 TIMES INDEXED BY HM-IDX.
000440         10  HM-ENT-CODIGO     PIC X(04).
000450         10  HM-ENT-SALUDO     PIC A(20).
000460         10  HM-ENT-MENSAJE    PIC X(50).
000470
000590 1000-SALUDAR.
000600     PERFORM 1100-CARGAR-IDIOMAS
000610     CALL "RPTBANNER" USING HM-BANNER
000620     DISPLAY "SITIO (ES/EN O CENTRO): " WITH NO ADVANCING
000630     ACCEPT HM-SITIO
000640     PERFORM 1200-BUSCAR-IDIOMA
000650     MOVE 18 TO HM-EDAD
000690     DISPLAY "EDAD: " HM-EDAD.
000700
000710*----------------------------------------------------------------
000720* 1100-CARGAR-IDIOMAS - LOAD THE SITE-CODE/GREETING TABLE FROM
000730*                       SALUDOS.DAT.  WITHOUT THE FILE THE TWO
000740*                       ORIGINAL SITES ARE LOADED BY DIRECT MOVE,
000750*                       SO THE EXERCISE STILL RUNS ON ITS OWN.
000760*----------------------------------------------------------------
000770 1100-CARGAR-IDIOMAS.
000771     MOVE ZERO TO HM-IDIOMA-MAX
000772     MOVE "N" TO SAL-EOF-SW
000773     OPEN INPUT SALUDOS-TABLA
000774     IF SAL-FILE-STATUS = "00"
000775         PERFORM 1110-LEER-SALUDO
000776         PERFORM 1120-GUARDAR-SALUDO UNTIL SAL-EOF
000777     END-IF
000778     IF SAL-FILE-STATUS = "00" OR SAL-FILE-STATUS = "05"
000779             OR SAL-FILE-STATUS = "10"
000780         CLOSE SALUDOS-TABLA
000781     END-IF
000782     IF HM-IDIOMA-MAX = ZERO
000783         MOVE "ES"           TO HM-ENT-CODIGO (1)
000784         MOVE "HOLA A TODES" TO HM-ENT-SALUDO (1)
000785         MOVE "HOLA, MUNDO!" TO HM-ENT-MENSAJE (1)
000786         MOVE "EN"           TO HM-ENT-CODIGO (2)
000787         MOVE "HELLO, ALL"   TO HM-ENT-SALUDO (2)
000788         MOVE "HELLO, WORLD!" TO HM-ENT-MENSAJE (2)
000789         MOVE 2 TO HM-IDIOMA-MAX
000790     END-IF.
000791
000792 1110-LEER-SALUDO.
000793     READ SALUDOS-TABLA
000794         AT END
000795             MOVE "Y" TO SAL-EOF-SW
000796     END-READ.
000797
000798 1120-GUARDAR-SALUDO.
000799     IF HM-IDIOMA-MAX < 20
000800         ADD 1 TO HM-IDIOMA-MAX
000801         MOVE SAL-SITIO   TO HM-ENT-CODIGO (HM-IDIOMA-MAX)
000802         MOVE SAL-SALUDO  TO HM-ENT-SALUDO (HM-IDIOMA-MAX)
000803         MOVE SAL-MENSAJE TO HM-ENT-MENSAJE (HM-IDIOMA-MAX)
000804     END-IF
000805     PERFORM 1110-LEER-SALUDO.
000840
000850*----------------------------------------------------------------
000860* 1200-BUSCAR-IDIOMA - FIND THE TABLE ENTRY FOR HM-SITIO AND MOVE
000930     PERFORM 1210-COMPARAR-ENTRADA
000940         VARYING HM-IDX FROM 1 BY 1
000950         UNTIL HM-IDX > HM-IDIOMA-MAX OR HM-ENCONTRADO
000951     IF NOT HM-ENCONTRADO
000952         MOVE "ES" TO HM-SITIO
000953         PERFORM 1210-COMPARAR-ENTRADA
000954             VARYING HM-IDX FROM 1 BY 1
000955             UNTIL HM-IDX > HM-IDIOMA-MAX OR HM-ENCONTRADO
000956     END-IF
000960     IF NOT HM-ENCONTRADO
000970         MOVE HM-ENT-SALUDO (1)  TO HM-SALUDO
000980         MOVE HM-ENT-MENSAJE (1) TO HM-MENSAJE
