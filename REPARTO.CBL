000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED COST-CENTRE SPLIT ROUTINE. FINDS THE
000060*                EMPREPA.DAT SPLIT IN FORCE FOR AN E-ID ON A DATE
000070*                (THE LATEST REP-VIG-DESDE NOT AFTER IT, THE LAST
000080*                KEYED ON A TIE) AND SHARES UP TO THREE AMOUNTS
000090*                OUT OVER ITS DEPARTMENTS BY PERCENTAGE, ROUNDED
000100*                TO THE CENT WITH THE REMAINDER ON THE LAST LINE
000110*                SO THE PARTS ADD BACK EXACTLY. WITHOUT A SPLIT
000120*                THE WHOLE AMOUNT GOES TO THE E-DEPTO THE CALLER
000130*                PASSES. THE JOURNAL, ACCRUAL, SOCIAL-SECURITY,
000140*                BUDGET AND ROSTER PROGRAMS ALL CHARGE A SHARED
000150*                EMPLOYEE THROUGH HERE, SO THEY AGREE ON WHO PAYS
000160*                FOR WHOM.
000170* TECTONICS:     cobc -c -std=ibm -I copybooks REPARTO.CBL
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   ---------- ----  ----------------------------------------
000220*   2026-10-15  RT   ORIGINAL PROGRAM.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. REPARTO.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     COPY EMPRPSEL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  EMPREPA-ARCHIVO.
000350     COPY EMPREP.
000360
000370 WORKING-STORAGE SECTION.
000380 01  REP-FILE-STATUS          PIC XX VALUE SPACES.
000390 01  REP-EOF-SW               PIC X VALUE "N".
000400     88  REP-EOF              VALUE "Y".
000410
000420 01  RA-MEJOR                 PIC X(120) VALUE SPACES.
000430 01  RA-MEJOR-DESDE           PIC 9(08) VALUE ZERO.
000440 01  RA-IDX                   PIC 9(01) VALUE 0.
000450 01  RA-K                     PIC 9(01) VALUE 0.
000460 01  RA-ACUMULADO             PIC S9(11)V99 VALUE ZERO.
000470
000480 LINKAGE SECTION.
000490     COPY EMPRPL.
000500
000510 PROCEDURE DIVISION USING RA-AREA.
000520
000530 0000-MAINLINE.
000540     MOVE "N" TO RA-COMPARTIDO-SW
000550     MOVE ZERO TO RA-DESDE RA-MEJOR-DESDE
000560     PERFORM 1000-BUSCAR-REPARTO
000570     IF RA-COMPARTIDO
000580         MOVE RA-MEJOR TO EMPREPA-REGISTRO
000590         MOVE REP-VIG-DESDE TO RA-DESDE
000600         MOVE REP-LINEAS TO RA-LINEAS
000610         PERFORM 2000-COPIAR-LINEA
000620             VARYING RA-IDX FROM 1 BY 1
000630             UNTIL RA-IDX > RA-LINEAS
000640     ELSE
000650         MOVE 1 TO RA-LINEAS
000660         MOVE RA-DEPTO-BASE TO RA-DEPTO (1)
000670         MOVE 100 TO RA-PCT (1)
000680     END-IF
000690     PERFORM 3000-REPARTIR-IMPORTE
000700         VARYING RA-K FROM 1 BY 1 UNTIL RA-K > 3
000710     GOBACK.
000720
000730*----------------------------------------------------------------
000740* 1000-BUSCAR-REPARTO - READ THE WHOLE FILE; THE LATEST DATE NOT
000750*                       AFTER RA-FECHA WINS, AND ON EQUAL DATES
000760*                       THE LATER RECORD, SINCE THE FILE IS ONLY
000770*                       APPENDED TO.
000780*----------------------------------------------------------------
000790 1000-BUSCAR-REPARTO.
000800     MOVE "N" TO REP-EOF-SW
000810     OPEN INPUT EMPREPA-ARCHIVO
000820     IF REP-FILE-STATUS = "00"
000830         PERFORM 1100-LEER-REPARTO
000840         PERFORM 1200-COMPARAR-REPARTO UNTIL REP-EOF
000850     END-IF
000860     IF REP-FILE-STATUS = "00" OR REP-FILE-STATUS = "05"
000870             OR REP-FILE-STATUS = "10"
000880         CLOSE EMPREPA-ARCHIVO
000890     END-IF.
000900
000910 1100-LEER-REPARTO.
000920     READ EMPREPA-ARCHIVO
000930         AT END
000940             MOVE "Y" TO REP-EOF-SW
000950     END-READ.
000960
000970 1200-COMPARAR-REPARTO.
000980     IF REP-E-ID = RA-E-ID AND REP-VIG-DESDE <= RA-FECHA
000990             AND REP-VIG-DESDE >= RA-MEJOR-DESDE
001000             AND REP-LINEAS > 0 AND REP-LINEAS <= 5
001010         MOVE "Y" TO RA-COMPARTIDO-SW
001020         MOVE REP-VIG-DESDE TO RA-MEJOR-DESDE
001030         MOVE EMPREPA-REGISTRO TO RA-MEJOR
001040     END-IF
001050     PERFORM 1100-LEER-REPARTO.
001060
001070 2000-COPIAR-LINEA.
001080     MOVE REP-DEPTO (RA-IDX) TO RA-DEPTO (RA-IDX)
001090     MOVE REP-PCT (RA-IDX)   TO RA-PCT (RA-IDX).
001100
001110*----------------------------------------------------------------
001120* 3000-REPARTIR-IMPORTE - EACH LINE ITS ROUNDED SHARE, THE LAST
001130*                         WHAT IS LEFT.
001140*----------------------------------------------------------------
001150 3000-REPARTIR-IMPORTE.
001160     MOVE ZERO TO RA-ACUMULADO
001170     PERFORM 3100-PARTE-LINEA
001180         VARYING RA-IDX FROM 1 BY 1
001190         UNTIL RA-IDX >= RA-LINEAS
001200     COMPUTE RA-PARTE (RA-LINEAS, RA-K) =
001210         RA-IMPORTE (RA-K) - RA-ACUMULADO.
001220
001230 3100-PARTE-LINEA.
001240     COMPUTE RA-PARTE (RA-IDX, RA-K) ROUNDED =
001250         RA-IMPORTE (RA-K) * RA-PCT (RA-IDX) / 100
001260     ADD RA-PARTE (RA-IDX, RA-K) TO RA-ACUMULADO.
001270 END PROGRAM REPARTO.
