000090*                SATURDAYS, SUNDAYS OR COMPANY HOLIDAYS FROM THE
000100*                FESTIVOS.DAT CALENDAR FILE (ONE YYYYMMDD DATE
000110*                PLUS DESCRIPTION PER RECORD, MAINTAINED PER
000114*                YEAR), PLUS - WHEN THE CALLER PASSES A WORK
000118*                CENTRE - THE REGIONAL AND LOCAL HOLIDAYS OF THAT
000122*                CENTRE'S CALENDAR ON FESTREG.DAT (THE CALENDAR
000126*                CODE COMES FROM CENTROS.DAT THROUGH CENTVAL).  A
000130*                BLANK CENTRE COUNTS AGAINST THE NATIONAL CALENDAR
000134*                ONLY.  THE VACATION SCREENS AND THE BALANCE
000138*                REPORT ALL CALL THIS SO A DAY IS COUNTED THE SAME
000142*                WAY EVERYWHERE AND THE CLERKS STOP
000150*                HAND-SUBTRACTING WEEKENDS.  THE DAY OF THE WEEK
000160*                COMES FROM ZELLER'S CONGRUENCE - NO TABLES TO GO
000170*                STALE.
000180* TECTONICS:     cobc -c -std=ibm DIASLAB.CBL
000185*                CENTVAL
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   ---------- ----  ----------------------------------------
000230*   2026-09-03  RT   ORIGINAL PROGRAM.
000231*   2026-10-15  RT   NEW FIFTH PARAMETER DL-CENTRO.  WHEN IT IS
000232*                    NOT BLANK THE HOLIDAYS OF THE CENTRE'S
000233*                    REGIONAL CALENDAR (FESTREG.DAT, CALENDAR CODE
000234*                    FROM CENTVAL) ARE SKIPPED AS WELL AS THE
000235*                    NATIONAL ONES.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. DIASLAB.
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS FES-FILE-STATUS.
000350
000351     SELECT OPTIONAL FESTIVOS-REGION
000352         ASSIGN TO "FESTREG.DAT"
000353         ORGANIZATION IS SEQUENTIAL
000354         FILE STATUS IS FRG-FILE-STATUS.
000355
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  FESTIVOS-ARCHIVO.
000400     05  FES-FECHA           PIC 9(8).
000410     05  FES-DESC            PIC X(30).
000420
000421 FD  FESTIVOS-REGION.
000422 01  FRG-REGISTRO.
000423     05  FRG-CALENDARIO      PIC X(04).
000424     05  FRG-FECHA           PIC 9(8).
000425     05  FRG-DESC            PIC X(30).
000426
000430 WORKING-STORAGE SECTION.
000440 01  FES-FILE-STATUS         PIC XX VALUE SPACES.
000445 01  FRG-FILE-STATUS         PIC XX VALUE SPACES.
000450 01  DL-EOF-SW               PIC X VALUE "N".
000460     88  DL-EOF              VALUE "Y".
000470
000490     05  DL-FES-MAX          PIC 9(3) VALUE 0.
000500     05  DL-FES-FECHA        PIC 9(8) OCCURS 100 TIMES.
000510 01  DL-FES-IDX              PIC 9(3) VALUE 0.
000511
000512 01  DL-CV-VALIDO-SW         PIC X VALUE "N".
000513 01  DL-CV-NOMBRE            PIC X(20) VALUE SPACES.
000514 01  DL-CV-CUENTA            PIC 9(11) VALUE 0.
000515 01  DL-CALENDARIO           PIC X(04) VALUE SPACES.
000520 01  DL-ES-FESTIVO-SW        PIC X VALUE "N".
000530     88  DL-ES-FESTIVO       VALUE "Y".
000540
000730 01  DL-HASTA                PIC 9(8).
000740 01  DL-LABORABLES           PIC 9(3).
000750 01  DL-SALTADOS             PIC 9(3).
000755 01  DL-CENTRO               PIC X(04).
000760
000770 PROCEDURE DIVISION USING DL-DESDE DL-HASTA DL-LABORABLES
000780     DL-SALTADOS DL-CENTRO.
000790
000800 0000-MAINLINE.
000810     MOVE ZERO TO DL-LABORABLES DL-SALTADOS DL-VUELTAS
000820     PERFORM 1000-CARGAR-FESTIVOS
000825     PERFORM 1500-CARGAR-REGIONALES
000830     MOVE DL-DESDE TO DL-FECHA
000840     PERFORM 2000-EXAMINAR-DIA
000850         UNTIL DL-FECHA > DL-HASTA OR DL-VUELTAS > 1000
001100         MOVE FES-FECHA TO DL-FES-FECHA (DL-FES-MAX)
001110     END-IF
001120     PERFORM 1100-LEER-FESTIVO.
001121
001122*----------------------------------------------------------------
001123* 1500-CARGAR-REGIONALES - ADD THE FESTREG ROWS OF THE CENTRE'S
001124*                          CALENDAR TO THE NATIONAL HOLIDAYS.
001125*----------------------------------------------------------------
001126 1500-CARGAR-REGIONALES.
001127     MOVE SPACES TO DL-CALENDARIO
001128     IF DL-CENTRO NOT = SPACES
001129         CALL "CENTVAL" USING DL-CENTRO, DL-CV-VALIDO-SW,
001130             DL-CV-NOMBRE, DL-CV-CUENTA, DL-CALENDARIO
001131     END-IF
001132     IF DL-CALENDARIO NOT = SPACES
001133         MOVE "N" TO DL-EOF-SW
001134         OPEN INPUT FESTIVOS-REGION
001135         IF FRG-FILE-STATUS = "00"
001136             PERFORM 1600-LEER-REGIONAL
001137             PERFORM 1700-GUARDAR-REGIONAL UNTIL DL-EOF
001138         END-IF
001139         IF FRG-FILE-STATUS = "00" OR FRG-FILE-STATUS = "05"
001140                 OR FRG-FILE-STATUS = "10"
001141             CLOSE FESTIVOS-REGION
001142         END-IF
001143     END-IF.
001144
001145 1600-LEER-REGIONAL.
001146     READ FESTIVOS-REGION
001147         AT END
001148             MOVE "Y" TO DL-EOF-SW
001149     END-READ.
001150
001151 1700-GUARDAR-REGIONAL.
001152     IF FRG-CALENDARIO = DL-CALENDARIO AND DL-FES-MAX < 100
001153         ADD 1 TO DL-FES-MAX
001154         MOVE FRG-FECHA TO DL-FES-FECHA (DL-FES-MAX)
001155     END-IF
001156     PERFORM 1600-LEER-REGIONAL.
001157
001158*----------------------------------------------------------------
001159* 2000-EXAMINAR-DIA - CLASSIFY ONE DAY AND STEP TO THE NEXT.
001160*----------------------------------------------------------------
001170 2000-EXAMINAR-DIA.
001180     ADD 1 TO DL-VUELTAS
