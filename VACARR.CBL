000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED VACATION CARRY-OVER CALCULATION.  THE
000060*                EMPVCIE YEAR-END CLOSE LEAVES THE UNUSED DAYS IT
000070*                CARRIED FORWARD IN E-VAC-ARRASTRE, WITH THE DATE
000080*                THEY LAPSE IN E-VAC-ARR-CADUCA.  DAYS TAKEN IN
000090*                THE NEW YEAR USE UP THE CARRIED DAYS FIRST, SO
000100*                ONCE THE EXPIRY DATE HAS PASSED ONLY THE CARRIED
000110*                DAYS ALREADY TAKEN STILL COUNT AND THE REST ARE
000120*                LOST.  RETURNS THE CARRIED DAYS STILL VALID ON
000130*                THE DATE GIVEN, SO THE VACATION SCREEN, THE
000140*                BALANCE REPORT, THE REQUEST SCREEN AND THE
000150*                YEAR-END CLOSE ALL WORK OUT A BALANCE THE SAME
000160*                WAY.  AN EXPIRY OF ZERO MEANS THE DAYS DO NOT
000170*                LAPSE.
000180* TECTONICS:     cobc -c -std=ibm VACARR.CBL
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   ---------- ----  ----------------------------------------
000230*   2026-10-15  RT   ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. VACARR.
000270
000280 DATA DIVISION.
000290 LINKAGE SECTION.
000300 01  AR-ARRASTRE              PIC 9(3).
000310 01  AR-CADUCA                PIC 9(8).
000320 01  AR-TOMADOS               PIC 9(3).
000330 01  AR-FECHA                 PIC 9(8).
000340 01  AR-VIGENTE               PIC 9(3).
000350
000360 PROCEDURE DIVISION USING AR-ARRASTRE AR-CADUCA AR-TOMADOS
000370     AR-FECHA AR-VIGENTE.
000380
000390 0000-MAINLINE.
000400     MOVE AR-ARRASTRE TO AR-VIGENTE
000410     IF AR-CADUCA NOT = ZERO AND AR-FECHA > AR-CADUCA
000420         IF AR-TOMADOS < AR-ARRASTRE
000430             MOVE AR-TOMADOS TO AR-VIGENTE
000440         END-IF
000450     END-IF
000460     GOBACK.
000470 END PROGRAM VACARR.
