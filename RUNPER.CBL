000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED JOB-STREAM PERIOD ROUTINE.  THE MONTH-END
000060*                PAYROLL STREAM (EMPNOMB) FIXES THE PERIOD IT IS
000070*                RUNNING IN RUNPER.DAT ("FIJAR") BEFORE ITS FIRST
000080*                STEP AND CLEARS IT ("SOLTAR") AT EXIT.  WHILE IT
000090*                IS SET, THE STEPS THAT WOULD OTHERWISE ASK THE
000100*                OPERATOR FOR A PERIOD OR TAKE THE WALL-CLOCK
000110*                MONTH ASK THIS ROUTINE ("LEER") AND USE THAT
000120*                PERIOD INSTEAD, SO EVERY STEP OF THE STREAM WORKS
000130*                ON THE SAME MONTH WITHOUT ANYONE AT THE CONSOLE.
000140*                "LEER" RETURNS ZERO WHEN NO STREAM IS RUNNING,
000150*                AND THE PROGRAMS BEHAVE AS THEY ALWAYS DID.
000160* TECTONICS:     cobc -c -std=ibm RUNPER.CBL
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   ---------- ----  ----------------------------------------
000210*   2026-10-15  RT   ORIGINAL PROGRAM.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. RUNPER.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL PERIODO-CADENA
000300         ASSIGN TO "RUNPER.DAT"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS RP-FILE-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  PERIODO-CADENA.
000370 01  RPC-REGISTRO.
000380     05  RPC-PERIODO         PIC 9(06).
000390     05  RPC-FECHA           PIC 9(08).
000400
000410 WORKING-STORAGE SECTION.
000420 01  RP-FILE-STATUS          PIC XX VALUE SPACES.
000430
000440 LINKAGE SECTION.
000450 01  RP-ACCION               PIC X(08).
000460 01  RP-PERIODO              PIC 9(06).
000470
000480 PROCEDURE DIVISION USING RP-ACCION RP-PERIODO.
000490
000500 0000-MAINLINE.
000510     EVALUATE RP-ACCION
000520         WHEN "FIJAR"
000530             PERFORM 1000-FIJAR
000540         WHEN "LEER"
000550             PERFORM 2000-LEER
000560         WHEN "SOLTAR"
000570             PERFORM 3000-SOLTAR
000580         WHEN OTHER
000590             DISPLAY "RUNPER: ACCION DESCONOCIDA: " RP-ACCION
000600     END-EVALUATE
000610     GOBACK.
000620
000630 1000-FIJAR.
000640     OPEN OUTPUT PERIODO-CADENA
000650     MOVE RP-PERIODO TO RPC-PERIODO
000660     MOVE FUNCTION CURRENT-DATE(1:8) TO RPC-FECHA
000670     WRITE RPC-REGISTRO
000680     CLOSE PERIODO-CADENA.
000690
000700 2000-LEER.
000710     MOVE ZERO TO RP-PERIODO
000720     OPEN INPUT PERIODO-CADENA
000730     IF RP-FILE-STATUS = "00"
000740         READ PERIODO-CADENA
000750             NOT AT END
000760                 IF RPC-PERIODO IS NUMERIC
000770                     MOVE RPC-PERIODO TO RP-PERIODO
000780                 END-IF
000790         END-READ
000800     END-IF
000810     IF RP-FILE-STATUS = "00" OR RP-FILE-STATUS = "05"
000820             OR RP-FILE-STATUS = "10"
000830         CLOSE PERIODO-CADENA
000840     END-IF.
000850
000860 3000-SOLTAR.
000870     OPEN OUTPUT PERIODO-CADENA
000880     CLOSE PERIODO-CADENA.
000890 END PROGRAM RUNPER.
