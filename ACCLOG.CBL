000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED READ-ACCESS LOG.  EVERY SCREEN OR INQUIRY
000060*                THAT SHOWS ONE EMPLOYEE'S PERSONAL DATA CALLS
000070*                THIS ROUTINE WITH ITS PROGRAM NAME AND THE E-ID,
000080*                AND ONE RECORD - DATE, TIME, SIGNED-ON OPERATOR,
000090*                PROGRAM, E-ID - IS APPENDED TO ACCESOS.DAT.  THE
000100*                EMPACCR REPORT READS IT BACK BY E-ID OR BY
000110*                OPERATOR.
000120* TECTONICS:     cobc -c -std=ibm -I copybooks ACCLOG.CBL
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*   DATE       INIT  DESCRIPTION
000160*   ---------- ----  ----------------------------------------
000170*   2026-10-15  RT   ORIGINAL PROGRAM.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCLOG.
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     COPY EMPACSEL.
000260
000270     SELECT OPTIONAL OPERSES-PARM
000280         ASSIGN TO "OPERSES.PRM"
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS AL-PARM-FILE-STATUS.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  ACCESOS-ARCHIVO.
000350     COPY EMPACC.
000360
000370 FD  OPERSES-PARM.
000380 01  PARM-REGISTRO-SESION.
000390     05  PARM-SES-ID         PIC X(08).
000400     05  PARM-SES-NIVEL      PIC X(01).
000410     05  PARM-SES-NOMBRE     PIC X(30).
000420
000430 WORKING-STORAGE SECTION.
000440 01  ACC-FILE-STATUS         PIC XX VALUE SPACES.
000450 01  AL-PARM-FILE-STATUS     PIC XX VALUE SPACES.
000460 01  AL-OPERADOR             PIC X(08) VALUE SPACES.
000470
000480 LINKAGE SECTION.
000490 01  AL-PROGRAMA             PIC X(08).
000500 01  AL-E-ID                 PIC X(50).
000510
000520 PROCEDURE DIVISION USING AL-PROGRAMA AL-E-ID.
000530
000540 0000-MAINLINE.
000550     PERFORM 1000-LEER-OPERADOR
000560     OPEN EXTEND ACCESOS-ARCHIVO
000570     IF ACC-FILE-STATUS = "35"
000580         OPEN OUTPUT ACCESOS-ARCHIVO
000590     END-IF
000600     MOVE FUNCTION CURRENT-DATE(1:8) TO ACC-FECHA
000610     MOVE FUNCTION CURRENT-DATE(9:6) TO ACC-HORA
000620     MOVE AL-OPERADOR TO ACC-OPERADOR
000630     MOVE AL-PROGRAMA TO ACC-PROGRAMA
000640     MOVE AL-E-ID     TO ACC-E-ID
000650     WRITE ACC-REGISTRO
000660     CLOSE ACCESOS-ARCHIVO
000670     GOBACK.
000680
000690*----------------------------------------------------------------
000700* 1000-LEER-OPERADOR - WHO IS SIGNED ON, READ STRAIGHT FROM
000710*                      OPERSES.PRM AS RUNLOG DOES, SO A CALLER
000720*                      DOES NOT ALSO NEED OPERSES LINKED IN.
000730*----------------------------------------------------------------
000740 1000-LEER-OPERADOR.
000750     MOVE "SISTEMA" TO AL-OPERADOR
000760     OPEN INPUT OPERSES-PARM
000770     IF AL-PARM-FILE-STATUS = "00"
000780         READ OPERSES-PARM
000790             NOT AT END
000800                 IF PARM-SES-ID NOT = SPACES
000810                     MOVE PARM-SES-ID TO AL-OPERADOR
000820                 END-IF
000830         END-READ
000840     END-IF
000850     IF AL-PARM-FILE-STATUS = "00" OR AL-PARM-FILE-STATUS = "05"
000860             OR AL-PARM-FILE-STATUS = "10"
000870         CLOSE OPERSES-PARM
000880     END-IF.
000890 END PROGRAM ACCLOG.
