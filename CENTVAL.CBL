000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED WORK-CENTRE LOOKUP.  LOOKS A WORK-CENTRE
000060*                CODE UP IN THE CENTROS.DAT MASTER - CODE, NAME,
000070*                ADDRESS, REGION, THE SOCIAL-SECURITY CONTRIBUTION
000080*                ACCOUNT (CCC) THE CENTRE IS REGISTERED UNDER AND
000090*                THE CODE OF ITS REGIONAL HOLIDAY CALENDAR ON
000100*                FESTREG.DAT - AND RETURNS A Y/N VERDICT PLUS THE
000110*                NAME, ACCOUNT AND CALENDAR, SO THE MAINTENANCE
000120*                SCREEN, THE WORKING-DAY COUNT AND THE REMITTANCE
000130*                ALL JUDGE A CENTRE THE SAME WAY, FOLLOWING
000140*                POSVAL'S PRECEDENT.  WITHOUT CENTROS.DAT THE
000150*                ANSWER IS YES WITH A WARNING NAME, NO ACCOUNT AND
000160*                NO REGIONAL CALENDAR, SO AN INSTALLATION THAT HAS
000170*                NOT KEYED ITS CENTRES YET IS NOT LOCKED OUT.
000180* TECTONICS:     cobc -c -std=ibm CENTVAL.CBL
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   ---------- ----  ----------------------------------------
000230*   2026-10-15  RT   ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CENTVAL.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL CENTRO-MAESTRO
000320         ASSIGN TO "CENTROS.DAT"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS CEN-FILE-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CENTRO-MAESTRO.
000390 01  CEN-REGISTRO.
000400     05  CEN-CODIGO              PIC X(04).
000410     05  CEN-NOMBRE              PIC X(20).
000420     05  CEN-DIRECCION           PIC X(30).
000430     05  CEN-REGION              PIC X(10).
000440     05  CEN-CUENTA-SS           PIC 9(11).
000450     05  CEN-CALENDARIO          PIC X(04).
000460
000470 WORKING-STORAGE SECTION.
000480 01  CEN-FILE-STATUS             PIC XX VALUE SPACES.
000490 01  CV-EOF-SW                   PIC X VALUE "N".
000500     88  CV-EOF                  VALUE "Y".
000510
000520 LINKAGE SECTION.
000530 01  CV-CODIGO                   PIC X(04).
000540 01  CV-VALIDO-SW                PIC X.
000550     88  CV-VALIDO               VALUE "Y".
000560 01  CV-NOMBRE                   PIC X(20).
000570 01  CV-CUENTA-SS                PIC 9(11).
000580 01  CV-CALENDARIO               PIC X(04).
000590
000600 PROCEDURE DIVISION USING CV-CODIGO CV-VALIDO-SW CV-NOMBRE
000610     CV-CUENTA-SS CV-CALENDARIO.
000620
000630 0000-MAINLINE.
000640     MOVE "N" TO CV-VALIDO-SW
000650     MOVE SPACES TO CV-NOMBRE
000660     MOVE ZERO TO CV-CUENTA-SS
000670     MOVE SPACES TO CV-CALENDARIO
000680     MOVE "N" TO CV-EOF-SW
000690     OPEN INPUT CENTRO-MAESTRO
000700     IF CEN-FILE-STATUS NOT = "00"
000710         MOVE "Y" TO CV-VALIDO-SW
000720         MOVE "*SIN MAESTRO*" TO CV-NOMBRE
000730         IF CEN-FILE-STATUS = "05"
000740             CLOSE CENTRO-MAESTRO
000750         END-IF
000760     ELSE
000770         PERFORM 1000-LEER-CENTRO
000780         PERFORM 2000-BUSCAR-CENTRO
000790             UNTIL CV-EOF OR CV-VALIDO
000800         CLOSE CENTRO-MAESTRO
000810     END-IF
000820     GOBACK.
000830
000840 1000-LEER-CENTRO.
000850     READ CENTRO-MAESTRO
000860         AT END
000870             MOVE "Y" TO CV-EOF-SW
000880     END-READ.
000890
000900 2000-BUSCAR-CENTRO.
000910     IF CEN-CODIGO = CV-CODIGO
000920         MOVE "Y" TO CV-VALIDO-SW
000930         MOVE CEN-NOMBRE     TO CV-NOMBRE
000940         MOVE CEN-CUENTA-SS  TO CV-CUENTA-SS
000950         MOVE CEN-CALENDARIO TO CV-CALENDARIO
000960     ELSE
000970         PERFORM 1000-LEER-CENTRO
000980     END-IF.
000990
001000 END PROGRAM CENTVAL.
