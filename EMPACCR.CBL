000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       PERSONAL-DATA ACCESS REPORT.  LISTS THE ENTRIES
000060*                ACCLOG HAS APPENDED TO ACCESOS.DAT FOR ONE E-ID
000070*                ("WHO HAS VIEWED MY FILE") OR FOR ONE OPERATOR
000080*                (EVERY RECORD THAT CLERK HAS OPENED) WITHIN A
000090*                DATE RANGE.  OUTPUT TO EMPACCR.RPT.
000100* TECTONICS:     cobc -x -std=ibm -I copybooks EMPACCR.CBL
000110*                RPTBANNER FECHAVAL
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000150*   ---------- ----  ----------------------------------------
000160*   2026-10-15  RT   ORIGINAL PROGRAM.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. EMPACCR.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     COPY EMPACSEL.
000250
000260     SELECT ACCESOS-REPORTE
000270         ASSIGN TO "EMPACCR.RPT"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS RPT-FILE-STATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  ACCESOS-ARCHIVO.
000340     COPY EMPACC.
000350
000360 FD  ACCESOS-REPORTE.
000370 01  RPT-LINEA                PIC X(132).
000380
000390 WORKING-STORAGE SECTION.
000400 01  ACC-FILE-STATUS          PIC XX VALUE SPACES.
000410 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000420 01  ACC-EOF-SW               PIC X VALUE "N".
000430     88  ACC-EOF              VALUE "Y".
000440
000450 01  AR-CRITERIO              PIC X VALUE SPACES.
000460     88  AR-POR-E-ID          VALUE "1".
000470     88  AR-POR-OPERADOR      VALUE "2".
000480     88  AR-CRITERIO-VALIDO   VALUE "1" "2".
000490 01  AR-E-ID                  PIC X(50) VALUE SPACES.
000500 01  AR-OPERADOR              PIC X(08) VALUE SPACES.
000510 01  AR-DESDE                 PIC 9(8) VALUE ZERO.
000520 01  AR-HASTA                 PIC 9(8) VALUE ZERO.
000530 01  AR-FECHA-VALIDA-SW       PIC X VALUE "N".
000540     88  AR-FECHA-VALIDA      VALUE "Y".
000550 01  AR-FECHA-LISTA-SW        PIC X VALUE "N".
000560     88  AR-FECHA-LISTA       VALUE "Y".
000570 01  AR-CUAL                  PIC 9 VALUE 1.
000580 01  AR-SELECCION-SW          PIC X VALUE "N".
000590     88  AR-SELECCIONADO      VALUE "Y".
000600
000610 01  AR-COUNT                 PIC 9(7) VALUE 0.
000620 01  AR-BANNER                PIC X(80) VALUE SPACES.
000630
000640 PROCEDURE DIVISION.
000650
000660 0000-MAINLINE.
000670     PERFORM 1000-INITIALIZE
000680     PERFORM 2000-LISTAR-ACCESO UNTIL ACC-EOF
000690     PERFORM 8000-TERMINATE
000700     PERFORM 9999-EXIT.
000710
000720*----------------------------------------------------------------
000730* 1000-INITIALIZE - ASK WHETHER TO REPORT BY E-ID OR BY OPERATOR,
000740*                   FOR THE VALUE AND THE DATE RANGE, THEN WRITE
000750*                   THE HEADING AND PRIME THE FIRST READ.
000760*----------------------------------------------------------------
000770 1000-INITIALIZE.
000780     PERFORM 1050-PEDIR-CRITERIO UNTIL AR-CRITERIO-VALIDO
000790     IF AR-POR-E-ID
000800         DISPLAY "E-ID: "
000810         ACCEPT AR-E-ID
000820     ELSE
000830         DISPLAY "OPERADOR: "
000840         ACCEPT AR-OPERADOR
000850     END-IF
000860     MOVE 1 TO AR-CUAL
000870     MOVE "N" TO AR-FECHA-LISTA-SW
000880     PERFORM 1100-PEDIR-FECHA UNTIL AR-FECHA-LISTA
000890     MOVE 2 TO AR-CUAL
000900     MOVE "N" TO AR-FECHA-LISTA-SW
000910     PERFORM 1100-PEDIR-FECHA UNTIL AR-FECHA-LISTA
000920     OPEN OUTPUT ACCESOS-REPORTE
000930     CALL "RPTBANNER" USING AR-BANNER
000940     MOVE AR-BANNER TO RPT-LINEA
000950     WRITE RPT-LINEA
000960     MOVE SPACES TO RPT-LINEA
000970     IF AR-POR-E-ID
000980         STRING "ACCESOS A DATOS PERSONALES - E-ID "
000990             FUNCTION TRIM(AR-E-ID)
001000             " DEL " AR-DESDE " AL " AR-HASTA
001010             DELIMITED BY SIZE INTO RPT-LINEA
001020         END-STRING
001030     ELSE
001040         STRING "ACCESOS A DATOS PERSONALES - OPERADOR "
001050             FUNCTION TRIM(AR-OPERADOR)
001060             " DEL " AR-DESDE " AL " AR-HASTA
001070             DELIMITED BY SIZE INTO RPT-LINEA
001080         END-STRING
001090     END-IF
001100     WRITE RPT-LINEA
001110     MOVE ALL "-" TO RPT-LINEA
001120     WRITE RPT-LINEA
001130     OPEN INPUT ACCESOS-ARCHIVO
001140     IF ACC-FILE-STATUS NOT = "00"
001150         MOVE "Y" TO ACC-EOF-SW
001160         IF ACC-FILE-STATUS = "05"
001170             CLOSE ACCESOS-ARCHIVO
001180         END-IF
001190     ELSE
001200         PERFORM 2100-READ-ACCESO
001210     END-IF.
001220
001230 1050-PEDIR-CRITERIO.
001240     DISPLAY "1. POR E-ID   2. POR OPERADOR"
001250     ACCEPT AR-CRITERIO
001260     IF NOT AR-CRITERIO-VALIDO
001270         DISPLAY "OPCION INVALIDA"
001280     END-IF.
001290
001300 1100-PEDIR-FECHA.
001310     IF AR-CUAL = 1
001320         DISPLAY "DESDE YYYYMMDD: "
001330         ACCEPT AR-DESDE
001340         CALL "FECHAVAL" USING AR-DESDE, AR-FECHA-VALIDA-SW
001350     ELSE
001360         DISPLAY "HASTA YYYYMMDD: "
001370         ACCEPT AR-HASTA
001380         CALL "FECHAVAL" USING AR-HASTA, AR-FECHA-VALIDA-SW
001390     END-IF
001400     IF AR-FECHA-VALIDA
001410         MOVE "Y" TO AR-FECHA-LISTA-SW
001420     ELSE
001430         DISPLAY "FECHA INVALIDA - DEBE SER YYYYMMDD REAL"
001440     END-IF.
001450
001460*----------------------------------------------------------------
001470* 2000-LISTAR-ACCESO - ONE LINE PER ACCESS INSIDE THE RANGE THAT
001480*                      MATCHES THE E-ID OR OPERATOR ASKED FOR.
001490*----------------------------------------------------------------
001500 2000-LISTAR-ACCESO.
001510     MOVE "N" TO AR-SELECCION-SW
001520     IF ACC-FECHA NOT < AR-DESDE AND ACC-FECHA NOT > AR-HASTA
001530         IF AR-POR-E-ID
001540             IF ACC-E-ID = AR-E-ID
001550                 MOVE "Y" TO AR-SELECCION-SW
001560             END-IF
001570         ELSE
001580             IF ACC-OPERADOR = AR-OPERADOR
001590                 MOVE "Y" TO AR-SELECCION-SW
001600             END-IF
001610         END-IF
001620     END-IF
001630     IF AR-SELECCIONADO
001640         ADD 1 TO AR-COUNT
001650         MOVE SPACES TO RPT-LINEA
001660         STRING ACC-FECHA " " ACC-HORA
001670             " " ACC-OPERADOR
001680             " " ACC-PROGRAMA
001690             " E-ID " FUNCTION TRIM(ACC-E-ID)
001700             DELIMITED BY SIZE INTO RPT-LINEA
001710         END-STRING
001720         WRITE RPT-LINEA
001730     END-IF
001740     PERFORM 2100-READ-ACCESO.
001750
001760 2100-READ-ACCESO.
001770     READ ACCESOS-ARCHIVO
001780         AT END
001790             MOVE "Y" TO ACC-EOF-SW
001800     END-READ.
001810
001820 8000-TERMINATE.
001830     MOVE SPACES TO RPT-LINEA
001840     WRITE RPT-LINEA
001850     MOVE SPACES TO RPT-LINEA
001860     STRING "ACCESOS LISTADOS: " AR-COUNT
001870         DELIMITED BY SIZE INTO RPT-LINEA
001880     WRITE RPT-LINEA
001890     IF ACC-FILE-STATUS = "10" OR ACC-FILE-STATUS = "00"
001900         CLOSE ACCESOS-ARCHIVO
001910     END-IF
001920     CLOSE ACCESOS-REPORTE
001930     DISPLAY "EMPACCR - ACCESOS LISTADOS: " AR-COUNT.
001940
001950 9999-EXIT.
001960     GOBACK.
001970 END PROGRAM EMPACCR.
