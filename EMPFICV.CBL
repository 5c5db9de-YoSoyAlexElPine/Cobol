000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       VALIDATES THE TIME-CLOCK FEED FICHAJE.DAT (ONE
000060*                RECORD PER PUNCH: E-ID, DATE, HHMM AND "E"
000070*                ENTRADA / "S" SALIDA) THE WAY EMPABSV VALIDATES
000080*                THE ABSENCE FEED: THE E-ID MUST EXIST ON THE
000090*                MASTER AND BE ACTIVE, THE DATE MUST BE A REAL
000100*                DATE NOT IN THE FUTURE, THE TIME A REAL HHMM AND
000110*                THE TYPE E OR S.  GOOD PUNCHES ARE APPENDED TO
000120*                EMPFICOK.DAT, THE DAILY WORKING-TIME RECORD THE
000130*                LAW REQUIRES US TO KEEP AND THAT EMPJORN
000140*                RECONCILES AGAINST THE SCHEDULE; REJECTS GO TO
000150*                THE EMPFICS.DAT SUSPENSE FILE WITH THEIR REASON,
000160*                NOT SILENTLY DROPPED.  THE FEED IS TRUNCATED
000170*                AFTER VALIDATION SO NO PUNCH IS RECORDED TWICE.
000180*                RETURN-CODE CARRIES THE REJECT COUNT.
000190* TECTONICS:     cobc -x -std=ibm -I copybooks EMPFICV.CBL
000200*                FECHAVAL
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   ---------- ----  ----------------------------------------
000250*   2026-10-15  RT   ORIGINAL PROGRAM.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. EMPFICV.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY EMPFSEL.
000340
000350     SELECT OPTIONAL FICHAJES-ENTRADA
000360         ASSIGN TO "FICHAJE.DAT"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS FIC-FILE-STATUS.
000390
000400     SELECT FICHAJES-VALIDOS
000410         ASSIGN TO "EMPFICOK.DAT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS FOK-FILE-STATUS.
000440
000450     SELECT FICHAJES-SUSPENSO
000460         ASSIGN TO "EMPFICS.DAT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS FSU-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  EMPLEADOS-ARCHIVO.
000530     COPY EMPREG.
000540
000550 FD  FICHAJES-ENTRADA.
000560 01  FIC-REGISTRO.
000570     05  FIC-E-ID            PIC X(50).
000580     05  FIC-FECHA           PIC 9(08).
000590     05  FIC-HORA            PIC 9(04).
000600     05  FIC-TIPO            PIC X(01).
000610
000620 FD  FICHAJES-VALIDOS.
000630 01  FOK-REGISTRO.
000640     05  FOK-E-ID            PIC X(50).
000650     05  FOK-FECHA           PIC 9(08).
000660     05  FOK-HORA            PIC 9(04).
000670     05  FOK-TIPO            PIC X(01).
000680
000690 FD  FICHAJES-SUSPENSO.
000700 01  FSU-REGISTRO.
000710     05  FSU-FECHA-RECHAZO   PIC 9(8).
000720     05  FSU-E-ID            PIC X(50).
000730     05  FSU-FECHA           PIC 9(08).
000740     05  FSU-HORA            PIC 9(04).
000750     05  FSU-TIPO            PIC X(01).
000760     05  FSU-RAZON           PIC X(60).
000770
000780 WORKING-STORAGE SECTION.
000790 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000800 01  FIC-FILE-STATUS          PIC XX VALUE SPACES.
000810 01  FOK-FILE-STATUS          PIC XX VALUE SPACES.
000820 01  FSU-FILE-STATUS          PIC XX VALUE SPACES.
000830
000840 01  FIC-EOF-SW               PIC X VALUE "N".
000850     88  FIC-EOF              VALUE "Y".
000860
000870 01  FV-VALIDO-SW             PIC X VALUE "Y".
000880     88  FV-VALIDO            VALUE "Y".
000890 01  FV-FECHA-VALIDA-SW       PIC X VALUE "N".
000900     88  FV-FECHA-VALIDA      VALUE "Y".
000910 01  FV-FECHA-HOY             PIC 9(8) VALUE ZERO.
000920 01  FV-RAZON                 PIC X(60) VALUE SPACES.
000930
000940 01  FV-READ-COUNT            PIC 9(7) VALUE 0.
000950 01  FV-ACCEPT-COUNT          PIC 9(7) VALUE 0.
000960 01  FV-REJECT-COUNT          PIC 9(7) VALUE 0.
000970 01  FV-FEED-PRESENTE-SW      PIC X VALUE "N".
000980     88  FV-FEED-PRESENTE     VALUE "Y".
000990
001000 PROCEDURE DIVISION.
001010
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE
001040     PERFORM 2000-PROCESS-FICHAJE UNTIL FIC-EOF
001050     PERFORM 8000-TERMINATE
001060     PERFORM 9999-EXIT.
001070
001080*----------------------------------------------------------------
001090* 1000-INITIALIZE - OPEN THE FEED, THE VALIDATED OUTPUT, THE
001100*                   SUSPENSE FILE AND THE EMPLOYEE MASTER FOR
001110*                   RANDOM LOOKUPS, THEN PRIME THE READ.  THE
001120*                   VALIDATED FILE IS THE PERMANENT RECORD OF
001130*                   PUNCHES AND IS ONLY EVER APPENDED TO; SO IS
001140*                   THE SUSPENSE FILE.
001150*----------------------------------------------------------------
001160 1000-INITIALIZE.
001170     OPEN INPUT EMPLEADOS-ARCHIVO
001180     OPEN INPUT FICHAJES-ENTRADA
001190     OPEN EXTEND FICHAJES-VALIDOS
001200     IF FOK-FILE-STATUS = "35"
001210         OPEN OUTPUT FICHAJES-VALIDOS
001220     END-IF
001230     OPEN EXTEND FICHAJES-SUSPENSO
001240     IF FSU-FILE-STATUS = "35"
001250         OPEN OUTPUT FICHAJES-SUSPENSO
001260     END-IF
001270     MOVE FUNCTION CURRENT-DATE(1:8) TO FV-FECHA-HOY
001280     IF FIC-FILE-STATUS NOT = "00"
001290         MOVE "Y" TO FIC-EOF-SW
001300     ELSE
001310         MOVE "Y" TO FV-FEED-PRESENTE-SW
001320         PERFORM 2100-READ-FICHAJE
001330     END-IF.
001340
001350*----------------------------------------------------------------
001360* 2000-PROCESS-FICHAJE - VALIDATE ONE PUNCH AND ROUTE IT TO THE
001370*                        VALIDATED FILE OR THE SUSPENSE FILE,
001380*                        THEN READ THE NEXT ONE.
001390*----------------------------------------------------------------
001400 2000-PROCESS-FICHAJE.
001410     ADD 1 TO FV-READ-COUNT
001420     PERFORM 3000-VALIDAR-FICHAJE
001430     IF FV-VALIDO
001440         MOVE FIC-E-ID  TO FOK-E-ID
001450         MOVE FIC-FECHA TO FOK-FECHA
001460         MOVE FIC-HORA  TO FOK-HORA
001470         MOVE FIC-TIPO  TO FOK-TIPO
001480         WRITE FOK-REGISTRO
001490         ADD 1 TO FV-ACCEPT-COUNT
001500     ELSE
001510         MOVE FV-FECHA-HOY TO FSU-FECHA-RECHAZO
001520         MOVE FIC-E-ID  TO FSU-E-ID
001530         MOVE FIC-FECHA TO FSU-FECHA
001540         MOVE FIC-HORA  TO FSU-HORA
001550         MOVE FIC-TIPO  TO FSU-TIPO
001560         MOVE FV-RAZON  TO FSU-RAZON
001570         WRITE FSU-REGISTRO
001580         ADD 1 TO FV-REJECT-COUNT
001590         DISPLAY "EMPFICV: RECHAZADO FICHAJE E-ID=" FIC-E-ID
001600             " RAZON=" FV-RAZON
001610     END-IF
001620     PERFORM 2100-READ-FICHAJE.
001630
001640 2100-READ-FICHAJE.
001650     READ FICHAJES-ENTRADA
001660         AT END
001670             MOVE "Y" TO FIC-EOF-SW
001680     END-READ.
001690
001700*----------------------------------------------------------------
001710* 3000-VALIDAR-FICHAJE - THE E-ID MUST EXIST ON THE MASTER AND BE
001720*                        ACTIVE, THE DATE MUST BE REAL AND NOT IN
001730*                        THE FUTURE, THE TIME 0000-2359 AND THE
001740*                        TYPE E OR S.
001750*----------------------------------------------------------------
001760 3000-VALIDAR-FICHAJE.
001770     MOVE "Y" TO FV-VALIDO-SW
001780     MOVE SPACES TO FV-RAZON
001790
001800     IF FIC-E-ID = SPACES
001810         MOVE "N" TO FV-VALIDO-SW
001820         STRING "E-ID EN BLANCO" DELIMITED BY SIZE
001830             INTO FV-RAZON
001840     END-IF
001850
001860     IF FV-VALIDO
001870         MOVE FIC-E-ID TO E-ID
001880         READ EMPLEADOS-ARCHIVO
001890             INVALID KEY
001900                 MOVE "N" TO FV-VALIDO-SW
001910                 STRING "E-ID NO EXISTE EN EL MAESTRO"
001920                     DELIMITED BY SIZE INTO FV-RAZON
001930             NOT INVALID KEY
001940                 IF NOT E-ACTIVO
001950                     MOVE "N" TO FV-VALIDO-SW
001960                     STRING "EMPLEADO INACTIVO"
001970                         DELIMITED BY SIZE INTO FV-RAZON
001980                 END-IF
001990         END-READ
002000     END-IF
002010
002020     IF FV-VALIDO
002030         MOVE "N" TO FV-FECHA-VALIDA-SW
002040         IF FIC-FECHA NUMERIC
002050             CALL "FECHAVAL" USING FIC-FECHA, FV-FECHA-VALIDA-SW
002060         END-IF
002070         IF NOT FV-FECHA-VALIDA
002080             MOVE "N" TO FV-VALIDO-SW
002090             STRING "FECHA DEL FICHAJE NO VALIDA"
002100                 DELIMITED BY SIZE INTO FV-RAZON
002110         ELSE
002120             IF FIC-FECHA > FV-FECHA-HOY
002130                 MOVE "N" TO FV-VALIDO-SW
002140                 STRING "FECHA DEL FICHAJE EN EL FUTURO"
002150                     DELIMITED BY SIZE INTO FV-RAZON
002160             END-IF
002170         END-IF
002180     END-IF
002190
002200     IF FV-VALIDO
002210         IF NOT FIC-HORA NUMERIC OR FIC-HORA (1:2) > "23"
002220                 OR FIC-HORA (3:2) > "59"
002230             MOVE "N" TO FV-VALIDO-SW
002240             STRING "HORA NO VALIDA (HHMM 0000-2359)"
002250                 DELIMITED BY SIZE INTO FV-RAZON
002260         END-IF
002270     END-IF
002280
002290     IF FV-VALIDO
002300         IF FIC-TIPO NOT = "E" AND FIC-TIPO NOT = "S"
002310             MOVE "N" TO FV-VALIDO-SW
002320             STRING "TIPO DE FICHAJE DESCONOCIDO (E/S)"
002330                 DELIMITED BY SIZE INTO FV-RAZON
002340         END-IF
002350     END-IF.
002360
002370*----------------------------------------------------------------
002380* 8000-TERMINATE - SUMMARIZE THE RUN AND SET RETURN-CODE SO THE
002390*                  CALLER CAN SEE THE REJECT COUNT.  A FEED THAT
002400*                  WAS READ IS THEN TRUNCATED - CONSUMED - SO A
002410*                  SECOND RUN CANNOT RECORD THE SAME PUNCHES
002420*                  TWICE.
002430*----------------------------------------------------------------
002440 8000-TERMINATE.
002450     DISPLAY "EMPFICV - FICHAJES LEIDOS    : " FV-READ-COUNT
002460     DISPLAY "EMPFICV - FICHAJES ACEPTADOS : " FV-ACCEPT-COUNT
002470     DISPLAY "EMPFICV - FICHAJES RECHAZADOS: " FV-REJECT-COUNT
002480     MOVE FV-REJECT-COUNT TO RETURN-CODE
002490     CLOSE EMPLEADOS-ARCHIVO
002500     CLOSE FICHAJES-ENTRADA
002510     CLOSE FICHAJES-VALIDOS
002520     CLOSE FICHAJES-SUSPENSO
002530     IF FV-FEED-PRESENTE
002540         OPEN OUTPUT FICHAJES-ENTRADA
002550         CLOSE FICHAJES-ENTRADA
002560     END-IF.
002570
002580 9999-EXIT.
002590     GOBACK.
002600 END PROGRAM EMPFICV.
