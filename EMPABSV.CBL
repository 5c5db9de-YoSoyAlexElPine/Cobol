000080*                MASTER, THE ABSENCE TYPE MUST NOT BE BLANK AND
000090*                THE DAY COUNT MUST BE NUMERIC AND 1-30.  GOOD
000100*                RECORDS GO TO EMPABSOK.DAT FOR THE PAYROLL RUN'S
000104*                PRORATION; REJECTS GO TO THE EMPABSS.DAT SUSPENSE
000108*                FILE WITH THEIR REASON, NOT SILENTLY DROPPED.
000112*                RETURN-CODE CARRIES THE REJECT COUNT.  EVERY
000116*                VALIDATED ABSENCE IS ALSO APPENDED TO THE
000120*                EMPAUSH.DAT ABSENCE HISTORY UNDER THE PAYROLL
000124*                PERIOD (RUNPER, ELSE THE CURRENT MONTH), ONCE -
000128*                VALIDATING THE SAME FEED AGAIN FOR THE SAME
000132*                PERIOD ADDS NOTHING.
000140* TECTONICS:     cobc -x -std=ibm -I copybooks EMPABSV.CBL
000145*                FECHAVAL RUNPER
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   ---------- ----  ----------------------------------------
000190*   2026-08-22  RT   ORIGINAL PROGRAM.
000191*   2026-10-15  RT   EVERY ABSENCE RECORD NOW CARRIES THE DATE THE
000192*                    LEAVE BEGAN (ABS-FECHA-INICIO), PASSED
000193*                    THROUGH TO EMPABSOK.DAT AND EMPABSS.DAT. FOR
000194*                    THE NEW SICK-LEAVE TYPES "IT" (COMMON
000195*                    ILLNESS) AND "AT" (WORK ACCIDENT) IT MUST BE
000196*                    A REAL DATE NOT IN THE FUTURE, SINCE EMPPAY
000197*                    COUNTS THE BENEFIT DAY RANGES FROM IT.
000198*   2026-10-15  RT   EVERY VALIDATED ABSENCE IS NOW ALSO APPENDED
000199*                    TO THE NEW EMPAUSH.DAT ABSENCE HISTORY
000200*                    (SHARED EMPAUSH/EMPAHSEL COPYBOOKS) UNDER THE
000201*                    PAYROLL PERIOD, SKIPPING THE ONES ALREADY
000202*                    THERE FOR THE PERIOD, FOR THE EMPBRAD
000203*                    ABSENTEEISM REPORT.  THE COUNTS AND END-OF-
000204*                    FEED SWITCH ARE RESET ON ENTRY, SO THE SECOND
000205*                    CALL IN THE SAME RUN (THE STREAM'S STEP, THEN
000206*                    EMPPAY'S) VALIDATES THE FEED AGAIN.
000207******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. EMPABSV.
000230
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     COPY EMPFSEL.
000275     COPY EMPAHSEL.
000280
000290     SELECT OPTIONAL AUSENCIAS-ENTRADA
000300         ASSIGN TO "EMPABS.DAT"
000460 FD  EMPLEADOS-ARCHIVO.
000470     COPY EMPREG.
000480
000482 FD  AUSENCIAS-HISTORIA.
000484     COPY EMPAUSH.
000486
000490 FD  AUSENCIAS-ENTRADA.
000500 01  ABS-REGISTRO.
000510     05  ABS-E-ID            PIC X(50).
000520     05  ABS-TIPO            PIC X(02).
000530     05  ABS-DIAS            PIC 9(02).
000535     05  ABS-FECHA-INICIO    PIC 9(08).
000540
000550 FD  AUSENCIAS-VALIDAS.
000560 01  AOK-REGISTRO.
000570     05  AOK-E-ID            PIC X(50).
000580     05  AOK-TIPO            PIC X(02).
000590     05  AOK-DIAS            PIC 9(02).
000595     05  AOK-FECHA-INICIO    PIC 9(08).
000600
000610 FD  AUSENCIAS-SUSPENSO.
000620 01  ASU-REGISTRO.
000640     05  ASU-E-ID            PIC X(50).
000650     05  ASU-TIPO            PIC X(02).
000660     05  ASU-DIAS            PIC 9(02).
000665     05  ASU-FECHA-INICIO    PIC 9(08).
000670     05  ASU-RAZON           PIC X(60).
000680
000690 WORKING-STORAGE SECTION.
000710 01  ABS-FILE-STATUS          PIC XX VALUE SPACES.
000720 01  AOK-FILE-STATUS          PIC XX VALUE SPACES.
000730 01  ASU-FILE-STATUS          PIC XX VALUE SPACES.
000735 01  AH-FILE-STATUS           PIC XX VALUE SPACES.
000740
000750 01  ABS-EOF-SW               PIC X VALUE "N".
000760     88  ABS-EOF              VALUE "Y".
000762 01  AOK-EOF-SW               PIC X VALUE "N".
000764     88  AOK-EOF              VALUE "Y".
000766 01  AH-EOF-SW                PIC X VALUE "N".
000768     88  AH-EOF               VALUE "Y".
000770
000780 01  AV-VALIDO-SW             PIC X VALUE "Y".
000790     88  AV-VALIDO            VALUE "Y".
000792 01  AV-FECHA-VALIDA-SW       PIC X VALUE "N".
000794     88  AV-FECHA-VALIDA      VALUE "Y".
000796 01  AV-FECHA-HOY             PIC 9(8) VALUE ZERO.
000800 01  AV-RAZON                 PIC X(60) VALUE SPACES.
000810
000820 01  AV-READ-COUNT            PIC 9(7) VALUE 0.
000830 01  AV-ACCEPT-COUNT          PIC 9(7) VALUE 0.
000840 01  AV-REJECT-COUNT          PIC 9(7) VALUE 0.
000841
000842 01  AV-PER-ACCION            PIC X(08) VALUE SPACES.
000843 01  AV-PERIODO               PIC 9(06) VALUE ZERO.
000844 01  AV-HIS-FECHA             PIC 9(08) VALUE ZERO.
000845 01  AV-HIS-TABLA.
000846     05  AV-HIS-MAX           PIC 9(4) VALUE 0.
000847     05  AV-HIS-ENTRADA OCCURS 1000 TIMES.
000848         10  AV-HIS-E-ID      PIC X(50).
000849         10  AV-HIS-TIPO      PIC X(02).
000850         10  AV-HIS-INICIO    PIC 9(08).
000851         10  AV-HIS-DIAS      PIC 9(02).
000852         10  AV-HIS-USADA     PIC X(01).
000853 01  AV-HIS-IDX               PIC 9(4) VALUE 0.
000854 01  AV-HIS-HALLADA           PIC 9(4) VALUE 0.
000855 01  AV-HIS-LLENA-SW          PIC X VALUE "N".
000856     88  AV-HIS-LLENA         VALUE "Y".
000857 01  AV-HIS-GRABADAS          PIC 9(7) VALUE 0.
000858 01  AV-HIS-REPETIDAS         PIC 9(7) VALUE 0.
000859
000860 PROCEDURE DIVISION.
000870
000880 0000-MAINLINE.
000970*                   RANDOM LOOKUPS, THEN PRIME THE READ.
000980*----------------------------------------------------------------
000990 1000-INITIALIZE.
000993     MOVE "N" TO ABS-EOF-SW
000996     MOVE ZERO TO AV-READ-COUNT AV-ACCEPT-COUNT AV-REJECT-COUNT
001000     OPEN INPUT EMPLEADOS-ARCHIVO
001010     OPEN INPUT AUSENCIAS-ENTRADA
001020     OPEN OUTPUT AUSENCIAS-VALIDAS
001030     OPEN OUTPUT AUSENCIAS-SUSPENSO
001035     MOVE FUNCTION CURRENT-DATE(1:8) TO AV-FECHA-HOY
001040     IF ABS-FILE-STATUS NOT = "00"
001050         MOVE "Y" TO ABS-EOF-SW
001060     ELSE
001190         MOVE ABS-E-ID TO AOK-E-ID
001200         MOVE ABS-TIPO TO AOK-TIPO
001210         MOVE ABS-DIAS TO AOK-DIAS
001215         MOVE ABS-FECHA-INICIO TO AOK-FECHA-INICIO
001220         WRITE AOK-REGISTRO
001230         ADD 1 TO AV-ACCEPT-COUNT
001240     ELSE
001260         MOVE ABS-E-ID TO ASU-E-ID
001270         MOVE ABS-TIPO TO ASU-TIPO
001280         MOVE ABS-DIAS TO ASU-DIAS
001285         MOVE ABS-FECHA-INICIO TO ASU-FECHA-INICIO
001290         MOVE AV-RAZON TO ASU-RAZON
001300         WRITE ASU-REGISTRO
001310         ADD 1 TO AV-REJECT-COUNT
001430*----------------------------------------------------------------
001440* 3000-VALIDAR-AUSENCIA - THE E-ID MUST EXIST ON THE MASTER, THE
001450*                         TYPE MUST NOT BE BLANK, AND THE DAYS
001453*                         MUST BE NUMERIC AND 1-30.  A SICK-LEAVE
001456*                         ABSENCE ("IT" COMMON ILLNESS, "AT" WORK
001459*                         ACCIDENT) ALSO NEEDS THE REAL DATE THE
001462*                         LEAVE BEGAN - THE PAYROLL RUN COUNTS THE
001465*                         BENEFIT DAY RANGES FROM IT.
001470*----------------------------------------------------------------
001480 3000-VALIDAR-AUSENCIA.
001490     MOVE "Y" TO AV-VALIDO-SW
001800             STRING "DIAS FUERA DE RANGO (1-30)"
001810                 DELIMITED BY SIZE INTO AV-RAZON
001820         END-IF
001821     END-IF
001822
001823     IF AV-VALIDO AND (ABS-TIPO = "IT" OR ABS-TIPO = "AT")
001824         MOVE "N" TO AV-FECHA-VALIDA-SW
001825         IF ABS-FECHA-INICIO NUMERIC
001826             CALL "FECHAVAL" USING ABS-FECHA-INICIO,
001827                 AV-FECHA-VALIDA-SW
001828         END-IF
001829         IF NOT AV-FECHA-VALIDA OR
001830                 ABS-FECHA-INICIO > AV-FECHA-HOY
001831             MOVE "N" TO AV-VALIDO-SW
001832             STRING "FECHA DE INICIO DE LA BAJA NO VALIDA"
001833                 DELIMITED BY SIZE INTO AV-RAZON
001834         END-IF
001835     END-IF.
001840
001850*----------------------------------------------------------------
001851* 7000-ARCHIVAR-HISTORIA - APPEND THE ABSENCES JUST VALIDATED TO
001852*                          THE EMPAUSH.DAT HISTORY UNDER THE
001853*                          PAYROLL PERIOD.  THE STREAM VALIDATES
001854*                          THE FEED AND THE PAYROLL RUN VALIDATES
001855*                          IT AGAIN, SO AN ABSENCE THE HISTORY
001856*                          ALREADY HOLDS FOR THE PERIOD (SAME
001857*                          E-ID, TYPE, START AND DAYS) IS NOT
001858*                          WRITTEN TWICE.
001859*----------------------------------------------------------------
001860 7000-ARCHIVAR-HISTORIA.
001861     MOVE "LEER" TO AV-PER-ACCION
001862     CALL "RUNPER" USING AV-PER-ACCION, AV-PERIODO
001863     IF AV-PERIODO = ZERO
001864         MOVE AV-FECHA-HOY(1:6) TO AV-PERIODO
001865     END-IF
001866     MOVE ZERO TO AV-HIS-GRABADAS AV-HIS-REPETIDAS
001867     PERFORM 7100-CARGAR-PERIODO
001868     MOVE "N" TO AOK-EOF-SW
001869     OPEN INPUT AUSENCIAS-VALIDAS
001870     OPEN EXTEND AUSENCIAS-HISTORIA
001871     IF AH-FILE-STATUS = "35"
001872         OPEN OUTPUT AUSENCIAS-HISTORIA
001873     END-IF
001874     IF AOK-FILE-STATUS = "00"
001875         PERFORM 7300-LEER-VALIDA
001876         PERFORM 7400-ARCHIVAR-AUSENCIA UNTIL AOK-EOF
001877     END-IF
001878     IF AOK-FILE-STATUS = "00" OR AOK-FILE-STATUS = "05"
001879             OR AOK-FILE-STATUS = "10"
001880         CLOSE AUSENCIAS-VALIDAS
001881     END-IF
001882     CLOSE AUSENCIAS-HISTORIA
001883     DISPLAY "EMPABSV - AL HISTORICO " AV-PERIODO "  : "
001884         AV-HIS-GRABADAS
001885     IF AV-HIS-REPETIDAS > 0
001886         DISPLAY "EMPABSV - YA EN EL HISTORICO   : "
001887             AV-HIS-REPETIDAS
001888     END-IF.
001889
001890*----------------------------------------------------------------
001891* 7100-CARGAR-PERIODO - THE HISTORY RECORDS ALREADY WRITTEN FOR
001892*                       THIS PERIOD, EACH ONE ABLE TO ABSORB ONE
001893*                       MATCHING ABSENCE OF THE FEED.
001894*----------------------------------------------------------------
001895 7100-CARGAR-PERIODO.
001896     MOVE ZERO TO AV-HIS-MAX
001897     MOVE "N" TO AV-HIS-LLENA-SW
001898     MOVE "N" TO AH-EOF-SW
001899     OPEN INPUT AUSENCIAS-HISTORIA
001900     IF AH-FILE-STATUS = "00"
001901         PERFORM 7110-LEER-HISTORIA
001902         PERFORM 7120-GUARDAR-HISTORIA UNTIL AH-EOF
001903     END-IF
001904     IF AH-FILE-STATUS = "00" OR AH-FILE-STATUS = "05"
001905             OR AH-FILE-STATUS = "10"
001906         CLOSE AUSENCIAS-HISTORIA
001907     END-IF
001908     IF AV-HIS-LLENA
001909         DISPLAY "EMPABSV: MAS DE 1000 AUSENCIAS EN EL HISTORICO"
001910             " DEL PERIODO - LAS DEMAS NO SE COMPRUEBAN"
001911     END-IF.
001912
001913 7110-LEER-HISTORIA.
001914     READ AUSENCIAS-HISTORIA
001915         AT END
001916             MOVE "Y" TO AH-EOF-SW
001917     END-READ.
001918
001919 7120-GUARDAR-HISTORIA.
001920     IF AH-PERIODO = AV-PERIODO
001921         IF AV-HIS-MAX < 1000
001922             ADD 1 TO AV-HIS-MAX
001923             MOVE AH-E-ID   TO AV-HIS-E-ID (AV-HIS-MAX)
001924             MOVE AH-TIPO   TO AV-HIS-TIPO (AV-HIS-MAX)
001925             MOVE AH-FECHA-INICIO TO AV-HIS-INICIO (AV-HIS-MAX)
001926             MOVE AH-DIAS   TO AV-HIS-DIAS (AV-HIS-MAX)
001927             MOVE "N"       TO AV-HIS-USADA (AV-HIS-MAX)
001928         ELSE
001929             MOVE "Y" TO AV-HIS-LLENA-SW
001930         END-IF
001931     END-IF
001932     PERFORM 7110-LEER-HISTORIA.
001933
001934 7300-LEER-VALIDA.
001935     READ AUSENCIAS-VALIDAS
001936         AT END
001937             MOVE "Y" TO AOK-EOF-SW
001938     END-READ.
001939
001940 7400-ARCHIVAR-AUSENCIA.
001941     IF AOK-FECHA-INICIO NUMERIC AND AOK-FECHA-INICIO > ZERO
001942         MOVE AOK-FECHA-INICIO TO AV-HIS-FECHA
001943         MOVE "S" TO AH-FECHADA
001944     ELSE
001945         COMPUTE AV-HIS-FECHA = AV-PERIODO * 100 + 1
001946         MOVE "N" TO AH-FECHADA
001947     END-IF
001948     MOVE ZERO TO AV-HIS-HALLADA
001949     PERFORM 7410-BUSCAR-EN-PERIODO
001950         VARYING AV-HIS-IDX FROM 1 BY 1
001951         UNTIL AV-HIS-IDX > AV-HIS-MAX OR AV-HIS-HALLADA > 0
001952     IF AV-HIS-HALLADA > 0
001953         MOVE "S" TO AV-HIS-USADA (AV-HIS-HALLADA)
001954         ADD 1 TO AV-HIS-REPETIDAS
001955     ELSE
001956         MOVE AOK-E-ID     TO AH-E-ID
001957         MOVE AOK-TIPO     TO AH-TIPO
001958         MOVE AV-HIS-FECHA TO AH-FECHA-INICIO
001959         MOVE AOK-DIAS     TO AH-DIAS
001960         MOVE AV-PERIODO   TO AH-PERIODO
001961         MOVE AV-FECHA-HOY TO AH-FECHA-ALTA
001962         WRITE EMPAUSH-REGISTRO
001963         ADD 1 TO AV-HIS-GRABADAS
001964     END-IF
001965     PERFORM 7300-LEER-VALIDA.
001966
001967 7410-BUSCAR-EN-PERIODO.
001968     IF AV-HIS-USADA (AV-HIS-IDX) = "N"
001969             AND AV-HIS-E-ID (AV-HIS-IDX) = AOK-E-ID
001970             AND AV-HIS-TIPO (AV-HIS-IDX) = AOK-TIPO
001971             AND AV-HIS-INICIO (AV-HIS-IDX) = AV-HIS-FECHA
001972             AND AV-HIS-DIAS (AV-HIS-IDX) = AOK-DIAS
001973         MOVE AV-HIS-IDX TO AV-HIS-HALLADA
001974     END-IF.
001975
001976*----------------------------------------------------------------
001977* 8000-TERMINATE - SUMMARIZE THE RUN, KEEP THE VALIDATED ABSENCES
001978*                  IN THE HISTORY AND SET RETURN-CODE SO THE
001979*                  CALLER CAN SEE THE REJECT COUNT.
001980*----------------------------------------------------------------
001981 8000-TERMINATE.
001982     DISPLAY "EMPABSV - AUSENCIAS LEIDAS    : " AV-READ-COUNT
001983     DISPLAY "EMPABSV - AUSENCIAS ACEPTADAS : " AV-ACCEPT-COUNT
001984     DISPLAY "EMPABSV - AUSENCIAS RECHAZADAS: " AV-REJECT-COUNT
001985     CLOSE EMPLEADOS-ARCHIVO
001986     CLOSE AUSENCIAS-ENTRADA
001987     CLOSE AUSENCIAS-VALIDAS
001988     CLOSE AUSENCIAS-SUSPENSO
001989     PERFORM 7000-ARCHIVAR-HISTORIA
001990     MOVE AV-REJECT-COUNT TO RETURN-CODE.
001991
001992 9999-EXIT.
002000     GOBACK.
002010 END PROGRAM EMPABSV.
