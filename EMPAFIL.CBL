000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       DAILY SOCIAL-SECURITY AFFILIATION AND CONTRACT
000060*                COMMUNICATION RUN.  READS THE EMPAUD.DAT AUDIT
000070*                TRAIL FOR HIRES (ACCION ALTA FROM THE EMPVAL LOAD
000080*                AND THE SUSPENSE REPOST, ONBOAR FROM EMPONB,
000090*                REINGR FROM EMPREHIR) AND FOR TERMINATIONS (ANY
000100*                ENTRY WHOSE E-STATUS GOES TO "I" - EMPMAINT,
000110*                EMPAPLY), AND KEEPS ONE EVENT PER HIRE OR
000120*                TERMINATION ON EMPAFIE.DAT WITH ITS SENT AND
000130*                ACKNOWLEDGED STATUS.  EVERY EVENT NOT YET SENT IS
000140*                WRITTEN TO AFILIA.DAT (AFFILIATION ALTA/BAJA,
000150*                ONE RECORD PER EVENT) AND, FOR A HIRE, TO
000160*                CONTRATA.DAT (CONTRACT COMMUNICATION) FOR UPLOAD
000170*                TO THE GOVERNMENT PORTALS; THE PORTAL RECEIPTS
000180*                KEYED INTO EMPAFIA.DAT MARK THEIR EVENTS AS
000190*                ACKNOWLEDGED ON THE NEXT RUN.  AN EVENT WITH NO
000200*                NIF OR NAF ON THE EMPIDEN.DAT REGISTER IS HELD
000210*                BACK UNTIL ONE IS KEYED.  THE CONTROL LISTING
000220*                NAMES EVERY HIRE OR TERMINATION NOT NOTIFIED
000230*                WITHIN THE LEGAL THREE DAYS OF ITS EFFECTIVE
000240*                DATE, AND THE JOB THEN ENDS WITH RETURN CODE 4.
000250*                THE EMPLOYER NIF, CCC AND THE DATE FROM WHICH
000260*                AUDIT ENTRIES COUNT COME FROM EMPAFIL.PRM.
000270* TECTONICS:     cobc -x -std=ibm -I copybooks EMPAFIL.CBL
000280*                RPTROUTE RPTBANNER RUNLOG OPERSES SPOOLCAT
000290*                IDENREG
000300*----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   ---------- ----  ----------------------------------------
000340*   2026-10-15  RT   ORIGINAL PROGRAM.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. EMPAFIL.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     COPY EMPAUSEL.
000430
000440     SELECT OPTIONAL AFILIACION-PARM
000450         ASSIGN TO "EMPAFIL.PRM"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS PRM-FILE-STATUS.
000480
000490     SELECT OPTIONAL AFILIACION-EVENTOS
000500         ASSIGN TO "EMPAFIE.DAT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS AFE-FILE-STATUS.
000530
000540     SELECT OPTIONAL AFILIACION-ACUSES
000550         ASSIGN TO "EMPAFIA.DAT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS ACK-FILE-STATUS.
000580
000590     SELECT AFILIACION-ENVIO
000600         ASSIGN TO "AFILIA.DAT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS AFI-FILE-STATUS.
000630
000640     SELECT CONTRATO-ENVIO
000650         ASSIGN TO "CONTRATA.DAT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS CTR-FILE-STATUS.
000680
000690     SELECT EMPAFIL-REPORTE
000700         ASSIGN TO "EMPAFIL.RPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS RPT-FILE-STATUS.
000730
000740     SELECT EMPAFIL-IMPRESORA
000750         ASSIGN TO "EMPAFIL.PRN"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS PRN-FILE-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  EMPLEADOS-AUDITORIA.
000820     COPY EMPAUD.
000830
000840 FD  AFILIACION-PARM.
000850 01  PRM-REGISTRO.
000860     05  PRM-NIF              PIC X(09).
000870     05  PRM-RAZON            PIC X(40).
000880     05  PRM-REGIMEN          PIC X(04).
000890     05  PRM-CCC              PIC X(11).
000900     05  PRM-DESDE            PIC 9(08).
000910
000920*    ONE RECORD PER HIRE OR TERMINATION SEEN ON THE AUDIT TRAIL.
000930*    THE KEY IS TYPE + E-ID + EFFECTIVE DATE, SO THE ALTA FROM
000940*    THE LOAD AND THE ONBOAR FROM THE CHECKLIST FOR THE SAME
000950*    HIRE ARE ONE EVENT.
000960 FD  AFILIACION-EVENTOS.
000970 01  AFE-REGISTRO.
000980     05  AFE-TIPO             PIC X(01).
000990         88  AFE-ALTA         VALUE "A".
001000         88  AFE-BAJA         VALUE "B".
001010     05  AFE-E-ID             PIC X(50).
001020     05  AFE-FECHA-EFECTO     PIC 9(08).
001030     05  AFE-FECHA-AUD        PIC 9(08).
001040     05  AFE-OPERADOR         PIC X(08).
001050     05  AFE-NOMBRE           PIC X(50).
001060     05  AFE-CONTRATO         PIC X(02).
001070     05  AFE-FECHA-FIN        PIC 9(08).
001080     05  AFE-PUESTO           PIC X(06).
001090     05  AFE-CATEGORIA        PIC X(04).
001100     05  AFE-MOTIVO           PIC X(02).
001110     05  AFE-ESTADO           PIC X(01).
001120         88  AFE-PENDIENTE    VALUE "P".
001130         88  AFE-ENVIADO      VALUE "E".
001140         88  AFE-ACUSADO      VALUE "A".
001150     05  AFE-FECHA-ENVIO      PIC 9(08).
001160     05  AFE-FECHA-ACUSE      PIC 9(08).
001170     05  AFE-REFERENCIA       PIC X(20).
001180
001190 FD  AFILIACION-ACUSES.
001200 01  ACK-REGISTRO.
001210     05  ACK-TIPO             PIC X(01).
001220     05  ACK-E-ID             PIC X(50).
001230     05  ACK-FECHA-EFECTO     PIC 9(08).
001240     05  ACK-FECHA            PIC 9(08).
001250     05  ACK-REFERENCIA       PIC X(20).
001260
001270 FD  AFILIACION-ENVIO.
001280 01  AFI-REGISTRO.
001290     05  AFI-ACCION           PIC X(02).
001300     05  AFI-REGIMEN          PIC X(04).
001310     05  AFI-CCC              PIC X(11).
001320     05  AFI-NAF              PIC X(12).
001330     05  AFI-TIPO-DOC         PIC X(01).
001340     05  AFI-DOCUMENTO        PIC X(09).
001350     05  AFI-NOMBRE           PIC X(50).
001360     05  AFI-FECHA-REAL       PIC 9(08).
001370     05  AFI-CONTRATO         PIC X(02).
001380     05  AFI-FECHA-FIN        PIC 9(08).
001390     05  AFI-CATEGORIA        PIC X(04).
001400     05  AFI-CAUSA-BAJA       PIC X(02).
001410     05  AFI-NIF-EMPRESA      PIC X(09).
001420     05  AFI-FECHA-ENVIO      PIC 9(08).
001430     05  FILLER               PIC X(70).
001440
001450 FD  CONTRATO-ENVIO.
001460 01  CTR-REGISTRO.
001470     05  CTR-NIF-EMPRESA      PIC X(09).
001480     05  CTR-REGIMEN          PIC X(04).
001490     05  CTR-CCC              PIC X(11).
001500     05  CTR-TIPO-DOC         PIC X(01).
001510     05  CTR-DOCUMENTO        PIC X(09).
001520     05  CTR-NAF              PIC X(12).
001530     05  CTR-NOMBRE           PIC X(50).
001540     05  CTR-CONTRATO         PIC X(02).
001550     05  CTR-FECHA-INICIO     PIC 9(08).
001560     05  CTR-FECHA-FIN        PIC 9(08).
001570     05  CTR-OCUPACION        PIC X(06).
001580     05  CTR-CATEGORIA        PIC X(04).
001590     05  CTR-FECHA-ENVIO      PIC 9(08).
001600     05  FILLER               PIC X(68).
001610
001620 FD  EMPAFIL-REPORTE.
001630 01  RPT-LINEA                PIC X(132).
001640
001650 FD  EMPAFIL-IMPRESORA.
001660 01  LINEA-IMPRESORA          PIC X(132).
001670
001680 WORKING-STORAGE SECTION.
001690 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
001700 01  PRM-FILE-STATUS          PIC XX VALUE SPACES.
001710 01  AFE-FILE-STATUS          PIC XX VALUE SPACES.
001720 01  ACK-FILE-STATUS          PIC XX VALUE SPACES.
001730 01  AFI-FILE-STATUS          PIC XX VALUE SPACES.
001740 01  CTR-FILE-STATUS          PIC XX VALUE SPACES.
001750 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001760 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
001770
001780 01  AUD-EOF-SW               PIC X VALUE "N".
001790     88  AUD-EOF              VALUE "Y".
001800 01  AFE-EOF-SW               PIC X VALUE "N".
001810     88  AFE-EOF              VALUE "Y".
001820 01  ACK-EOF-SW               PIC X VALUE "N".
001830     88  ACK-EOF              VALUE "Y".
001840
001850 01  AF-DESTINO               PIC X(01) VALUE "F".
001860     88  AF-DESTINO-IMPRESORA VALUE "P".
001870 01  AF-BANNER                PIC X(80) VALUE SPACES.
001880 01  AF-HOY                   PIC 9(08) VALUE ZERO.
001890 01  AF-DESDE-ENTRADA         PIC X(08) VALUE SPACES.
001900
001910 01  AF-EMPRESA.
001920     05  AF-NIF               PIC X(09) VALUE SPACES.
001930     05  AF-RAZON             PIC X(40) VALUE SPACES.
001940     05  AF-REGIMEN           PIC X(04) VALUE "0111".
001950     05  AF-CCC               PIC X(11) VALUE SPACES.
001960     05  AF-DESDE             PIC 9(08) VALUE ZERO.
001970
001980*    EMPAFIE.DAT IN MEMORY, REWRITTEN WHOLE AT THE END OF THE
001990*    RUN.  THE ENTRY LAYOUT IS AFE-REGISTRO'S.
002000 01  AF-TABLA.
002010     05  AF-MAX               PIC 9(4) VALUE 0.
002020     05  AF-ENTRADA OCCURS 2000 TIMES.
002030         10  AF-T-TIPO        PIC X(01).
002040             88  AF-T-ALTA    VALUE "A".
002050         10  AF-T-E-ID        PIC X(50).
002060         10  AF-T-EFECTO      PIC 9(08).
002070         10  AF-T-FECHA-AUD   PIC 9(08).
002080         10  AF-T-OPERADOR    PIC X(08).
002090         10  AF-T-NOMBRE      PIC X(50).
002100         10  AF-T-CONTRATO    PIC X(02).
002110         10  AF-T-FECHA-FIN   PIC 9(08).
002120         10  AF-T-PUESTO      PIC X(06).
002130         10  AF-T-CATEGORIA   PIC X(04).
002140         10  AF-T-MOTIVO      PIC X(02).
002150         10  AF-T-ESTADO      PIC X(01).
002160             88  AF-T-PENDIENTE VALUE "P".
002170             88  AF-T-ENVIADO VALUE "E".
002180             88  AF-T-ACUSADO VALUE "A".
002190         10  AF-T-ENVIO       PIC 9(08).
002200         10  AF-T-ACUSE       PIC 9(08).
002210         10  AF-T-REFERENCIA  PIC X(20).
002220         10  AF-T-HOY-SW      PIC X(01).
002230             88  AF-T-HOY     VALUE "Y".
002240 01  AF-IDX                   PIC 9(4) VALUE 0.
002250 01  AF-HALLADO               PIC 9(4) VALUE 0.
002260 01  AF-LLENA-SW              PIC X VALUE "N".
002270     88  AF-LLENA             VALUE "Y".
002280
002290 01  AF-NUEVO-TIPO            PIC X(01) VALUE SPACES.
002300 01  AF-NUEVO-EFECTO          PIC 9(08) VALUE ZERO.
002310 01  AF-NUEVO-E-ID            PIC X(50) VALUE SPACES.
002320
002330 01  AF-IDN-ACCION            PIC X(08) VALUE SPACES.
002340 01  AF-IDN-RESULTADO-SW      PIC X VALUE "N".
002350     COPY EMPIDEN.
002360 01  AF-TIPO-DOC              PIC X(01) VALUE SPACES.
002370
002380 01  AF-FECHA-TRABAJO         PIC 9(08) VALUE ZERO.
002390 01  AF-SER-ANIO              PIC 9(4) VALUE 0.
002400 01  AF-SER-MES               PIC 9(2) VALUE 0.
002410 01  AF-SER-DIA               PIC 9(2) VALUE 0.
002420 01  AF-SER-FECHA             PIC 9(7) VALUE 0.
002430 01  AF-SER-EFECTO            PIC 9(7) VALUE 0.
002440 01  AF-SER-HOY               PIC 9(7) VALUE 0.
002450 01  AF-DIAS                  PIC S9(5) VALUE 0.
002460
002470 01  AF-NUEVOS                PIC 9(5) VALUE 0.
002480 01  AF-ALTAS-ENVIADAS        PIC 9(5) VALUE 0.
002490 01  AF-BAJAS-ENVIADAS        PIC 9(5) VALUE 0.
002500 01  AF-RETENIDOS             PIC 9(5) VALUE 0.
002510 01  AF-ACUSES                PIC 9(5) VALUE 0.
002520 01  AF-ACUSES-HUERFANOS      PIC 9(5) VALUE 0.
002530 01  AF-SIN-ACUSE             PIC 9(5) VALUE 0.
002540 01  AF-FUERA-PLAZO           PIC 9(5) VALUE 0.
002550 01  AF-CONTADOR-EDIT         PIC ZZ,ZZ9.
002560 01  AF-DIAS-EDIT             PIC ZZ,ZZ9.
002570
002580 01  AF-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
002590 01  AF-SPL-OPERADOR          PIC X(08) VALUE SPACES.
002600 01  AF-SPL-NIVEL             PIC X(01) VALUE SPACES.
002610 01  AF-LOG-PROGRAMA          PIC X(08) VALUE "EMPAFIL".
002620 01  AF-LOG-EVENTO            PIC X(06) VALUE SPACES.
002630 01  AF-LOG-CONTADOR          PIC 9(07) VALUE 0.
002640 01  AF-LOG-RETORNO           PIC 9(04) VALUE 0.
002650
002660 PROCEDURE DIVISION.
002670
002680 0000-MAINLINE.
002690     MOVE "INICIO" TO AF-LOG-EVENTO
002700     CALL "RUNLOG" USING AF-LOG-PROGRAMA, AF-LOG-EVENTO,
002710         AF-LOG-CONTADOR, AF-LOG-RETORNO
002720     PERFORM 1000-INITIALIZE
002730     PERFORM 2000-CARGAR-EVENTOS
002740     PERFORM 2500-APLICAR-ACUSES
002750     PERFORM 3000-DETECTAR-EVENTOS
002760     PERFORM 4000-ESCRIBIR-COMUNICACIONES
002770     PERFORM 4800-REGRABAR-EVENTOS
002780     PERFORM 5000-LISTADO-CONTROL
002790     IF AF-FUERA-PLAZO > ZERO
002800         DISPLAY "EMPAFIL: " AF-FUERA-PLAZO " ALTAS/BAJAS FUERA"
002810             " DEL PLAZO DE 3 DIAS (VER EMPAFIL.RPT)"
002820         MOVE 4 TO RETURN-CODE
002830     END-IF
002840     MOVE "FIN" TO AF-LOG-EVENTO
002850     COMPUTE AF-LOG-CONTADOR = AF-ALTAS-ENVIADAS
002860         + AF-BAJAS-ENVIADAS
002870     MOVE RETURN-CODE TO AF-LOG-RETORNO
002880     CALL "RUNLOG" USING AF-LOG-PROGRAMA, AF-LOG-EVENTO,
002890         AF-LOG-CONTADOR, AF-LOG-RETORNO
002900     MOVE AF-LOG-RETORNO TO RETURN-CODE
002910     PERFORM 9999-EXIT.
002920
002930*----------------------------------------------------------------
002940* 1000-INITIALIZE - LOAD THE EMPLOYER DATA.  WITHOUT EMPAFIL.PRM
002950*                   THE NIF, CCC AND STARTING DATE ARE ASKED AT
002960*                   THE TERMINAL, THE WAY EMPFISC ASKS FOR ITS
002970*                   DECLARANT.  AUDIT ENTRIES BEFORE THE STARTING
002980*                   DATE ARE NEVER COMMUNICATED, SO THE FIRST RUN
002990*                   DOES NOT RESEND EVERY HIRE ON THE TRAIL.
003000*----------------------------------------------------------------
003010 1000-INITIALIZE.
003020     MOVE FUNCTION CURRENT-DATE(1:8) TO AF-HOY
003030     OPEN INPUT AFILIACION-PARM
003040     IF PRM-FILE-STATUS = "00"
003050         READ AFILIACION-PARM
003060             NOT AT END
003070                 MOVE PRM-NIF     TO AF-NIF
003080                 MOVE PRM-RAZON   TO AF-RAZON
003090                 MOVE PRM-REGIMEN TO AF-REGIMEN
003100                 MOVE PRM-CCC     TO AF-CCC
003110                 MOVE PRM-DESDE   TO AF-DESDE
003120         END-READ
003130     END-IF
003140     IF PRM-FILE-STATUS = "00" OR PRM-FILE-STATUS = "05"
003150             OR PRM-FILE-STATUS = "10"
003160         CLOSE AFILIACION-PARM
003170     END-IF
003180     IF AF-NIF = SPACES
003190         DISPLAY "NIF DE LA EMPRESA: "
003200         ACCEPT AF-NIF
003210         DISPLAY "CODIGO CUENTA DE COTIZACION (11 DIGITOS): "
003220         ACCEPT AF-CCC
003230     END-IF
003240     IF AF-REGIMEN = SPACES
003250         MOVE "0111" TO AF-REGIMEN
003260     END-IF
003270     IF AF-DESDE = ZERO
003280         DISPLAY "COMUNICAR MOVIMIENTOS DESDE YYYYMMDD (ENTER ="
003290             " HOY): "
003300         ACCEPT AF-DESDE-ENTRADA
003310         IF AF-DESDE-ENTRADA IS NUMERIC
003320             MOVE AF-DESDE-ENTRADA TO AF-DESDE
003330         ELSE
003340             MOVE AF-HOY TO AF-DESDE
003350         END-IF
003360     END-IF
003370     CALL "OPERSES" USING AF-SPL-OPERADOR, AF-SPL-NIVEL.
003380
003390*----------------------------------------------------------------
003400* 2000-CARGAR-EVENTOS - EMPAFIE.DAT INTO THE TABLE.  A REGISTER
003410*                       THAT DOES NOT FIT IS NEVER WRITTEN BACK
003420*                       SHORT.
003430*----------------------------------------------------------------
003440 2000-CARGAR-EVENTOS.
003450     MOVE ZERO TO AF-MAX
003460     MOVE "N" TO AFE-EOF-SW
003470     OPEN INPUT AFILIACION-EVENTOS
003480     IF AFE-FILE-STATUS = "00"
003490         PERFORM 2100-LEER-EVENTO
003500         PERFORM 2200-GUARDAR-EVENTO UNTIL AFE-EOF
003510     END-IF
003520     IF AFE-FILE-STATUS = "00" OR AFE-FILE-STATUS = "05"
003530             OR AFE-FILE-STATUS = "10"
003540         CLOSE AFILIACION-EVENTOS
003550     END-IF.
003560
003570 2100-LEER-EVENTO.
003580     READ AFILIACION-EVENTOS
003590         AT END
003600             MOVE "Y" TO AFE-EOF-SW
003610     END-READ.
003620
003630 2200-GUARDAR-EVENTO.
003640     IF AF-MAX < 2000
003650         ADD 1 TO AF-MAX
003660         MOVE AFE-REGISTRO TO AF-ENTRADA (AF-MAX)
003670         MOVE "N" TO AF-T-HOY-SW (AF-MAX)
003680         PERFORM 2100-LEER-EVENTO
003690     ELSE
003700         DISPLAY "EMPAFIL: MAS DE 2000 EVENTOS EN EMPAFIE.DAT -"
003710             " NO SE GRABAN CAMBIOS"
003720         MOVE "Y" TO AF-LLENA-SW
003730         MOVE "Y" TO AFE-EOF-SW
003740     END-IF.
003750
003760*----------------------------------------------------------------
003770* 2500-APLICAR-ACUSES - EVERY PORTAL RECEIPT KEYED INTO
003780*                       EMPAFIA.DAT MARKS ITS EVENT ACKNOWLEDGED.
003790*                       A RECEIPT ALREADY APPLIED ON AN EARLIER
003800*                       RUN IS HARMLESS; ONE WITH NO EVENT IS
003810*                       COUNTED.
003820*----------------------------------------------------------------
003830 2500-APLICAR-ACUSES.
003840     MOVE "N" TO ACK-EOF-SW
003850     OPEN INPUT AFILIACION-ACUSES
003860     IF ACK-FILE-STATUS = "00"
003870         PERFORM 2510-LEER-ACUSE
003880         PERFORM 2520-ANOTAR-ACUSE UNTIL ACK-EOF
003890     END-IF
003900     IF ACK-FILE-STATUS = "00" OR ACK-FILE-STATUS = "05"
003910             OR ACK-FILE-STATUS = "10"
003920         CLOSE AFILIACION-ACUSES
003930     END-IF.
003940
003950 2510-LEER-ACUSE.
003960     READ AFILIACION-ACUSES
003970         AT END
003980             MOVE "Y" TO ACK-EOF-SW
003990     END-READ.
004000
004010 2520-ANOTAR-ACUSE.
004020     MOVE ACK-TIPO TO AF-NUEVO-TIPO
004030     MOVE ACK-FECHA-EFECTO TO AF-NUEVO-EFECTO
004040     MOVE ACK-E-ID TO AF-NUEVO-E-ID
004050     PERFORM 3500-BUSCAR-EVENTO
004060     IF AF-HALLADO = 0
004070         ADD 1 TO AF-ACUSES-HUERFANOS
004080         DISPLAY "EMPAFIL: ACUSE SIN EVENTO " ACK-TIPO " "
004090             FUNCTION TRIM(ACK-E-ID) " " ACK-FECHA-EFECTO
004100     ELSE
004110         IF NOT AF-T-ACUSADO (AF-HALLADO)
004120             MOVE "A" TO AF-T-ESTADO (AF-HALLADO)
004130             MOVE ACK-FECHA TO AF-T-ACUSE (AF-HALLADO)
004140             MOVE ACK-REFERENCIA TO AF-T-REFERENCIA (AF-HALLADO)
004150             IF AF-T-ENVIO (AF-HALLADO) = ZERO
004160                 MOVE ACK-FECHA TO AF-T-ENVIO (AF-HALLADO)
004170             END-IF
004180             ADD 1 TO AF-ACUSES
004190         END-IF
004200     END-IF
004210     PERFORM 2510-LEER-ACUSE.
004220
004230*----------------------------------------------------------------
004240* 3000-DETECTAR-EVENTOS - ONE PASS OF THE AUDIT TRAIL.  A HIRE IS
004250*                         AN ALTA, ONBOAR OR REINGR ENTRY; A
004260*                         TERMINATION IS ANY ENTRY THAT TAKES
004270*                         E-STATUS TO "I" FROM ANYTHING ELSE,
004280*                         EXCEPT EMPMAINT'S PHYSICAL DELETE
004290*                         (BAJA), WHICH REMOVES A RECORD KEYED IN
004300*                         ERROR.
004310*----------------------------------------------------------------
004320 3000-DETECTAR-EVENTOS.
004330     MOVE "N" TO AUD-EOF-SW
004340     OPEN INPUT EMPLEADOS-AUDITORIA
004350     IF AUD-FILE-STATUS = "00"
004360         PERFORM 3100-LEER-AUDITORIA
004370         PERFORM 3200-EXAMINAR-AUDITORIA UNTIL AUD-EOF
004380     END-IF
004390     IF AUD-FILE-STATUS = "00" OR AUD-FILE-STATUS = "05"
004400             OR AUD-FILE-STATUS = "10"
004410         CLOSE EMPLEADOS-AUDITORIA
004420     END-IF.
004430
004440 3100-LEER-AUDITORIA.
004450     READ EMPLEADOS-AUDITORIA
004460         AT END
004470             MOVE "Y" TO AUD-EOF-SW
004480     END-READ.
004490
004500 3200-EXAMINAR-AUDITORIA.
004510     MOVE SPACES TO AF-NUEVO-TIPO
004520     IF AUD-FECHA >= AF-DESDE
004530         IF AUD-ACCION = "ALTA" OR AUD-ACCION = "ONBOAR"
004540                 OR AUD-ACCION = "REINGR"
004550             MOVE "A" TO AF-NUEVO-TIPO
004560             MOVE AUD-D-FECHA-INGRESO TO AF-NUEVO-EFECTO
004570         ELSE
004580             IF AUD-ACCION NOT = "BAJA" AND AUD-D-STATUS = "I"
004590                     AND AUD-A-STATUS NOT = "I"
004600                 MOVE "B" TO AF-NUEVO-TIPO
004610                 MOVE AUD-D-FECHA-BAJA TO AF-NUEVO-EFECTO
004620             END-IF
004630         END-IF
004640     END-IF
004650     IF AF-NUEVO-TIPO NOT = SPACES
004660         IF AF-NUEVO-EFECTO = ZERO
004670             MOVE AUD-FECHA TO AF-NUEVO-EFECTO
004680         END-IF
004690         MOVE AUD-E-ID TO AF-NUEVO-E-ID
004700         PERFORM 3500-BUSCAR-EVENTO
004710         IF AF-HALLADO = 0
004720             PERFORM 3300-NUEVO-EVENTO
004730         END-IF
004740     END-IF
004750     PERFORM 3100-LEER-AUDITORIA.
004760
004770 3300-NUEVO-EVENTO.
004780     IF AF-MAX < 2000
004790         ADD 1 TO AF-MAX
004800         INITIALIZE AF-ENTRADA (AF-MAX)
004810         MOVE AF-NUEVO-TIPO       TO AF-T-TIPO (AF-MAX)
004820         MOVE AUD-E-ID            TO AF-T-E-ID (AF-MAX)
004830         MOVE AF-NUEVO-EFECTO     TO AF-T-EFECTO (AF-MAX)
004840         MOVE AUD-FECHA           TO AF-T-FECHA-AUD (AF-MAX)
004850         MOVE AUD-OPERADOR        TO AF-T-OPERADOR (AF-MAX)
004860         MOVE AUD-D-NOMBRE        TO AF-T-NOMBRE (AF-MAX)
004870         MOVE AUD-D-CONTRATO      TO AF-T-CONTRATO (AF-MAX)
004880         MOVE AUD-D-FECHA-FIN-CONTRATO
004890             TO AF-T-FECHA-FIN (AF-MAX)
004900         MOVE AUD-D-PUESTO        TO AF-T-PUESTO (AF-MAX)
004910         MOVE AUD-D-CATEGORIA     TO AF-T-CATEGORIA (AF-MAX)
004920         MOVE AUD-D-MOTIVO-BAJA   TO AF-T-MOTIVO (AF-MAX)
004930         IF AF-T-NOMBRE (AF-MAX) = SPACES
004940             MOVE AUD-A-NOMBRE    TO AF-T-NOMBRE (AF-MAX)
004950         END-IF
004960         MOVE "P"                 TO AF-T-ESTADO (AF-MAX)
004970         MOVE "N"                 TO AF-T-HOY-SW (AF-MAX)
004980         ADD 1 TO AF-NUEVOS
004990     ELSE
005000         DISPLAY "EMPAFIL: REGISTRO DE EVENTOS LLENO - "
005010             FUNCTION TRIM(AUD-E-ID) " SIN COMUNICAR"
005020     END-IF.
005030
005040 3500-BUSCAR-EVENTO.
005050     MOVE 0 TO AF-HALLADO
005060     PERFORM 3510-COMPARAR-EVENTO
005070         VARYING AF-IDX FROM 1 BY 1
005080         UNTIL AF-IDX > AF-MAX OR AF-HALLADO > 0.
005090
005100 3510-COMPARAR-EVENTO.
005110     IF AF-T-TIPO (AF-IDX) = AF-NUEVO-TIPO
005120             AND AF-T-E-ID (AF-IDX) = AF-NUEVO-E-ID
005130             AND AF-T-EFECTO (AF-IDX) = AF-NUEVO-EFECTO
005140         MOVE AF-IDX TO AF-HALLADO
005150     END-IF.
005160
005170*----------------------------------------------------------------
005180* 4000-ESCRIBIR-COMUNICACIONES - EVERY PENDING EVENT GOES OUT IN
005190*                                THIS RUN'S FILES AND IS MARKED
005200*                                SENT, UNLESS THE EMPLOYEE HAS NO
005210*                                NIF OR NAF ON THE REGISTER YET.
005220*----------------------------------------------------------------
005230 4000-ESCRIBIR-COMUNICACIONES.
005240     OPEN OUTPUT AFILIACION-ENVIO
005250     OPEN OUTPUT CONTRATO-ENVIO
005260     PERFORM 4100-COMUNICAR-EVENTO
005270         VARYING AF-IDX FROM 1 BY 1
005280         UNTIL AF-IDX > AF-MAX
005290     CLOSE AFILIACION-ENVIO
005300     CLOSE CONTRATO-ENVIO.
005310
005320 4100-COMUNICAR-EVENTO.
005330     IF AF-T-PENDIENTE (AF-IDX)
005340         MOVE AF-T-E-ID (AF-IDX) TO IDN-E-ID
005350         MOVE "LEER" TO AF-IDN-ACCION
005360         CALL "IDENREG" USING AF-IDN-ACCION, EMPIDEN-REGISTRO,
005370             AF-IDN-RESULTADO-SW
005380         IF IDN-NIF = SPACES OR IDN-NAF = SPACES
005390             ADD 1 TO AF-RETENIDOS
005400         ELSE
005410             IF IDN-NIF(1:1) = "X" OR IDN-NIF(1:1) = "Y"
005420                     OR IDN-NIF(1:1) = "Z"
005430                 MOVE "6" TO AF-TIPO-DOC
005440             ELSE
005450                 MOVE "1" TO AF-TIPO-DOC
005460             END-IF
005470             PERFORM 4200-ESCRIBIR-AFILIACION
005480             IF AF-T-ALTA (AF-IDX)
005490                 PERFORM 4300-ESCRIBIR-CONTRATO
005500                 ADD 1 TO AF-ALTAS-ENVIADAS
005510             ELSE
005520                 ADD 1 TO AF-BAJAS-ENVIADAS
005530             END-IF
005540             MOVE "E" TO AF-T-ESTADO (AF-IDX)
005550             MOVE AF-HOY TO AF-T-ENVIO (AF-IDX)
005560             MOVE "Y" TO AF-T-HOY-SW (AF-IDX)
005570         END-IF
005580     END-IF.
005590
005600 4200-ESCRIBIR-AFILIACION.
005610     MOVE SPACES TO AFI-REGISTRO
005620     IF AF-T-ALTA (AF-IDX)
005630         MOVE "MA" TO AFI-ACCION
005640     ELSE
005650         MOVE "MB" TO AFI-ACCION
005660         MOVE AF-T-MOTIVO (AF-IDX) TO AFI-CAUSA-BAJA
005670     END-IF
005680     MOVE AF-REGIMEN               TO AFI-REGIMEN
005690     MOVE AF-CCC                   TO AFI-CCC
005700     MOVE IDN-NAF                  TO AFI-NAF
005710     MOVE AF-TIPO-DOC              TO AFI-TIPO-DOC
005720     MOVE IDN-NIF                  TO AFI-DOCUMENTO
005730     MOVE AF-T-NOMBRE (AF-IDX)     TO AFI-NOMBRE
005740     MOVE AF-T-EFECTO (AF-IDX)     TO AFI-FECHA-REAL
005750     MOVE AF-T-CONTRATO (AF-IDX)   TO AFI-CONTRATO
005760     MOVE AF-T-FECHA-FIN (AF-IDX)  TO AFI-FECHA-FIN
005770     MOVE AF-T-CATEGORIA (AF-IDX)  TO AFI-CATEGORIA
005780     MOVE AF-NIF                   TO AFI-NIF-EMPRESA
005790     MOVE AF-HOY                   TO AFI-FECHA-ENVIO
005800     WRITE AFI-REGISTRO.
005810
005820 4300-ESCRIBIR-CONTRATO.
005830     MOVE SPACES TO CTR-REGISTRO
005840     MOVE AF-NIF                   TO CTR-NIF-EMPRESA
005850     MOVE AF-REGIMEN               TO CTR-REGIMEN
005860     MOVE AF-CCC                   TO CTR-CCC
005870     MOVE AF-TIPO-DOC              TO CTR-TIPO-DOC
005880     MOVE IDN-NIF                  TO CTR-DOCUMENTO
005890     MOVE IDN-NAF                  TO CTR-NAF
005900     MOVE AF-T-NOMBRE (AF-IDX)     TO CTR-NOMBRE
005910     MOVE AF-T-CONTRATO (AF-IDX)   TO CTR-CONTRATO
005920     MOVE AF-T-EFECTO (AF-IDX)     TO CTR-FECHA-INICIO
005930     MOVE AF-T-FECHA-FIN (AF-IDX)  TO CTR-FECHA-FIN
005940     MOVE AF-T-PUESTO (AF-IDX)     TO CTR-OCUPACION
005950     MOVE AF-T-CATEGORIA (AF-IDX)  TO CTR-CATEGORIA
005960     MOVE AF-HOY                   TO CTR-FECHA-ENVIO
005970     WRITE CTR-REGISTRO.
005980
005990 4800-REGRABAR-EVENTOS.
006000     IF NOT AF-LLENA
006010         OPEN OUTPUT AFILIACION-EVENTOS
006020         PERFORM 4810-ESCRIBIR-EVENTO
006030             VARYING AF-IDX FROM 1 BY 1
006040             UNTIL AF-IDX > AF-MAX
006050         CLOSE AFILIACION-EVENTOS
006060         IF AFE-FILE-STATUS NOT = "00"
006070             DISPLAY "EMPAFIL: ERROR AL GRABAR EMPAFIE.DAT, "
006080                 "ESTADO: " AFE-FILE-STATUS
006090             MOVE 8 TO RETURN-CODE
006100         END-IF
006110     END-IF.
006120
006130 4810-ESCRIBIR-EVENTO.
006140     MOVE AF-ENTRADA (AF-IDX) TO AFE-REGISTRO
006150     WRITE AFE-REGISTRO.
006160
006170*----------------------------------------------------------------
006180* 5000-LISTADO-CONTROL - WHAT WENT OUT TODAY, WHAT IS STILL
006190*                        WAITING FOR A RECEIPT, AND EVERY EVENT
006200*                        OUTSIDE THE THREE-DAY LIMIT: STILL NOT
006210*                        SENT THREE DAYS AFTER ITS EFFECTIVE DATE,
006220*                        OR SENT TODAY LATER THAN THAT.
006230*----------------------------------------------------------------
006240 5000-LISTADO-CONTROL.
006250     CALL "RPTROUTE" USING AF-DESTINO
006260     IF AF-DESTINO-IMPRESORA
006270         OPEN OUTPUT EMPAFIL-IMPRESORA
006280         DISPLAY "EMPAFIL: SALIDA A EMPAFIL.PRN (IMPRESORA)"
006290     ELSE
006300         OPEN OUTPUT EMPAFIL-REPORTE
006310     END-IF
006320     CALL "RPTBANNER" USING AF-BANNER
006330     MOVE AF-BANNER TO RPT-LINEA
006340     PERFORM 6900-ESCRIBIR-LINEA
006350     MOVE SPACES TO RPT-LINEA
006360     STRING "AFILIACION Y COMUNICACION DE CONTRATOS - " AF-HOY
006370         "   EMPRESA " AF-NIF " CCC " AF-REGIMEN "-" AF-CCC
006380         DELIMITED BY SIZE INTO RPT-LINEA
006390     PERFORM 6900-ESCRIBIR-LINEA
006400     MOVE SPACES TO RPT-LINEA
006410     PERFORM 6900-ESCRIBIR-LINEA
006420     MOVE AF-NUEVOS TO AF-CONTADOR-EDIT
006430     MOVE SPACES TO RPT-LINEA
006440     STRING "MOVIMIENTOS NUEVOS EN LA AUDITORIA : "
006450         AF-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006460     PERFORM 6900-ESCRIBIR-LINEA
006470     MOVE AF-ALTAS-ENVIADAS TO AF-CONTADOR-EDIT
006480     MOVE SPACES TO RPT-LINEA
006490     STRING "ALTAS COMUNICADAS (AFILIA+CONTRATA): "
006500         AF-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006510     PERFORM 6900-ESCRIBIR-LINEA
006520     MOVE AF-BAJAS-ENVIADAS TO AF-CONTADOR-EDIT
006530     MOVE SPACES TO RPT-LINEA
006540     STRING "BAJAS COMUNICADAS (AFILIA)         : "
006550         AF-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006560     PERFORM 6900-ESCRIBIR-LINEA
006570     MOVE AF-RETENIDOS TO AF-CONTADOR-EDIT
006580     MOVE SPACES TO RPT-LINEA
006590     STRING "RETENIDOS SIN NIF/NAF EN EMPIDEN   : "
006600         AF-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006610     PERFORM 6900-ESCRIBIR-LINEA
006620     MOVE AF-ACUSES TO AF-CONTADOR-EDIT
006630     MOVE SPACES TO RPT-LINEA
006640     STRING "ACUSES APLICADOS                   : "
006650         AF-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006660     PERFORM 6900-ESCRIBIR-LINEA
006670     MOVE AF-ACUSES-HUERFANOS TO AF-CONTADOR-EDIT
006680     MOVE SPACES TO RPT-LINEA
006690     STRING "ACUSES SIN EVENTO                  : "
006700         AF-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006710     PERFORM 6900-ESCRIBIR-LINEA
006720     MOVE SPACES TO RPT-LINEA
006730     PERFORM 6900-ESCRIBIR-LINEA
006740     MOVE "TIPO E-ID                       EFECTO   ENVIO    DIAS"
006750         TO RPT-LINEA
006760     PERFORM 6900-ESCRIBIR-LINEA
006770     MOVE AF-HOY TO AF-FECHA-TRABAJO
006780     PERFORM 7300-FECHA-A-SERIE
006790     MOVE AF-SER-FECHA TO AF-SER-HOY
006800     PERFORM 5100-LINEA-EVENTO
006810         VARYING AF-IDX FROM 1 BY 1
006820         UNTIL AF-IDX > AF-MAX
006830     MOVE SPACES TO RPT-LINEA
006840     PERFORM 6900-ESCRIBIR-LINEA
006850     MOVE AF-SIN-ACUSE TO AF-CONTADOR-EDIT
006860     MOVE SPACES TO RPT-LINEA
006870     STRING "ENVIADOS PENDIENTES DE ACUSE       : "
006880         AF-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006890     PERFORM 6900-ESCRIBIR-LINEA
006900     MOVE AF-FUERA-PLAZO TO AF-CONTADOR-EDIT
006910     MOVE SPACES TO RPT-LINEA
006920     STRING "FUERA DEL PLAZO LEGAL DE 3 DIAS    : "
006930         AF-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006940     PERFORM 6900-ESCRIBIR-LINEA
006950     IF AF-DESTINO-IMPRESORA
006960         CLOSE EMPAFIL-IMPRESORA
006970     ELSE
006980         CLOSE EMPAFIL-REPORTE
006990         MOVE "EMPAFIL.RPT" TO AF-ARCHIVO-SPOOL
007000         CALL "SPOOLCAT" USING AF-LOG-PROGRAMA,
007010             AF-ARCHIVO-SPOOL, AF-SPL-OPERADOR
007020     END-IF.
007030
007040*    AN EVENT GETS A LINE WHEN IT WAS SENT TODAY, IS STILL
007050*    PENDING, OR WAS SENT AND HAS NO RECEIPT YET.  THE DAYS ARE
007060*    COUNTED FROM THE EFFECTIVE DATE TO THE SENDING DATE (TODAY
007070*    FOR ONE NOT YET SENT).
007080 5100-LINEA-EVENTO.
007090     IF AF-T-HOY (AF-IDX) OR AF-T-PENDIENTE (AF-IDX)
007100             OR AF-T-ENVIADO (AF-IDX)
007110         MOVE AF-T-EFECTO (AF-IDX) TO AF-FECHA-TRABAJO
007120         PERFORM 7300-FECHA-A-SERIE
007130         MOVE AF-SER-FECHA TO AF-SER-EFECTO
007140         IF AF-T-PENDIENTE (AF-IDX)
007150             COMPUTE AF-DIAS = AF-SER-HOY - AF-SER-EFECTO
007160         ELSE
007170             MOVE AF-T-ENVIO (AF-IDX) TO AF-FECHA-TRABAJO
007180             PERFORM 7300-FECHA-A-SERIE
007190             COMPUTE AF-DIAS = AF-SER-FECHA - AF-SER-EFECTO
007200         END-IF
007210         IF AF-DIAS < ZERO
007220             MOVE ZERO TO AF-DIAS
007230         END-IF
007240         MOVE AF-DIAS TO AF-DIAS-EDIT
007250         MOVE SPACES TO RPT-LINEA
007260         STRING AF-T-TIPO (AF-IDX) "    "
007270             AF-T-E-ID (AF-IDX) (1:30)
007280             " " AF-T-EFECTO (AF-IDX) " " AF-T-ENVIO (AF-IDX)
007290             " " AF-DIAS-EDIT
007300             DELIMITED BY SIZE INTO RPT-LINEA
007310         EVALUATE TRUE
007320             WHEN AF-T-PENDIENTE (AF-IDX)
007330                 MOVE "RETENIDO - FALTA NIF/NAF"
007340                     TO RPT-LINEA(67:30)
007350             WHEN AF-T-ENVIADO (AF-IDX) AND NOT AF-T-HOY (AF-IDX)
007360                 MOVE "SIN ACUSE" TO RPT-LINEA(67:30)
007370                 ADD 1 TO AF-SIN-ACUSE
007380             WHEN OTHER
007390                 MOVE "ENVIADO HOY" TO RPT-LINEA(67:30)
007400         END-EVALUATE
007410         IF AF-DIAS > 3 AND (AF-T-PENDIENTE (AF-IDX)
007420                 OR AF-T-HOY (AF-IDX))
007430             MOVE "<-- FUERA DE PLAZO" TO RPT-LINEA(97:20)
007440             ADD 1 TO AF-FUERA-PLAZO
007450         END-IF
007460         PERFORM 6900-ESCRIBIR-LINEA
007470     END-IF.
007480
007490*----------------------------------------------------------------
007500* 6900-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
007510*                       RPTROUTE SELECTED.
007520*----------------------------------------------------------------
007530 6900-ESCRIBIR-LINEA.
007540     IF AF-DESTINO-IMPRESORA
007550         MOVE RPT-LINEA TO LINEA-IMPRESORA
007560         WRITE LINEA-IMPRESORA
007570     ELSE
007580         WRITE RPT-LINEA
007590     END-IF.
007600
007610*    THE SAME 360-DAY SERIAL EMPMORN COUNTS ITS WARNING WINDOWS
007620*    WITH, INTO AF-SER-FECHA.
007630 7300-FECHA-A-SERIE.
007640     MOVE AF-FECHA-TRABAJO(1:4) TO AF-SER-ANIO
007650     MOVE AF-FECHA-TRABAJO(5:2) TO AF-SER-MES
007660     MOVE AF-FECHA-TRABAJO(7:2) TO AF-SER-DIA
007670     IF AF-SER-DIA > 30
007680         MOVE 30 TO AF-SER-DIA
007690     END-IF
007700     COMPUTE AF-SER-FECHA = AF-SER-ANIO * 360
007710         + AF-SER-MES * 30 + AF-SER-DIA.
007720
007730 9999-EXIT.
007740     GOBACK.
007750 END PROGRAM EMPAFIL.
