000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       RECRUITMENT REQUISITION AGEING REPORT.  EVERY
000060*                REQUISITION STILL OPEN ON EMPREQ.DAT (SOLICITADA
000070*                OR APROBADA) WITH ITS AGE IN DAYS SINCE IT WAS
000080*                OPENED, THE DAYS IT WAITED FOR APPROVAL AND ITS
000090*                CANDIDATES ON EMPCAND.DAT (TOTAL, STILL IN PLAY,
000100*                WITH AN OFFER); THOSE OPEN LONGER THAN 90 DAYS
000110*                ARE FLAGGED.  THEN EVERY REQUISITION FILLED
000120*                (CUBIERTA) WITH ITS TIME TO APPROVE AND TIME TO
000130*                FILL AND THE E-ID OF THE HIRE.  DAYS ARE COUNTED
000140*                ON THE COMMERCIAL 360-DAY CALENDAR USED BY
000150*                EMPPROB.  TOTALS GIVE THE AVERAGE AGE OF THE OPEN
000160*                ONES AND THE AVERAGE TIME TO FILL.  RETURN-CODE 4
000170*                WHEN ANY OPEN REQUISITION IS PAST THE 90 DAYS.
000180* TECTONICS:     cobc -x -std=ibm -I copybooks EMPREQR.CBL
000190*                OPERSES RPTROUTE RPTBANNER RUNLOG SPOOLCAT
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   ---------- ----  ----------------------------------------
000240*   2026-10-15  RT   ORIGINAL PROGRAM.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. EMPREQR.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     COPY EMPRQSEL.
000330     COPY EMPCNSEL.
000340
000350     SELECT EMPREQR-REPORTE
000360         ASSIGN TO "EMPREQR.RPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS RPT-FILE-STATUS.
000390
000400     SELECT EMPREQR-IMPRESORA
000410         ASSIGN TO "EMPREQR.PRN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS PRN-FILE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  EMPREQ-ARCHIVO.
000480     COPY EMPREQ.
000490
000500 FD  EMPCAN-ARCHIVO.
000510     COPY EMPCAN.
000520
000530 FD  EMPREQR-REPORTE.
000540 01  RPT-LINEA                PIC X(132).
000550
000560 FD  EMPREQR-IMPRESORA.
000570 01  LINEA-IMPRESORA          PIC X(132).
000580
000590 WORKING-STORAGE SECTION.
000600 01  REQ-FILE-STATUS          PIC XX VALUE SPACES.
000610 01  CAN-FILE-STATUS          PIC XX VALUE SPACES.
000620 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000630 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
000640
000650 01  REQ-EOF-SW               PIC X VALUE "N".
000660     88  REQ-EOF              VALUE "Y".
000670 01  CAN-EOF-SW               PIC X VALUE "N".
000680     88  CAN-EOF              VALUE "Y".
000690
000700 01  RR-DESTINO               PIC X(01) VALUE "F".
000710     88  RR-DESTINO-IMPRESORA VALUE "P".
000720 01  RR-BANNER                PIC X(80) VALUE SPACES.
000730 01  RR-HOY                   PIC 9(8) VALUE ZERO.
000740 01  RR-LIMITE-DIAS           PIC 9(3) VALUE 90.
000750
000760*    THE REQUISITIONS, WITH THEIR CANDIDATE COUNTS.
000770 01  RR-REQ-TABLA.
000780     05  RR-REQ-MAX           PIC 9(4) VALUE 0.
000790     05  RR-REQ-ENTRADA OCCURS 2000 TIMES.
000800         10  RR-REQ-NUMERO    PIC 9(06).
000810         10  RR-REQ-PUESTO    PIC X(06).
000820         10  RR-REQ-DEPTO     PIC X(04).
000830         10  RR-REQ-ESTADO    PIC X(01).
000840         10  RR-REQ-APERTURA  PIC 9(08).
000850         10  RR-REQ-APROBACION PIC 9(08).
000860         10  RR-REQ-CIERRE    PIC 9(08).
000870         10  RR-REQ-E-ID      PIC X(50).
000880         10  RR-REQ-CANDIDATOS PIC 9(03).
000890         10  RR-REQ-EN-JUEGO  PIC 9(03).
000900         10  RR-REQ-OFERTAS   PIC 9(03).
000910 01  RR-REQ-IDX               PIC 9(4) VALUE 0.
000920 01  RR-REQ-HALLADO           PIC 9(4) VALUE 0.
000930
000940*    COMMERCIAL (360-DAY) SERIAL OF A YYYYMMDD DATE.
000950 01  RR-FECHA-TRABAJO         PIC 9(8) VALUE ZERO.
000960 01  RR-SER-FECHA             PIC 9(7) VALUE 0.
000970 01  RR-SER-ANIO              PIC 9(4) VALUE 0.
000980 01  RR-SER-MES               PIC 9(2) VALUE 0.
000990 01  RR-SER-DIA               PIC 9(2) VALUE 0.
001000 01  RR-SER-DESDE             PIC 9(7) VALUE 0.
001010 01  RR-SER-HASTA             PIC 9(7) VALUE 0.
001020 01  RR-DIAS                  PIC S9(5) VALUE 0.
001030 01  RR-DIAS-APROBAR          PIC S9(5) VALUE 0.
001040
001050 01  RR-ESTADO-NOMBRE         PIC X(10) VALUE SPACES.
001060 01  RR-TOT-ABIERTAS          PIC 9(05) VALUE 0.
001070 01  RR-TOT-SOLICITADAS       PIC 9(05) VALUE 0.
001080 01  RR-TOT-ANTIGUAS          PIC 9(05) VALUE 0.
001090 01  RR-TOT-CUBIERTAS         PIC 9(05) VALUE 0.
001100 01  RR-TOT-ANULADAS          PIC 9(05) VALUE 0.
001110 01  RR-TOT-CANDIDATOS        PIC 9(05) VALUE 0.
001120 01  RR-TOT-SIN-REQ           PIC 9(05) VALUE 0.
001130 01  RR-SUMA-EDAD             PIC 9(09) VALUE 0.
001140 01  RR-SUMA-COBERTURA        PIC 9(09) VALUE 0.
001150 01  RR-MAX-EDAD              PIC S9(5) VALUE 0.
001160 01  RR-MAX-COBERTURA         PIC S9(5) VALUE 0.
001170 01  RR-MEDIA                 PIC 9(5)V9 VALUE 0.
001180
001190 01  RR-DIAS-EDIT             PIC -ZZZZ9.
001200 01  RR-APROBAR-EDIT          PIC -ZZZZ9.
001210 01  RR-MEDIA-EDIT            PIC ZZ,ZZ9.9.
001220 01  RR-CONTADOR-EDIT         PIC ZZ,ZZ9.
001230 01  RR-CAND-EDIT             PIC ZZ9.
001240 01  RR-JUEGO-EDIT            PIC ZZ9.
001250 01  RR-OFERTA-EDIT           PIC ZZ9.
001260
001270 01  RR-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
001280 01  RR-SPL-OPERADOR          PIC X(08) VALUE SPACES.
001290 01  RR-SPL-NIVEL             PIC X(01) VALUE SPACES.
001300 01  RR-LOG-PROGRAMA          PIC X(08) VALUE "EMPREQR".
001310 01  RR-LOG-EVENTO            PIC X(06) VALUE SPACES.
001320 01  RR-LOG-CONTADOR          PIC 9(07) VALUE 0.
001330 01  RR-LOG-RETORNO           PIC 9(04) VALUE 0.
001340
001350 PROCEDURE DIVISION.
001360
001370 0000-MAINLINE.
001380     MOVE "INICIO" TO RR-LOG-EVENTO
001390     CALL "RUNLOG" USING RR-LOG-PROGRAMA, RR-LOG-EVENTO,
001400         RR-LOG-CONTADOR, RR-LOG-RETORNO
001410     PERFORM 1000-INITIALIZE
001420     PERFORM 2000-CARGAR-REQUISICIONES
001430     PERFORM 2300-CONTAR-CANDIDATOS
001440     PERFORM 5000-ABRIR-LISTADO
001450     PERFORM 3000-LISTAR-ABIERTAS
001460     PERFORM 4000-LISTAR-CUBIERTAS
001470     PERFORM 5900-CERRAR-LISTADO
001480     MOVE ZERO TO RETURN-CODE
001490     IF RR-TOT-ANTIGUAS > ZERO
001500         DISPLAY "EMPREQR: " RR-TOT-ANTIGUAS " REQUISICION(ES)"
001510             " ABIERTA(S) MAS DE " RR-LIMITE-DIAS " DIAS"
001520         MOVE 4 TO RETURN-CODE
001530     END-IF
001540     MOVE "FIN" TO RR-LOG-EVENTO
001550     MOVE RR-REQ-MAX TO RR-LOG-CONTADOR
001560     MOVE RETURN-CODE TO RR-LOG-RETORNO
001570     CALL "RUNLOG" USING RR-LOG-PROGRAMA, RR-LOG-EVENTO,
001580         RR-LOG-CONTADOR, RR-LOG-RETORNO
001590     MOVE RR-LOG-RETORNO TO RETURN-CODE
001600     PERFORM 9999-EXIT.
001610
001620 1000-INITIALIZE.
001630     CALL "OPERSES" USING RR-SPL-OPERADOR, RR-SPL-NIVEL
001640     MOVE FUNCTION CURRENT-DATE(1:8) TO RR-HOY.
001650
001660 2000-CARGAR-REQUISICIONES.
001670     MOVE ZERO TO RR-REQ-MAX
001680     OPEN INPUT EMPREQ-ARCHIVO
001690     IF REQ-FILE-STATUS = "00"
001700         PERFORM 2100-LEER-REQUISICION
001710         PERFORM 2200-GUARDAR-REQUISICION UNTIL REQ-EOF
001720     ELSE
001730         DISPLAY "EMPREQR: NO EXISTE EMPREQ.DAT - NINGUNA"
001740             " REQUISICION REGISTRADA"
001750     END-IF
001760     IF REQ-FILE-STATUS = "00" OR REQ-FILE-STATUS = "05"
001770             OR REQ-FILE-STATUS = "10"
001780         CLOSE EMPREQ-ARCHIVO
001790     END-IF.
001800
001810 2100-LEER-REQUISICION.
001820     READ EMPREQ-ARCHIVO
001830         AT END
001840             MOVE "Y" TO REQ-EOF-SW
001850     END-READ.
001860
001870 2200-GUARDAR-REQUISICION.
001880     IF RR-REQ-MAX < 2000
001890         ADD 1 TO RR-REQ-MAX
001900         MOVE REQ-NUMERO  TO RR-REQ-NUMERO (RR-REQ-MAX)
001910         MOVE REQ-PUESTO  TO RR-REQ-PUESTO (RR-REQ-MAX)
001920         MOVE REQ-DEPTO   TO RR-REQ-DEPTO (RR-REQ-MAX)
001930         MOVE REQ-ESTADO  TO RR-REQ-ESTADO (RR-REQ-MAX)
001940         MOVE REQ-FECHA-APERTURA TO RR-REQ-APERTURA (RR-REQ-MAX)
001950         MOVE REQ-FECHA-APROBACION
001960             TO RR-REQ-APROBACION (RR-REQ-MAX)
001970         MOVE REQ-FECHA-CIERRE TO RR-REQ-CIERRE (RR-REQ-MAX)
001980         MOVE REQ-E-ID    TO RR-REQ-E-ID (RR-REQ-MAX)
001990         MOVE ZERO        TO RR-REQ-CANDIDATOS (RR-REQ-MAX)
002000         MOVE ZERO        TO RR-REQ-EN-JUEGO (RR-REQ-MAX)
002010         MOVE ZERO        TO RR-REQ-OFERTAS (RR-REQ-MAX)
002020         PERFORM 2100-LEER-REQUISICION
002030     ELSE
002040         DISPLAY "EMPREQR: MAS DE 2000 REQUISICIONES - SOLO SE"
002050             " TRATAN LAS PRIMERAS"
002060         MOVE "Y" TO REQ-EOF-SW
002070     END-IF.
002080
002090*----------------------------------------------------------------
002100* 2300-CONTAR-CANDIDATOS - EACH CANDIDATE COUNTS AGAINST ITS
002110*                          REQUISITION: IN PLAY WHILE RECIBIDO, IN
002120*                          INTERVIEW OR WITH AN OFFER, AND AS AN
002130*                          OFFER ONCE IT REACHED ONE (CONTRATADO
002140*                          INCLUDED).
002150*----------------------------------------------------------------
002160 2300-CONTAR-CANDIDATOS.
002170     OPEN INPUT EMPCAN-ARCHIVO
002180     IF CAN-FILE-STATUS = "00"
002190         PERFORM 2310-LEER-CANDIDATO
002200         PERFORM 2320-CONTAR-CANDIDATO UNTIL CAN-EOF
002210     END-IF
002220     IF CAN-FILE-STATUS = "00" OR CAN-FILE-STATUS = "05"
002230             OR CAN-FILE-STATUS = "10"
002240         CLOSE EMPCAN-ARCHIVO
002250     END-IF.
002260
002270 2310-LEER-CANDIDATO.
002280     READ EMPCAN-ARCHIVO
002290         AT END
002300             MOVE "Y" TO CAN-EOF-SW
002310     END-READ.
002320
002330 2320-CONTAR-CANDIDATO.
002340     ADD 1 TO RR-TOT-CANDIDATOS
002350     MOVE 0 TO RR-REQ-HALLADO
002360     PERFORM 2330-COMPARAR-REQUISICION
002370         VARYING RR-REQ-IDX FROM 1 BY 1
002380         UNTIL RR-REQ-IDX > RR-REQ-MAX OR RR-REQ-HALLADO > 0
002390     IF RR-REQ-HALLADO = 0
002400         ADD 1 TO RR-TOT-SIN-REQ
002410     ELSE
002420         ADD 1 TO RR-REQ-CANDIDATOS (RR-REQ-HALLADO)
002430         IF CAN-RECIBIDO OR CAN-ENTREVISTA OR CAN-OFERTA
002440             ADD 1 TO RR-REQ-EN-JUEGO (RR-REQ-HALLADO)
002450         END-IF
002460         IF CAN-OFERTA OR CAN-CONTRATADO
002470             ADD 1 TO RR-REQ-OFERTAS (RR-REQ-HALLADO)
002480         END-IF
002490     END-IF
002500     PERFORM 2310-LEER-CANDIDATO.
002510
002520 2330-COMPARAR-REQUISICION.
002530     IF RR-REQ-NUMERO (RR-REQ-IDX) = CAN-REQUISICION
002540         MOVE RR-REQ-IDX TO RR-REQ-HALLADO
002550     END-IF.
002560
002570*----------------------------------------------------------------
002580* 3000-LISTAR-ABIERTAS - ONE LINE PER OPEN REQUISITION WITH ITS
002590*                        AGE, THE DAYS IT WAITED FOR (OR HAS BEEN
002600*                        WAITING FOR) APPROVAL AND ITS CANDIDATES.
002610*----------------------------------------------------------------
002620 3000-LISTAR-ABIERTAS.
002630     MOVE "REQUISICIONES ABIERTAS - ANTIGUEDAD EN DIAS"
002640         TO RPT-LINEA
002650     PERFORM 6900-ESCRIBIR-LINEA
002660     MOVE "NUMERO PUESTO DEPTO ESTADO     APERTURA   DIAS"
002670         TO RPT-LINEA
002680     MOVE "  APROB.  CAND. EN JUEGO OFERTAS" TO RPT-LINEA (47:)
002690     PERFORM 6900-ESCRIBIR-LINEA
002700     MOVE ALL "-" TO RPT-LINEA
002710     PERFORM 6900-ESCRIBIR-LINEA
002720     PERFORM 3100-LINEA-ABIERTA
002730         VARYING RR-REQ-IDX FROM 1 BY 1
002740         UNTIL RR-REQ-IDX > RR-REQ-MAX
002750     IF RR-TOT-ABIERTAS = ZERO
002760         MOVE "  (NINGUNA)" TO RPT-LINEA
002770         PERFORM 6900-ESCRIBIR-LINEA
002780     END-IF
002790     MOVE SPACES TO RPT-LINEA
002800     PERFORM 6900-ESCRIBIR-LINEA.
002810
002820 3100-LINEA-ABIERTA.
002830     IF RR-REQ-ESTADO (RR-REQ-IDX) = "S" OR
002840             RR-REQ-ESTADO (RR-REQ-IDX) = "A"
002850         ADD 1 TO RR-TOT-ABIERTAS
002860         MOVE RR-REQ-APERTURA (RR-REQ-IDX) TO RR-FECHA-TRABAJO
002870         PERFORM 6000-SERIAL-FECHA
002880         MOVE RR-SER-FECHA TO RR-SER-DESDE
002890         MOVE RR-HOY TO RR-FECHA-TRABAJO
002900         PERFORM 6000-SERIAL-FECHA
002910         MOVE RR-SER-FECHA TO RR-SER-HASTA
002920         COMPUTE RR-DIAS = RR-SER-HASTA - RR-SER-DESDE
002930         IF RR-REQ-ESTADO (RR-REQ-IDX) = "S"
002940             ADD 1 TO RR-TOT-SOLICITADAS
002950             MOVE RR-DIAS TO RR-DIAS-APROBAR
002960         ELSE
002970             MOVE RR-REQ-APROBACION (RR-REQ-IDX)
002980                 TO RR-FECHA-TRABAJO
002990             PERFORM 6000-SERIAL-FECHA
003000             COMPUTE RR-DIAS-APROBAR = RR-SER-FECHA - RR-SER-DESDE
003010         END-IF
003020         IF RR-DIAS > ZERO
003030             ADD RR-DIAS TO RR-SUMA-EDAD
003040         END-IF
003050         IF RR-DIAS > RR-MAX-EDAD
003060             MOVE RR-DIAS TO RR-MAX-EDAD
003070         END-IF
003080         PERFORM 6100-NOMBRE-ESTADO
003090         MOVE RR-DIAS TO RR-DIAS-EDIT
003100         MOVE RR-DIAS-APROBAR TO RR-APROBAR-EDIT
003110         MOVE RR-REQ-CANDIDATOS (RR-REQ-IDX) TO RR-CAND-EDIT
003120         MOVE RR-REQ-EN-JUEGO (RR-REQ-IDX) TO RR-JUEGO-EDIT
003130         MOVE RR-REQ-OFERTAS (RR-REQ-IDX) TO RR-OFERTA-EDIT
003140         MOVE SPACES TO RPT-LINEA
003150         STRING RR-REQ-NUMERO (RR-REQ-IDX) " "
003160             RR-REQ-PUESTO (RR-REQ-IDX) " "
003170             RR-REQ-DEPTO (RR-REQ-IDX) "  "
003180             RR-ESTADO-NOMBRE " "
003190             RR-REQ-APERTURA (RR-REQ-IDX) " "
003200             RR-DIAS-EDIT " " RR-APROBAR-EDIT "    "
003210             RR-CAND-EDIT "      " RR-JUEGO-EDIT "     "
003220             RR-OFERTA-EDIT
003230             DELIMITED BY SIZE INTO RPT-LINEA
003240         IF RR-DIAS > RR-LIMITE-DIAS
003250             ADD 1 TO RR-TOT-ANTIGUAS
003260             MOVE "  ** MAS DE 90 DIAS" TO RPT-LINEA (81:)
003270         END-IF
003280         PERFORM 6900-ESCRIBIR-LINEA
003290     END-IF.
003300
003310*----------------------------------------------------------------
003320* 4000-LISTAR-CUBIERTAS - ONE LINE PER FILLED REQUISITION WITH ITS
003330*                         TIME TO APPROVE, ITS TIME TO FILL AND
003340*                         THE HIRE CREATED.
003350*----------------------------------------------------------------
003360 4000-LISTAR-CUBIERTAS.
003370     MOVE "REQUISICIONES CUBIERTAS - TIEMPO DE COBERTURA EN DIAS"
003380         TO RPT-LINEA
003390     PERFORM 6900-ESCRIBIR-LINEA
003400     MOVE "NUMERO PUESTO DEPTO APERTURA CIERRE     DIAS  APROB."
003410         TO RPT-LINEA
003420     MOVE "  CAND.  E-ID DEL ALTA" TO RPT-LINEA (53:)
003430     PERFORM 6900-ESCRIBIR-LINEA
003440     MOVE ALL "-" TO RPT-LINEA
003450     PERFORM 6900-ESCRIBIR-LINEA
003460     PERFORM 4100-LINEA-CUBIERTA
003470         VARYING RR-REQ-IDX FROM 1 BY 1
003480         UNTIL RR-REQ-IDX > RR-REQ-MAX
003490     IF RR-TOT-CUBIERTAS = ZERO
003500         MOVE "  (NINGUNA)" TO RPT-LINEA
003510         PERFORM 6900-ESCRIBIR-LINEA
003520     END-IF.
003530
003540 4100-LINEA-CUBIERTA.
003550     IF RR-REQ-ESTADO (RR-REQ-IDX) = "X"
003560         ADD 1 TO RR-TOT-ANULADAS
003570     END-IF
003580     IF RR-REQ-ESTADO (RR-REQ-IDX) = "C"
003590         ADD 1 TO RR-TOT-CUBIERTAS
003600         MOVE RR-REQ-APERTURA (RR-REQ-IDX) TO RR-FECHA-TRABAJO
003610         PERFORM 6000-SERIAL-FECHA
003620         MOVE RR-SER-FECHA TO RR-SER-DESDE
003630         MOVE RR-REQ-CIERRE (RR-REQ-IDX) TO RR-FECHA-TRABAJO
003640         PERFORM 6000-SERIAL-FECHA
003650         COMPUTE RR-DIAS = RR-SER-FECHA - RR-SER-DESDE
003660         MOVE RR-REQ-APROBACION (RR-REQ-IDX) TO RR-FECHA-TRABAJO
003670         PERFORM 6000-SERIAL-FECHA
003680         COMPUTE RR-DIAS-APROBAR = RR-SER-FECHA - RR-SER-DESDE
003690         IF RR-DIAS > ZERO
003700             ADD RR-DIAS TO RR-SUMA-COBERTURA
003710         END-IF
003720         IF RR-DIAS > RR-MAX-COBERTURA
003730             MOVE RR-DIAS TO RR-MAX-COBERTURA
003740         END-IF
003750         MOVE RR-DIAS TO RR-DIAS-EDIT
003760         MOVE RR-DIAS-APROBAR TO RR-APROBAR-EDIT
003770         MOVE RR-REQ-CANDIDATOS (RR-REQ-IDX) TO RR-CAND-EDIT
003780         MOVE SPACES TO RPT-LINEA
003790         STRING RR-REQ-NUMERO (RR-REQ-IDX) " "
003800             RR-REQ-PUESTO (RR-REQ-IDX) " "
003810             RR-REQ-DEPTO (RR-REQ-IDX) "  "
003820             RR-REQ-APERTURA (RR-REQ-IDX) " "
003830             RR-REQ-CIERRE (RR-REQ-IDX) " "
003840             RR-DIAS-EDIT " " RR-APROBAR-EDIT "    "
003850             RR-CAND-EDIT "  "
003860             RR-REQ-E-ID (RR-REQ-IDX)
003870             DELIMITED BY SIZE INTO RPT-LINEA
003880         PERFORM 6900-ESCRIBIR-LINEA
003890     END-IF.
003900
003910 5000-ABRIR-LISTADO.
003920     CALL "RPTROUTE" USING RR-DESTINO
003930     IF RR-DESTINO-IMPRESORA
003940         OPEN OUTPUT EMPREQR-IMPRESORA
003950         DISPLAY "EMPREQR: SALIDA A EMPREQR.PRN (IMPRESORA)"
003960     ELSE
003970         OPEN OUTPUT EMPREQR-REPORTE
003980     END-IF
003990     CALL "RPTBANNER" USING RR-BANNER
004000     MOVE RR-BANNER TO RPT-LINEA
004010     PERFORM 6900-ESCRIBIR-LINEA
004020     MOVE SPACES TO RPT-LINEA
004030     STRING "REQUISICIONES DE PERSONAL - ANTIGUEDAD Y TIEMPO DE"
004040         " COBERTURA A " RR-HOY
004050         DELIMITED BY SIZE INTO RPT-LINEA
004060     PERFORM 6900-ESCRIBIR-LINEA
004070     MOVE "(DIAS SOBRE CALENDARIO COMERCIAL DE 360 DIAS;"
004080         TO RPT-LINEA
004090     MOVE " APROB. = DIAS HASTA LA APROBACION)"
004100         TO RPT-LINEA (47:)
004110     PERFORM 6900-ESCRIBIR-LINEA
004120     MOVE SPACES TO RPT-LINEA
004130     PERFORM 6900-ESCRIBIR-LINEA.
004140
004150*----------------------------------------------------------------
004160* 5900-CERRAR-LISTADO - TOTALS AND AVERAGES, THEN CLOSE AND SPOOL.
004170*----------------------------------------------------------------
004180 5900-CERRAR-LISTADO.
004190     MOVE SPACES TO RPT-LINEA
004200     PERFORM 6900-ESCRIBIR-LINEA
004210     MOVE RR-TOT-ABIERTAS TO RR-CONTADOR-EDIT
004220     MOVE SPACES TO RPT-LINEA
004230     STRING "REQUISICIONES ABIERTAS               : "
004240         RR-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004250     PERFORM 6900-ESCRIBIR-LINEA
004260     MOVE RR-TOT-SOLICITADAS TO RR-CONTADOR-EDIT
004270     MOVE SPACES TO RPT-LINEA
004280     STRING "  PENDIENTES DE APROBACION           : "
004290         RR-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004300     PERFORM 6900-ESCRIBIR-LINEA
004310     MOVE RR-TOT-ANTIGUAS TO RR-CONTADOR-EDIT
004320     MOVE SPACES TO RPT-LINEA
004330     STRING "  ABIERTAS MAS DE 90 DIAS            : "
004340         RR-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004350     PERFORM 6900-ESCRIBIR-LINEA
004360     MOVE ZERO TO RR-MEDIA
004370     IF RR-TOT-ABIERTAS > ZERO
004380         COMPUTE RR-MEDIA ROUNDED = RR-SUMA-EDAD / RR-TOT-ABIERTAS
004390     END-IF
004400     MOVE RR-MEDIA TO RR-MEDIA-EDIT
004410     MOVE RR-MAX-EDAD TO RR-DIAS-EDIT
004420     MOVE SPACES TO RPT-LINEA
004430     STRING "  ANTIGUEDAD MEDIA / MAXIMA (DIAS)   : "
004440         RR-MEDIA-EDIT " / " RR-DIAS-EDIT
004450         DELIMITED BY SIZE INTO RPT-LINEA
004460     PERFORM 6900-ESCRIBIR-LINEA
004470     MOVE RR-TOT-CUBIERTAS TO RR-CONTADOR-EDIT
004480     MOVE SPACES TO RPT-LINEA
004490     STRING "REQUISICIONES CUBIERTAS              : "
004500         RR-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004510     PERFORM 6900-ESCRIBIR-LINEA
004520     MOVE ZERO TO RR-MEDIA
004530     IF RR-TOT-CUBIERTAS > ZERO
004540         COMPUTE RR-MEDIA ROUNDED =
004550             RR-SUMA-COBERTURA / RR-TOT-CUBIERTAS
004560     END-IF
004570     MOVE RR-MEDIA TO RR-MEDIA-EDIT
004580     MOVE RR-MAX-COBERTURA TO RR-DIAS-EDIT
004590     MOVE SPACES TO RPT-LINEA
004600     STRING "  COBERTURA MEDIA / MAXIMA (DIAS)    : "
004610         RR-MEDIA-EDIT " / " RR-DIAS-EDIT
004620         DELIMITED BY SIZE INTO RPT-LINEA
004630     PERFORM 6900-ESCRIBIR-LINEA
004640     MOVE RR-TOT-ANULADAS TO RR-CONTADOR-EDIT
004650     MOVE SPACES TO RPT-LINEA
004660     STRING "REQUISICIONES ANULADAS               : "
004670         RR-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004680     PERFORM 6900-ESCRIBIR-LINEA
004690     MOVE RR-TOT-CANDIDATOS TO RR-CONTADOR-EDIT
004700     MOVE SPACES TO RPT-LINEA
004710     STRING "CANDIDATOS REGISTRADOS               : "
004720         RR-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004730     PERFORM 6900-ESCRIBIR-LINEA
004740     IF RR-TOT-SIN-REQ > ZERO
004750         MOVE RR-TOT-SIN-REQ TO RR-CONTADOR-EDIT
004760         MOVE SPACES TO RPT-LINEA
004770         STRING "  DE REQUISICIONES NO ENCONTRADAS    : "
004780             RR-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004790         PERFORM 6900-ESCRIBIR-LINEA
004800     END-IF
004810     IF RR-DESTINO-IMPRESORA
004820         CLOSE EMPREQR-IMPRESORA
004830     ELSE
004840         CLOSE EMPREQR-REPORTE
004850         MOVE "EMPREQR.RPT" TO RR-ARCHIVO-SPOOL
004860         CALL "SPOOLCAT" USING RR-LOG-PROGRAMA,
004870             RR-ARCHIVO-SPOOL, RR-SPL-OPERADOR
004880     END-IF.
004890
004900*----------------------------------------------------------------
004910* 6000-SERIAL-FECHA - RR-FECHA-TRABAJO AS A COMMERCIAL SERIAL
004920*                     (YEAR * 360 + MONTH * 30 + DAY, THE 31ST
004930*                     COUNTED AS THE 30TH) IN RR-SER-FECHA, THE
004940*                     EMPPROB RECKONING.
004950*----------------------------------------------------------------
004960 6000-SERIAL-FECHA.
004970     MOVE RR-FECHA-TRABAJO(1:4) TO RR-SER-ANIO
004980     MOVE RR-FECHA-TRABAJO(5:2) TO RR-SER-MES
004990     MOVE RR-FECHA-TRABAJO(7:2) TO RR-SER-DIA
005000     IF RR-SER-DIA > 30
005010         MOVE 30 TO RR-SER-DIA
005020     END-IF
005030     COMPUTE RR-SER-FECHA = RR-SER-ANIO * 360
005040         + RR-SER-MES * 30 + RR-SER-DIA.
005050
005060 6100-NOMBRE-ESTADO.
005070     EVALUATE RR-REQ-ESTADO (RR-REQ-IDX)
005080         WHEN "S"
005090             MOVE "SOLICITADA" TO RR-ESTADO-NOMBRE
005100         WHEN "A"
005110             MOVE "APROBADA"   TO RR-ESTADO-NOMBRE
005120         WHEN OTHER
005130             MOVE "?"          TO RR-ESTADO-NOMBRE
005140     END-EVALUATE.
005150
005160*----------------------------------------------------------------
005170* 6900-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
005180*                       RPTROUTE SELECTED.
005190*----------------------------------------------------------------
005200 6900-ESCRIBIR-LINEA.
005210     IF RR-DESTINO-IMPRESORA
005220         MOVE RPT-LINEA TO LINEA-IMPRESORA
005230         WRITE LINEA-IMPRESORA
005240     ELSE
005250         WRITE RPT-LINEA
005260     END-IF.
005270
005280 9999-EXIT.
005290     GOBACK.
005300 END PROGRAM EMPREQR.
