000190*                CLOSING THE PERIOD.  A CLEAN TIE-OUT STAMPS
000200*                "OK".
000210* TECTONICS:     cobc -x -std=ibm -I copybooks EMPBAL.CBL
000220*                RPTROUTE RPTBANNER RUNLOG RUNPER
000230*----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000360*                    STAMPED WHEN THE FILE IS NOT THIS
000370*                    PERIOD'S, SO THE CLOSE CANNOT TRUST A
000380*                    STALE TIE-OUT.
000381*   2026-10-15  RT   THE GROSS NOW ADDS PH-IT-PRESTACION AND PH-
000382*                    IT-COMPLEMENTO, THE SICK-LEAVE BENEFIT AND
000383*                    CONVENIO TOP-UP THE PAYROLL RUN NOW PAYS
000384*                    INSTEAD OF THE SALARY FOR THOSE DAYS.
000385*   2026-10-15  RT   OFF-CYCLE ROWS: EMPBANK.DAT NOW TIES TO THE
000386*                    LATEST MONTHLY NET, EACH EMPLOYEE'S CURRENT
000387*                    NET MUST EQUAL THAT NET PLUS THE OFF-CYCLE
000388*                    DIFFERENCES, AND THE LATEST OFF-CYCLE BATCH'S
000389*                    PAID DIFFERENCES TIE TO EMPBANKO.DAT; AMOUNTS
000390*                    TO RECOVER ARE LISTED.
000391*   2026-10-15  RT   WHEN THE MONTH-END PAYROLL STREAM (EMPNOMB)
000392*                    IS RUNNING, THE PERIOD IS TAKEN FROM IT
000393*                    THROUGH THE SHARED RUNPER ROUTINE INSTEAD OF
000394*                    ASKING THE OPERATOR.
000395*   2026-10-15  RT   3500-CARGAR-BANCO-OFC, 4500-COTEJAR-FUERA-
000396*                    CICLO AND 4600-COTEJAR-DIFERENCIA WENT TO AN
000397*                    EXIT PARAGRAPH OUTSIDE THEIR PERFORM RANGE
000398*                    AND FELL THROUGH INTO THE PARAGRAPHS AFTER
000399*                    IT; THE EARLY-OUT CASES ARE NOW TESTED AND
000400*                    THE REST OF EACH PARAGRAPH PERFORMED.
000401******************************************************************
000402 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. EMPBAL.
000420
000430 ENVIRONMENT DIVISION.
000490         ASSIGN TO "EMPBANK.DAT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS BNK-FILE-STATUS.
000511
000512     SELECT OPTIONAL EMPLEADOS-BANCO-OFC
000513         ASSIGN TO "EMPBANKO.DAT"
000514         ORGANIZATION IS SEQUENTIAL
000515         FILE STATUS IS BKO-FILE-STATUS.
000520
000530     SELECT VEREDICTO-BALANCE
000540         ASSIGN TO "EMPBAL.CHK"
000880     05  BNK-FIN-TOTAL        PIC 9(11)V99.
000890     05  FILLER               PIC X(57).
000900
000901 FD  EMPLEADOS-BANCO-OFC.
000902 01  BKO-REGISTRO             PIC X(80).
000903 01  BKO-CABECERA REDEFINES BKO-REGISTRO.
000904     05  BKO-CAB-TIPO         PIC X(03).
000905     05  BKO-CAB-FECHA        PIC 9(08).
000906     05  BKO-CAB-ORIGEN       PIC X(20).
000907     05  FILLER               PIC X(49).
000908 01  BKO-MOVIMIENTO REDEFINES BKO-REGISTRO.
000909     05  BKO-MOV-TIPO         PIC X(03).
000910     05  BKO-MOV-CUENTA       PIC X(20).
000911     05  BKO-MOV-IMPORTE      PIC 9(9)V99.
000912     05  BKO-MOV-E-ID         PIC X(46).
000913 01  BKO-COLA REDEFINES BKO-REGISTRO.
000914     05  BKO-FIN-TIPO         PIC X(03).
000915     05  BKO-FIN-COUNT        PIC 9(07).
000916     05  BKO-FIN-TOTAL        PIC 9(11)V99.
000917     05  FILLER               PIC X(57).
000918
000919 FD  VEREDICTO-BALANCE.
000920 01  CHK-REGISTRO.
000930     05  CHK-PERIODO         PIC 9(6).
000940     05  CHK-ESTADO          PIC X(02).
001030 WORKING-STORAGE SECTION.
001040 01  PH-FILE-STATUS           PIC XX VALUE SPACES.
001050 01  BNK-FILE-STATUS          PIC XX VALUE SPACES.
001055 01  BKO-FILE-STATUS          PIC XX VALUE SPACES.
001060 01  CHK-FILE-STATUS          PIC XX VALUE SPACES.
001070 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001080 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
001110     88  PH-EOF               VALUE "Y".
001120 01  BNK-EOF-SW               PIC X VALUE "N".
001130     88  BNK-EOF              VALUE "Y".
001133 01  BKO-EOF-SW               PIC X VALUE "N".
001136     88  BKO-EOF              VALUE "Y".
001140
001150 01  BL-DESTINO               PIC X(01) VALUE "F".
001160     88  BL-DESTINO-IMPRESORA VALUE "P".
001200 01  BL-OPER-NIVEL            PIC X(01) VALUE SPACES.
001210 01  BL-PERIODO-ENTRADA       PIC X(6) VALUE SPACES.
001220 01  BL-PERIODO               PIC 9(6) VALUE ZERO.
001225 01  BL-PER-ACCION            PIC X(08) VALUE "LEER".
001230 01  BL-PERIODO-LISTO-SW      PIC X VALUE "N".
001240     88  BL-PERIODO-LISTO     VALUE "Y".
001250 01  BL-CUADRA-SW             PIC X VALUE "Y".
001390         10  BL-EMP-SS        PIC 9(7)V99.
001400         10  BL-EMP-FIJO      PIC 9(7)V99.
001410         10  BL-EMP-NETO      PIC S9(7)V99.
001412         10  BL-EMP-NETO-NOMINA PIC S9(7)V99.
001414         10  BL-EMP-DIFERENCIAS PIC S9(7)V99.
001416         10  BL-EMP-LOTE      PIC 9(14).
001418         10  BL-EMP-DIF-LOTE  PIC S9(7)V99.
001420 01  BL-EMP-IDX               PIC 9(3) VALUE 0.
001430 01  BL-EMP-HALLADO           PIC 9(3) VALUE 0.
001440
001510             88  BL-MOV-CASADO VALUE "Y".
001520 01  BL-MOV-IDX               PIC 9(3) VALUE 0.
001530 01  BL-MOV-HALLADO           PIC 9(3) VALUE 0.
001531
001532 01  BL-OFC-TABLA.
001533     05  BL-OFC-MAX           PIC 9(3) VALUE 0.
001534     05  BL-OFC-ENTRADA OCCURS 200 TIMES.
001535         10  BL-OFC-E-ID      PIC X(46).
001536         10  BL-OFC-IMPORTE   PIC 9(9)V99.
001537         10  BL-OFC-CASADO-SW PIC X.
001538             88  BL-OFC-CASADO VALUE "Y".
001539 01  BL-OFC-IDX               PIC 9(3) VALUE 0.
001540 01  BL-OFC-HALLADO           PIC 9(3) VALUE 0.
001541 01  BL-OFC-SUMA              PIC 9(11)V99 VALUE 0.
001542 01  BL-OFC-FIN-COUNT         PIC 9(7) VALUE 0.
001543 01  BL-OFC-FIN-TOTAL         PIC 9(11)V99 VALUE 0.
001544 01  BL-OFC-FIN-SW            PIC X VALUE "N".
001545     88  BL-OFC-FIN-VISTO     VALUE "Y".
001546 01  BL-OFC-VIGENTE-SW        PIC X VALUE "N".
001547     88  BL-OFC-VIGENTE       VALUE "Y".
001548 01  BL-LOTE-MAX              PIC 9(14) VALUE 0.
001549 01  BL-OFC-RECUPERAR         PIC 9(5) VALUE 0.
001550 01  BL-OFC-SIN-BANCO         PIC 9(5) VALUE 0.
001551 01  BL-OFC-CADENA            PIC S9(7)V99 VALUE 0.
001552
001553 01  BL-FIN-COUNT             PIC 9(7) VALUE 0.
001560 01  BL-FIN-TOTAL             PIC 9(11)V99 VALUE 0.
001570 01  BL-FIN-VISTO-SW          PIC X VALUE "N".
001580     88  BL-FIN-VISTO         VALUE "Y".
001800     PERFORM 1000-INITIALIZE
001810     PERFORM 2000-CARGAR-HISTORIA
001820     PERFORM 3000-CARGAR-BANCO
001825     PERFORM 3500-CARGAR-BANCO-OFC
001830     PERFORM 4000-COTEJAR
001835     PERFORM 4500-COTEJAR-FUERA-CICLO
001840     PERFORM 5000-VEREDICTO
001850     MOVE "FIN" TO BL-LOG-EVENTO
001860     MOVE BL-EMP-MAX TO BL-LOG-CONTADOR
001940* 1000-INITIALIZE - ASK THE PERIOD AND OPEN THE REPORT.
001950*----------------------------------------------------------------
001960 1000-INITIALIZE.
001961     CALL "RUNPER" USING BL-PER-ACCION, BL-PERIODO
001962     IF BL-PERIODO > ZERO
001963         MOVE "Y" TO BL-PERIODO-LISTO-SW
001964         DISPLAY "EMPBAL: PERIODO DE LA CADENA DE NOMINA: "
001965             BL-PERIODO
001966     END-IF
001970     PERFORM 1100-CAPTURAR-PERIODO UNTIL BL-PERIODO-LISTO
001980     CALL "RPTROUTE" USING BL-DESTINO
001990     IF BL-DESTINO-IMPRESORA
002280*----------------------------------------------------------------
002290* 2000-CARGAR-HISTORIA - ONE TABLE ENTRY PER EMPLOYEE PAID IN THE
002300*                        PERIOD, ALWAYS THE LATEST HISTORY ROW,
002302*                        AND THE COLUMN TOTALS.  BESIDES, THE
002304*                        NET OF THE LATEST MONTHLY ROW (WHAT
002306*                        EMPBANK.DAT PAID), THE OFF-CYCLE
002308*                        DIFFERENCES SINCE IT AND THE DIFFERENCE
002310*                        OF THE LATEST OFF-CYCLE BATCH (WHAT
002312*                        EMPBANKO.DAT PAID).  REVERSAL ROWS ONLY
002314*                        CANCEL WHAT THEY FOLLOW.
002320*----------------------------------------------------------------
002330 2000-CARGAR-HISTORIA.
002340     MOVE ZERO TO BL-EMP-MAX BL-LOTE-MAX
002350     MOVE "N" TO PH-EOF-SW
002360     OPEN INPUT EMPLEADOS-PAY-HIST
002370     IF PH-FILE-STATUS = "00"
002550     END-READ.
002560
002570 2200-ANOTAR-HISTORIA.
002580     IF PH-PERIODO = BL-PERIODO AND NOT PH-ANULACION
002590         MOVE 0 TO BL-EMP-HALLADO
002600         PERFORM 2300-BUSCAR-EMPLEADO
002610             VARYING BL-EMP-IDX FROM 1 BY 1
002650             ADD 1 TO BL-EMP-MAX
002660             MOVE BL-EMP-MAX TO BL-EMP-HALLADO
002670             MOVE PH-E-ID TO BL-EMP-E-ID (BL-EMP-HALLADO)
002672             MOVE ZERO TO BL-EMP-NETO-NOMINA (BL-EMP-HALLADO)
002674                 BL-EMP-DIFERENCIAS (BL-EMP-HALLADO)
002676                 BL-EMP-LOTE (BL-EMP-HALLADO)
002678                 BL-EMP-DIF-LOTE (BL-EMP-HALLADO)
002680         END-IF
002690         IF BL-EMP-HALLADO > 0
002700             COMPUTE BL-EMP-BRUTO (BL-EMP-HALLADO) =
002710                 PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VARIABLE
002715                 + PH-IT-PRESTACION + PH-IT-COMPLEMENTO
002720             MOVE PH-IRPF TO BL-EMP-IRPF (BL-EMP-HALLADO)
002730             MOVE PH-SS   TO BL-EMP-SS (BL-EMP-HALLADO)
002740             MOVE PH-FIJO TO BL-EMP-FIJO (BL-EMP-HALLADO)
002750             MOVE PH-NETO TO BL-EMP-NETO (BL-EMP-HALLADO)
002755             PERFORM 2250-ANOTAR-TIPO
002760         END-IF
002770     END-IF
002780     PERFORM 2100-LEER-HISTORIA.
002781
002782 2250-ANOTAR-TIPO.
002783     IF PH-FUERA-CICLO
002784         ADD PH-DIFERENCIA TO BL-EMP-DIFERENCIAS (BL-EMP-HALLADO)
002785         MOVE PH-LOTE TO BL-EMP-LOTE (BL-EMP-HALLADO)
002786         MOVE PH-DIFERENCIA TO BL-EMP-DIF-LOTE (BL-EMP-HALLADO)
002787         IF PH-LOTE > BL-LOTE-MAX
002788             MOVE PH-LOTE TO BL-LOTE-MAX
002789         END-IF
002790     ELSE
002791         MOVE PH-NETO TO BL-EMP-NETO-NOMINA (BL-EMP-HALLADO)
002792         MOVE ZERO TO BL-EMP-DIFERENCIAS (BL-EMP-HALLADO)
002793             BL-EMP-LOTE (BL-EMP-HALLADO)
002794             BL-EMP-DIF-LOTE (BL-EMP-HALLADO)
002795     END-IF.
002796
002800 2300-BUSCAR-EMPLEADO.
002810     IF BL-EMP-E-ID (BL-EMP-IDX) = PH-E-ID
002820         MOVE BL-EMP-IDX TO BL-EMP-HALLADO
003500     PERFORM 3100-LEER-BANCO.
003510
003520*----------------------------------------------------------------
003521* 3500-CARGAR-BANCO-OFC - THE OFF-CYCLE TRANSFER, EMPBANKO.DAT, IF
003522*                         THE LAST OFF-CYCLE RUN WAS FOR THIS
003523*                         PERIOD (ITS CAB ORIGIN CARRIES THE
003524*                         PERIOD, THE CAB DATE IS THE RUN DATE).
003525*----------------------------------------------------------------
003526 3500-CARGAR-BANCO-OFC.
003527     MOVE ZERO TO BL-OFC-MAX BL-OFC-SUMA
003528     MOVE "N" TO BKO-EOF-SW BL-OFC-VIGENTE-SW
003529     IF BL-LOTE-MAX NOT = ZERO
003530         PERFORM 3550-LEER-EMPBANKO
003531     END-IF.
003532
003533 3550-LEER-EMPBANKO.
003534     OPEN INPUT EMPLEADOS-BANCO-OFC
003535     IF BKO-FILE-STATUS = "00"
003536         PERFORM 3600-LEER-BANCO-OFC
003537         PERFORM 3700-ANOTAR-BANCO-OFC UNTIL BKO-EOF
003538     END-IF
003539     IF BKO-FILE-STATUS = "00" OR BKO-FILE-STATUS = "05"
003540             OR BKO-FILE-STATUS = "10"
003541         CLOSE EMPLEADOS-BANCO-OFC
003542     END-IF
003543     IF NOT BL-OFC-VIGENTE
003544         MOVE ZERO TO BL-OFC-MAX
003545         DISPLAY "EMPBAL: EMPBANKO.DAT NO ES DEL PERIODO "
003546             BL-PERIODO " - DIFERENCIAS FUERA DE CICLO SIN"
003547             " CUADRE CONTRA BANCO"
003548     END-IF.
003549
003550 3600-LEER-BANCO-OFC.
003551     READ EMPLEADOS-BANCO-OFC
003552         AT END
003553             MOVE "Y" TO BKO-EOF-SW
003554     END-READ.
003555
003556 3700-ANOTAR-BANCO-OFC.
003557     EVALUATE BKO-MOV-TIPO
003558         WHEN "CAB"
003559             IF BKO-CAB-ORIGEN(13:6) = BL-PERIODO
003560                 MOVE "Y" TO BL-OFC-VIGENTE-SW
003561             END-IF
003562         WHEN "MOV"
003563             IF BL-OFC-MAX < 200
003564                 ADD 1 TO BL-OFC-MAX
003565                 MOVE BKO-MOV-E-ID
003566                     TO BL-OFC-E-ID (BL-OFC-MAX)
003567                 MOVE BKO-MOV-IMPORTE
003568                     TO BL-OFC-IMPORTE (BL-OFC-MAX)
003569                 MOVE "N" TO BL-OFC-CASADO-SW (BL-OFC-MAX)
003570                 ADD BKO-MOV-IMPORTE TO BL-OFC-SUMA
003571             END-IF
003572         WHEN "FIN"
003573             MOVE "Y" TO BL-OFC-FIN-SW
003574             MOVE BKO-FIN-COUNT TO BL-OFC-FIN-COUNT
003575             MOVE BKO-FIN-TOTAL TO BL-OFC-FIN-TOTAL
003576         WHEN OTHER
003577             CONTINUE
003578     END-EVALUATE
003579     PERFORM 3600-LEER-BANCO-OFC.
003580
003581*----------------------------------------------------------------
003582* 4000-COTEJAR - THE TIE-OUT ITSELF: TRAILER AGAINST MOVEMENTS,
003583*                EACH HISTORY NET AGAINST ITS MOVEMENT, AND ANY
003584*                MOVEMENT LEFT OVER.
003585*----------------------------------------------------------------
003586 4000-COTEJAR.
003587     IF BL-FIN-VISTO
003590         IF BL-FIN-COUNT NOT = BL-MOV-MAX OR
003600                 BL-FIN-TOTAL NOT = BL-MOV-SUMA
003610             MOVE "N" TO BL-CUADRA-SW
003870     IF BL-MOV-HALLADO > 0
003880         MOVE "Y" TO BL-MOV-CASADO-SW (BL-MOV-HALLADO)
003890         IF BL-MOV-IMPORTE (BL-MOV-HALLADO) NOT =
003900                 BL-EMP-NETO-NOMINA (BL-EMP-IDX)
003910             MOVE "N" TO BL-CUADRA-SW
003920             MOVE SPACES TO RPT-LINEA
003930             STRING "DISCREPANCIA: IMPORTE BANCO DISTINTO DEL"
003970             PERFORM 6000-ESCRIBIR-LINEA
003980         END-IF
003990     ELSE
004000         IF BL-EMP-NETO-NOMINA (BL-EMP-IDX) > ZERO
004010             ADD 1 TO BL-SIN-BANCO
004020             MOVE SPACES TO RPT-LINEA
004030             STRING "PAGADO EN HISTORIA SIN TRANSFERENCIA: "
004200         MOVE SPACES TO RPT-LINEA
004210         STRING "DISCREPANCIA: MOVIMIENTO SIN HISTORIA DETRAS: "
004220             FUNCTION TRIM(BL-MOV-E-ID (BL-MOV-IDX))
004221             DELIMITED BY SIZE INTO RPT-LINEA
004222         PERFORM 6000-ESCRIBIR-LINEA
004223     END-IF.
004224
004225*----------------------------------------------------------------
004226* 4500-COTEJAR-FUERA-CICLO - EVERY OFF-CYCLE ROW MUST CHAIN BACK
004227*                            TO THE MONTHLY NET, AND THE LATEST
004228*                            OFF-CYCLE BATCH'S POSITIVE
004229*                            DIFFERENCES MUST TIE TO
004230*                            EMPBANKO.DAT.  NEGATIVE ONES ARE ONLY
004231*                            LISTED, AS THEY ARE RECOVERED BY
004232*                            HAND.
004233*----------------------------------------------------------------
004234 4500-COTEJAR-FUERA-CICLO.
004235     MOVE ZERO TO BL-OFC-RECUPERAR BL-OFC-SIN-BANCO
004236     IF BL-LOTE-MAX NOT = ZERO
004237         PERFORM 4550-COTEJAR-LOTE
004238     END-IF.
004239
004240 4550-COTEJAR-LOTE.
004241     MOVE SPACES TO RPT-LINEA
004242     PERFORM 6000-ESCRIBIR-LINEA
004243     MOVE SPACES TO RPT-LINEA
004244     STRING "NOMINA FUERA DE CICLO - ULTIMO LOTE " BL-LOTE-MAX
004245         DELIMITED BY SIZE INTO RPT-LINEA
004246     PERFORM 6000-ESCRIBIR-LINEA
004247     IF BL-OFC-VIGENTE
004248         IF NOT BL-OFC-FIN-VISTO OR
004249                 BL-OFC-FIN-COUNT NOT = BL-OFC-MAX OR
004250                 BL-OFC-FIN-TOTAL NOT = BL-OFC-SUMA
004251             MOVE "N" TO BL-CUADRA-SW
004252             MOVE SPACES TO RPT-LINEA
004253             STRING "DISCREPANCIA: EL TRAILER FIN DE EMPBANKO.DAT"
004254                 " NO CUADRA CON SUS MOVIMIENTOS"
004255                 DELIMITED BY SIZE INTO RPT-LINEA
004256             PERFORM 6000-ESCRIBIR-LINEA
004257         END-IF
004258     ELSE
004259         MOVE "SIN EMPBANKO.DAT DEL PERIODO - SOLO CADENA NETOS"
004260             TO RPT-LINEA
004261         PERFORM 6000-ESCRIBIR-LINEA
004262     END-IF
004263     PERFORM 4600-COTEJAR-DIFERENCIA
004264         VARYING BL-EMP-IDX FROM 1 BY 1
004265         UNTIL BL-EMP-IDX > BL-EMP-MAX
004266     PERFORM 4800-COTEJAR-SOBRANTE-OFC
004267         VARYING BL-OFC-IDX FROM 1 BY 1
004268         UNTIL BL-OFC-IDX > BL-OFC-MAX.
004269
004270 4600-COTEJAR-DIFERENCIA.
004271     COMPUTE BL-OFC-CADENA = BL-EMP-NETO-NOMINA (BL-EMP-IDX)
004272         + BL-EMP-DIFERENCIAS (BL-EMP-IDX)
004273     IF BL-OFC-CADENA NOT = BL-EMP-NETO (BL-EMP-IDX)
004274         MOVE "N" TO BL-CUADRA-SW
004275         MOVE SPACES TO RPT-LINEA
004276         STRING "DISCREPANCIA: NETO MENSUAL MAS DIFERENCIAS NO DA"
004277             " EL NETO ACTUAL DE "
004278             FUNCTION TRIM(BL-EMP-E-ID (BL-EMP-IDX))
004279             DELIMITED BY SIZE INTO RPT-LINEA
004280         PERFORM 6000-ESCRIBIR-LINEA
004281     END-IF
004282     IF BL-EMP-LOTE (BL-EMP-IDX) = BL-LOTE-MAX
004283         PERFORM 4650-COTEJAR-DIF-LOTE
004284     END-IF.
004285
004286*    A NEGATIVE DIFFERENCE OF THE LATEST BATCH IS ONLY LISTED; A
004287*    POSITIVE ONE MUST HAVE ITS EMPBANKO.DAT TRANSFER.
004288 4650-COTEJAR-DIF-LOTE.
004289     IF BL-EMP-DIF-LOTE (BL-EMP-IDX) < ZERO
004290         ADD 1 TO BL-OFC-RECUPERAR
004291         MOVE BL-EMP-DIF-LOTE (BL-EMP-IDX) TO BL-IMPORTE-EDIT
004292         MOVE SPACES TO RPT-LINEA
004293         STRING "A RECUPERAR: "
004294             FUNCTION TRIM(BL-EMP-E-ID (BL-EMP-IDX))
004295             " " BL-IMPORTE-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004296         PERFORM 6000-ESCRIBIR-LINEA
004297     ELSE
004298         IF BL-EMP-DIF-LOTE (BL-EMP-IDX) NOT = ZERO
004299                 AND BL-OFC-VIGENTE
004300             PERFORM 4660-CASAR-MOVIMIENTO-OFC
004301         END-IF
004302     END-IF.
004303
004304 4660-CASAR-MOVIMIENTO-OFC.
004305     MOVE 0 TO BL-OFC-HALLADO
004306     PERFORM 4700-BUSCAR-MOVIMIENTO-OFC
004307         VARYING BL-OFC-IDX FROM 1 BY 1
004308         UNTIL BL-OFC-IDX > BL-OFC-MAX OR BL-OFC-HALLADO > 0
004309     IF BL-OFC-HALLADO > 0
004310         MOVE "Y" TO BL-OFC-CASADO-SW (BL-OFC-HALLADO)
004311         IF BL-OFC-IMPORTE (BL-OFC-HALLADO) NOT =
004312                 BL-EMP-DIF-LOTE (BL-EMP-IDX)
004313             MOVE "N" TO BL-CUADRA-SW
004314             MOVE SPACES TO RPT-LINEA
004315             STRING "DISCREPANCIA: IMPORTE EMPBANKO DISTINTO DE"
004316                 " LA DIFERENCIA PARA "
004317                 FUNCTION TRIM(BL-EMP-E-ID (BL-EMP-IDX))
004318                 DELIMITED BY SIZE INTO RPT-LINEA
004319             PERFORM 6000-ESCRIBIR-LINEA
004320         END-IF
004321     ELSE
004322         ADD 1 TO BL-OFC-SIN-BANCO
004323         MOVE SPACES TO RPT-LINEA
004324         STRING "DIFERENCIA SIN TRANSFERENCIA (CHEQUE O SIN"
004325             " BANCO): "
004326             FUNCTION TRIM(BL-EMP-E-ID (BL-EMP-IDX))
004327             DELIMITED BY SIZE INTO RPT-LINEA
004328         PERFORM 6000-ESCRIBIR-LINEA
004329     END-IF.
004330
004331 4700-BUSCAR-MOVIMIENTO-OFC.
004332     IF BL-OFC-E-ID (BL-OFC-IDX) =
004333             BL-EMP-E-ID (BL-EMP-IDX) (1:46) AND
004334             NOT BL-OFC-CASADO (BL-OFC-IDX)
004335         MOVE BL-OFC-IDX TO BL-OFC-HALLADO
004336     END-IF.
004337
004338 4800-COTEJAR-SOBRANTE-OFC.
004339     IF NOT BL-OFC-CASADO (BL-OFC-IDX)
004340         MOVE "N" TO BL-CUADRA-SW
004341         MOVE SPACES TO RPT-LINEA
004342         STRING "DISCREPANCIA: MOVIMIENTO EMPBANKO SIN"
004343             " DIFERENCIA: "
004344             FUNCTION TRIM(BL-OFC-E-ID (BL-OFC-IDX))
004345             DELIMITED BY SIZE INTO RPT-LINEA
004346         PERFORM 6000-ESCRIBIR-LINEA
004347     END-IF.
004348
004349*----------------------------------------------------------------
004350* 5000-VEREDICTO - PRINT THE COLUMN TOTALS, STAMP THE VERDICT IN
004351*                  EMPBAL.CHK FOR EMPPERC AND SET THE RETURN
004352*                  CODE.
004353*----------------------------------------------------------------
004354 5000-VEREDICTO.
004355     MOVE SPACES TO RPT-LINEA
004356     PERFORM 6000-ESCRIBIR-LINEA
004357     MOVE BL-TOT-BRUTO TO BL-IMPORTE-EDIT
004360     MOVE SPACES TO RPT-LINEA
004370     STRING "TOTAL BRUTO HISTORIA  : " BL-IMPORTE-EDIT
004380         DELIMITED BY SIZE INTO RPT-LINEA
004660     STRING "PAGADOS SIN TRANSFERENCIA: " BL-SIN-BANCO
004670         DELIMITED BY SIZE INTO RPT-LINEA
004680     PERFORM 6000-ESCRIBIR-LINEA
004681     IF BL-LOTE-MAX > ZERO
004682         MOVE SPACES TO RPT-LINEA
004683         STRING "FUERA DE CICLO: " BL-OFC-MAX " MOVIMIENTOS, "
004684             BL-OFC-SIN-BANCO " SIN TRANSFERENCIA, "
004685             BL-OFC-RECUPERAR " A RECUPERAR"
004686             DELIMITED BY SIZE INTO RPT-LINEA
004687         PERFORM 6000-ESCRIBIR-LINEA
004688     END-IF
004690     IF NOT BL-BANCO-VIGENTE
004700         MOVE SPACES TO RPT-LINEA
004710         STRING "VEREDICTO: NO EMITIDO - EMPBANK.DAT NO ES"
