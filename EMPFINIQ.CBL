000230*                BANK ENTRY.
000240* TECTONICS:     cobc -x -std=ibm -I copybooks EMPFINIQ.CBL
000250*                OPERSES CONFIRM VACDER RPTROUTE RPTBANNER RUNLOG
000260*                RUNLOCK VACARR
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000450*                    BEFORE ANYTHING IS WRITTEN, THE SAME
000460*                    RE-RUN PROTECTION THE PAYROLL GOT FOR
000470*                    ADVANCES AND EMBARGOS.
000471*   2026-10-15  RT   THE UNTAKEN VACATION PAID OUT NOW ALSO COUNTS
000472*                    THE DAYS CARRIED FROM LAST YEAR BY THE
000473*                    EMPVCIE YEAR-END CLOSE THAT ARE STILL VALID
000474*                    ON THE LEAVING DATE (SHARED VACARR).
000475*   2026-10-15  RT   THE SETTLEMENT NOW WARNS ABOUT COMPANY
000476*                    EQUIPMENT THE LEAVER NEVER RETURNED
000477*                    (EMPEQU.DAT) AND, ON CONFIRMATION, DEDUCTS
000478*                    ITS AGREED VALUE AS AN EQUI CONCEPT AND
000479*                    STAMPS THE ITEMS SO NO LATER SETTLEMENT
000480*                    DEDUCTS THEM AGAIN.
000481******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. EMPFINIQ.
000510
000550     COPY EMPFSEL.
000560     COPY EMPVPSEL.
000570     COPY EMPADSEL.
000575     COPY EMPEQSEL.
000580
000590     SELECT EMPADV-TEMPORAL
000600         ASSIGN TO "EMPADV.TMP"
000601         ORGANIZATION IS SEQUENTIAL
000602         FILE STATUS IS TMP-FILE-STATUS.
000603
000604     SELECT EMPEQU-TEMPORAL
000605         ASSIGN TO "EMPEQU.TMP"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS TMP-FILE-STATUS.
000630
000850 FD  EMPADV-TEMPORAL.
000860 01  TMP-REGISTRO             PIC X(132).
000870
000871 FD  EMPEQU-ARCHIVO.
000872     COPY EMPEQU.
000873
000874 FD  EMPEQU-TEMPORAL.
000875 01  TMP-EQU-REGISTRO         PIC X(156).
000876
000880 FD  EMPFINIQ-REPORTE.
000890 01  RPT-LINEA                PIC X(132).
000900
001040 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
001050 01  ADV-EOF-SW               PIC X VALUE "N".
001060     88  ADV-EOF              VALUE "Y".
001062 01  EQU-FILE-STATUS          PIC XX VALUE SPACES.
001064 01  EQU-EOF-SW               PIC X VALUE "N".
001066     88  EQU-EOF              VALUE "Y".
001070
001080 01  FQ-E-ID                  PIC X(50) VALUE SPACES.
001090 01  FQ-FOUND-SW              PIC X VALUE "N".
001350 01  FQ-DIAS-DEVENGO          PIC 9(3) VALUE 0.
001360 01  FQ-IMPORTE-EXTRA         PIC 9(7)V99 VALUE 0.
001370 01  FQ-DERECHO               PIC 9(3) VALUE 0.
001375 01  FQ-ARRASTRE              PIC 9(3) VALUE 0.
001380 01  FQ-DIAS-VAC              PIC S9(4) VALUE 0.
001390 01  FQ-IMPORTE-VAC           PIC S9(7)V99 VALUE 0.
001400 01  FQ-SALDO-ANTICIPOS       PIC 9(7)V99 VALUE 0.
001401 01  FQ-IMPORTE-EQUIPOS       PIC 9(7)V99 VALUE 0.
001402 01  FQ-DESCONTAR-EQU-SW      PIC X VALUE "N".
001403     88  FQ-DESCONTAR-EQU     VALUE "Y".
001404
001405*    COMPANY EQUIPMENT THE LEAVER NEVER RETURNED (OR RETURNED
001406*    AS LOST) AND WHOSE VALUE NO SETTLEMENT HAS DEDUCTED YET.
001407 01  FQ-EQU-TABLA.
001408     05  FQ-EQU-MAX           PIC 9(3) VALUE 0.
001409     05  FQ-EQU-ENTRADA OCCURS 50 TIMES.
001410         10  FQ-EQU-NUMERO    PIC 9(06).
001411         10  FQ-EQU-TIPO      PIC X(02).
001412         10  FQ-EQU-DESC      PIC X(30).
001413         10  FQ-EQU-SERIE     PIC X(20).
001414         10  FQ-EQU-VALOR     PIC 9(7)V99.
001415 01  FQ-EQU-IDX               PIC 9(3) VALUE 0.
001416 01  FQ-TOTAL                 PIC S9(8)V99 VALUE 0.
001420 01  FQ-IMPORTE-EDIT          PIC -Z,ZZZ,ZZ9.99.
001430
001440 01  FQ-ARCHIVO-SPOOL        PIC X(20) VALUE SPACES.
002540         FQ-MENSUAL * FQ-DIAS-DEVENGO / 180
002550     CALL "VACDER" USING E-FECHA-INGRESO, E-FECHA-BAJA,
002560         FQ-DERECHO
002564     CALL "VACARR" USING E-VAC-ARRASTRE, E-VAC-ARR-CADUCA,
002568         E-VAC-TOMADOS, E-FECHA-BAJA, FQ-ARRASTRE
002572     COMPUTE FQ-DIAS-VAC = FQ-DERECHO + FQ-ARRASTRE
002576         - E-VAC-TOMADOS
002580     COMPUTE FQ-IMPORTE-VAC ROUNDED =
002590         FQ-MENSUAL * FQ-DIAS-VAC / 30
002600     PERFORM 2100-SUMAR-ANTICIPOS
002605     PERFORM 2200-REVISAR-EQUIPOS
002610     COMPUTE FQ-TOTAL = FQ-IMPORTE-MES + FQ-IMPORTE-EXTRA
002614         + FQ-IMPORTE-VAC - FQ-SALDO-ANTICIPOS
002618     IF FQ-DESCONTAR-EQU
002622         SUBTRACT FQ-IMPORTE-EQUIPOS FROM FQ-TOTAL
002626     END-IF.
002630
002640*----------------------------------------------------------------
002650* 2100-SUMAR-ANTICIPOS - TOTAL THE VIGENTE ADVANCE BALANCES SO
002900         ADD ADV-SALDO TO FQ-SALDO-ANTICIPOS
002910     END-IF
002920     PERFORM 2110-LEER-ANTICIPO.
002921
002922*----------------------------------------------------------------
002923* 2200-REVISAR-EQUIPOS - WARN ABOUT EVERY EMPEQU.DAT ITEM THE
002924*                        LEAVER STILL HOLDS OR RETURNED AS LOST
002925*                        AND THAT NO SETTLEMENT HAS DEDUCTED YET,
002926*                        AND ASK WHETHER ITS AGREED VALUE IS TO BE
002927*                        DEDUCTED FROM THIS ONE.
002928*----------------------------------------------------------------
002929 2200-REVISAR-EQUIPOS.
002930     MOVE ZERO TO FQ-EQU-MAX
002931     MOVE ZERO TO FQ-IMPORTE-EQUIPOS
002932     MOVE "N" TO FQ-DESCONTAR-EQU-SW
002933     MOVE "N" TO EQU-EOF-SW
002934     OPEN INPUT EMPEQU-ARCHIVO
002935     IF EQU-FILE-STATUS = "00"
002936         PERFORM 2210-LEER-EQUIPO
002937         PERFORM 2220-EXAMINAR-EQUIPO UNTIL EQU-EOF
002938     END-IF
002939     IF EQU-FILE-STATUS = "00" OR EQU-FILE-STATUS = "05"
002940             OR EQU-FILE-STATUS = "10"
002941         CLOSE EMPEQU-ARCHIVO
002942     END-IF
002943     IF FQ-EQU-MAX > ZERO
002944         MOVE FQ-IMPORTE-EQUIPOS TO FQ-IMPORTE-EDIT
002945         DISPLAY "EMPFINIQ: AVISO - " FQ-EQU-MAX " ELEMENTO(S) DE"
002946             " MATERIAL SIN DEVOLVER, VALOR " FQ-IMPORTE-EDIT
002947         PERFORM 2230-MOSTRAR-EQUIPO
002948             VARYING FQ-EQU-IDX FROM 1 BY 1
002949             UNTIL FQ-EQU-IDX > FQ-EQU-MAX
002950         MOVE "DESCONTAR EL MATERIAL NO DEVUELTO" TO FQ-ACCION-TXT
002951         CALL "CONFIRM" USING FQ-ACCION-TXT, FQ-CONFIRMA
002952         IF FQ-CONFIRMA = "S" OR FQ-CONFIRMA = "s"
002953             MOVE "Y" TO FQ-DESCONTAR-EQU-SW
002954         END-IF
002955     END-IF.
002956
002957 2210-LEER-EQUIPO.
002958     READ EMPEQU-ARCHIVO
002959         AT END
002960             MOVE "Y" TO EQU-EOF-SW
002961     END-READ.
002962
002963 2220-EXAMINAR-EQUIPO.
002964     IF EQU-E-ID = FQ-E-ID AND EQU-PERIODO-DESCUENTO = ZERO
002965             AND (EQU-FECHA-DEVOLUCION = ZERO OR EQU-PERDIDO)
002966         IF FQ-EQU-MAX < 50
002967             ADD 1 TO FQ-EQU-MAX
002968             MOVE EQU-NUMERO      TO FQ-EQU-NUMERO (FQ-EQU-MAX)
002969             MOVE EQU-TIPO        TO FQ-EQU-TIPO (FQ-EQU-MAX)
002970             MOVE EQU-DESCRIPCION TO FQ-EQU-DESC (FQ-EQU-MAX)
002971             MOVE EQU-SERIE       TO FQ-EQU-SERIE (FQ-EQU-MAX)
002972             MOVE EQU-VALOR       TO FQ-EQU-VALOR (FQ-EQU-MAX)
002973             ADD EQU-VALOR TO FQ-IMPORTE-EQUIPOS
002974         ELSE
002975             DISPLAY "EMPFINIQ: MAS DE 50 ELEMENTOS PENDIENTES -"
002976                 " SOLO SE LIQUIDAN LOS PRIMEROS 50"
002977             MOVE "Y" TO EQU-EOF-SW
002978         END-IF
002979     END-IF
002980     IF NOT EQU-EOF
002981         PERFORM 2210-LEER-EQUIPO
002982     END-IF.
002983
002984 2230-MOSTRAR-EQUIPO.
002985     MOVE FQ-EQU-VALOR (FQ-EQU-IDX) TO FQ-IMPORTE-EDIT
002986     DISPLAY "    " FQ-EQU-NUMERO (FQ-EQU-IDX) " "
002987         FQ-EQU-TIPO (FQ-EQU-IDX) " " FQ-EQU-DESC (FQ-EQU-IDX)
002988         " " FQ-IMPORTE-EDIT.
002989
002990*----------------------------------------------------------------
002991* 3000-IMPRIMIR-DOCUMENTO - THE FORMATTED SETTLEMENT DOCUMENT,
002992*                           ROUTED LIKE EVERY OTHER REPORT.
002993*----------------------------------------------------------------
002994 3000-IMPRIMIR-DOCUMENTO.
002995     CALL "RPTROUTE" USING FQ-DESTINO
003000     IF FQ-DESTINO-IMPRESORA
003010         OPEN OUTPUT EMPFINIQ-IMPRESORA
003020         DISPLAY "EMPFINIQ: SALIDA A EMPFINIQ.PRN (IMPRESORA)"
003490         FQ-IMPORTE-EDIT
003500         DELIMITED BY SIZE INTO RPT-LINEA
003510     PERFORM 5000-ESCRIBIR-LINEA
003512     IF FQ-EQU-MAX > ZERO
003514         PERFORM 3100-IMPRIMIR-EQUIPOS
003516     END-IF
003520     MOVE FQ-TOTAL TO FQ-IMPORTE-EDIT
003530     MOVE SPACES TO RPT-LINEA
003540     STRING "TOTAL LIQUIDACION                   : "
003630         CALL "SPOOLCAT" USING FQ-LOG-PROGRAMA,
003640             FQ-ARCHIVO-SPOOL, FQ-OPERADOR
003650     END-IF.
003651
003652*----------------------------------------------------------------
003653* 3100-IMPRIMIR-EQUIPOS - THE UNRETURNED ITEMS AND WHETHER THEIR
003654*                         VALUE IS DEDUCTED HERE OR LEFT PENDING
003655*                         FOR HR TO RECOVER.
003656*----------------------------------------------------------------
003657 3100-IMPRIMIR-EQUIPOS.
003658     MOVE FQ-IMPORTE-EQUIPOS TO FQ-IMPORTE-EDIT
003659     MOVE SPACES TO RPT-LINEA
003660     IF FQ-DESCONTAR-EQU
003661         STRING "MATERIAL NO DEVUELTO A DESCONTAR   : "
003662             FQ-IMPORTE-EDIT
003663             DELIMITED BY SIZE INTO RPT-LINEA
003664     ELSE
003665         STRING "MATERIAL NO DEVUELTO (SIN DESCONTAR): "
003666             FQ-IMPORTE-EDIT
003667             DELIMITED BY SIZE INTO RPT-LINEA
003668     END-IF
003669     PERFORM 5000-ESCRIBIR-LINEA
003670     PERFORM 3110-LINEA-EQUIPO
003671         VARYING FQ-EQU-IDX FROM 1 BY 1
003672         UNTIL FQ-EQU-IDX > FQ-EQU-MAX.
003673
003674 3110-LINEA-EQUIPO.
003675     MOVE FQ-EQU-VALOR (FQ-EQU-IDX) TO FQ-IMPORTE-EDIT
003676     MOVE SPACES TO RPT-LINEA
003677     STRING "    " FQ-EQU-NUMERO (FQ-EQU-IDX) " "
003678         FQ-EQU-TIPO (FQ-EQU-IDX) " " FQ-EQU-DESC (FQ-EQU-IDX)
003679         " SERIE " FQ-EQU-SERIE (FQ-EQU-IDX) " " FQ-IMPORTE-EDIT
003680         DELIMITED BY SIZE INTO RPT-LINEA
003681     PERFORM 5000-ESCRIBIR-LINEA.
003682
003683*----------------------------------------------------------------
003684* 4000-CONTABILIZAR - ON CONFIRMATION, QUEUE THE EXTRA-PAY AND
003690*                     VACATION AMOUNTS AS ONE-OFF CONCEPTS FOR
003700*                     THE BAJA PERIOD AND ACCELERATE THE VIGENTE
003710*                     ADVANCES (CUOTA = SALDO), SO THE NEXT
004140 4058-EXAMINAR-CONCEPTO.
004150     IF VP-E-ID = FQ-E-ID AND
004160             VP-PERIODO = FQ-PERIODO-BAJA AND
004166             (VP-CONCEPTO = "PEXT" OR VP-CONCEPTO = "VACP"
004172              OR VP-CONCEPTO = "EQUI")
004180         MOVE "Y" TO FQ-YA-POSTEADO-SW
004190         MOVE "Y" TO FQ-VAR-EOF-SW
004200     END-IF
004290         PERFORM 4100-ESCRIBIR-CONCEPTOS
004300         IF FQ-SALDO-ANTICIPOS > ZERO
004310             PERFORM 4200-ACELERAR-ANTICIPOS
004312         END-IF
004314         IF FQ-DESCONTAR-EQU
004316             PERFORM 4300-MARCAR-EQUIPOS
004320         END-IF
004330         DISPLAY "EMPFINIQ: FINIQUITO CONTABILIZADO PARA EL"
004340             " PERIODO " FQ-PERIODO-BAJA " POR " FQ-OPERADOR
004580         MOVE "VACAC. NO DISFRUTADAS" TO VP-DESC
004590         MOVE FQ-IMPORTE-VAC     TO VP-IMPORTE
004600         MOVE "S"                TO VP-GRAVABLE
004601         WRITE EMPVARP-REGISTRO
004602     END-IF
004603     IF FQ-DESCONTAR-EQU AND FQ-IMPORTE-EQUIPOS NOT = ZERO
004604         MOVE FQ-PERIODO-BAJA    TO VP-PERIODO
004605         MOVE FQ-E-ID            TO VP-E-ID
004606         MOVE "EQUI"             TO VP-CONCEPTO
004607         MOVE "MATERIAL NO DEVUELTO" TO VP-DESC
004608         COMPUTE VP-IMPORTE = ZERO - FQ-IMPORTE-EQUIPOS
004609         MOVE "N"                TO VP-GRAVABLE
004610         WRITE EMPVARP-REGISTRO
004620     END-IF
004630     CLOSE EMPVARP-ARCHIVO.
005050     PERFORM 4220-LEER-TEMPORAL.
005060
005070*----------------------------------------------------------------
005071* 4300-MARCAR-EQUIPOS - STAMP THE BAJA PERIOD ON THE ITEMS JUST
005072*                       DEDUCTED SO NO LATER SETTLEMENT DEDUCTS
005073*                       THEM AGAIN, THROUGH A TEMPORARY COPY THE
005074*                       WAY 4200 REWRITES EMPADV.DAT.
005075*----------------------------------------------------------------
005076 4300-MARCAR-EQUIPOS.
005077     MOVE "N" TO EQU-EOF-SW
005078     OPEN INPUT EMPEQU-ARCHIVO
005079     OPEN OUTPUT EMPEQU-TEMPORAL
005080     PERFORM 2210-LEER-EQUIPO
005081     PERFORM 4310-COPIAR-EQUIPO UNTIL EQU-EOF
005082     CLOSE EMPEQU-ARCHIVO
005083     CLOSE EMPEQU-TEMPORAL
005084     MOVE "N" TO EQU-EOF-SW
005085     OPEN INPUT EMPEQU-TEMPORAL
005086     OPEN OUTPUT EMPEQU-ARCHIVO
005087     PERFORM 4320-LEER-TEMPORAL-EQU
005088     PERFORM 4330-REPONER-EQUIPO UNTIL EQU-EOF
005089     CLOSE EMPEQU-TEMPORAL
005090     CLOSE EMPEQU-ARCHIVO.
005091
005092 4310-COPIAR-EQUIPO.
005093     PERFORM 4315-MARCAR-SI-LIQUIDADO
005094         VARYING FQ-EQU-IDX FROM 1 BY 1
005095         UNTIL FQ-EQU-IDX > FQ-EQU-MAX
005096     MOVE EMPEQU-REGISTRO TO TMP-EQU-REGISTRO
005097     WRITE TMP-EQU-REGISTRO
005098     PERFORM 2210-LEER-EQUIPO.
005099
005100 4315-MARCAR-SI-LIQUIDADO.
005101     IF EQU-NUMERO = FQ-EQU-NUMERO (FQ-EQU-IDX)
005102         MOVE FQ-PERIODO-BAJA TO EQU-PERIODO-DESCUENTO
005103     END-IF.
005104
005105 4320-LEER-TEMPORAL-EQU.
005106     READ EMPEQU-TEMPORAL
005107         AT END
005108             MOVE "Y" TO EQU-EOF-SW
005109     END-READ.
005110
005111 4330-REPONER-EQUIPO.
005112     MOVE TMP-EQU-REGISTRO TO EMPEQU-REGISTRO
005113     WRITE EMPEQU-REGISTRO
005114     PERFORM 4320-LEER-TEMPORAL-EQU.
005115
005116*----------------------------------------------------------------
005117* 5000-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
005118*                       RPTROUTE SELECTED AT STARTUP.
005119*----------------------------------------------------------------
005120 5000-ESCRIBIR-LINEA.
005121     IF FQ-DESTINO-IMPRESORA
005130         MOVE RPT-LINEA TO LINEA-IMPRESORA
005140         WRITE LINEA-IMPRESORA
005150     ELSE
