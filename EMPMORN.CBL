000040* DATE-WRITTEN:  2026-08-22
000050* PURPOSE:       MORNING CONTROL REPORT OVER THE CENTRAL RUN LOG.
000060*                FINDS THE LAST CHAIN START (EMPBATCH INICIO) IN
000065*                EMPRUN.LOG - OR THE MONTH-END PAYROLL STREAM'S
000070*                (EMPNOMB INICIO) WHEN THAT CAME LATER OR RAN THE
000075*                SAME OR THE PREVIOUS NIGHT - AND LAYS THAT RUN
000080*                OUT STEP BY STEP: WHAT RAN, IN WHAT ORDER, HOW
000085*                LONG EACH STEP TOOK, HOW MANY RECORDS IT TOUCHED
000090*                AND WHICH STEPS ENDED WITH A NONZERO RETURN
000095*                CODE.  WITH NO CHAIN START ON FILE THE WHOLE LOG
000100*                IS REPORTED.  ANY BREAK FOUND BY THE EMPCUAD
000105*                INTER-STEP BALANCING IS LISTED AT THE TOP.
000110* TECTONICS:     cobc -x -std=ibm -I copybooks EMPMORN.CBL
000115*                RPTBANNER NOTIFICA
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*   DATE       INIT  DESCRIPTION
000320*                    DATED COPY IN THE SPOOL CATALOG SO LAST
000330*                    WEEK'S OUTPUT CAN BE REPRINTED FROM
000340*                    EMPSPOOL INSTEAD OF RE-RUN.
000341*   2026-10-15  RT   A "DENEGA" EVENT (A MENU OPTION REFUSED BY
000342*                    THE ROLE MATRIX) NOW PRINTS THE OPTION AND
000343*                    THE OPERATOR WHO TRIED IT, AND DOES NOT
000344*                    COUNT AS A FAILED STEP.
000345*   2026-10-15  RT   THE REPORT NOW ALSO LISTS EVERY SALARY/BANK
000346*                    CHANGE STILL WAITING ON THE EMPAPR.DAT
000347*                    APPROVAL QUEUE WHILE THIS MONTH'S PAYROLL
000348*                    PERIOD IS NOT YET CALCULATED ON EMPPER.DAT;
000349*                    ONCE IT IS, ONLY THE COUNT IS PRINTED.
000350*   2026-10-15  RT   THE REPORT NOW ALSO LISTS EVERY EMPLOYEE ON
000351*                    EXCEDENCIA OR SUSPENSION WHOSE EXPECTED
000352*                    RETURN DATE FALLS WITHIN THE NEXT 15 DAYS, OR
000353*                    HAS PASSED WITHOUT THE RECORD BEING
000354*                    REACTIVATED.
000355*   2026-10-15  RT   THE REPORT NOW ALSO LISTS EVERY WORK PERMIT
000356*                    ON THE EMPIDEN.DAT IDENTITY REGISTER THAT
000357*                    EXPIRES WITHIN THE NEXT 60 DAYS, OR HAS
000358*                    ALREADY EXPIRED, FOR AN EMPLOYEE STILL ON THE
000359*                    BOOKS (ACTIVE OR SUSPENDED).
000360*   2026-10-15  RT   THE MONTH-END PAYROLL STREAM (EMPNOMB) IS NOW
000361*                    REPORTED THE SAME WAY AS THE NIGHTLY CHAIN:
000362*                    ITS START IS TAKEN AS THE REPORT'S STARTING
000363*                    POINT WHEN IT CAME AFTER THE LAST EMPBATCH
000364*                    START, OR RAN THE SAME OR THE PREVIOUS DAY,
000365*                    AND EVERY PAYROLL STEP PRINTS WITH ITS
000366*                    DURATION AND RETURN CODE.
000367*   2026-10-15  RT   CONTRACT-END WARNINGS NOW ALSO QUEUE A MAIL
000368*                    TO THE SUPERVISOR, AND CERTIFICATE WARNINGS
000369*                    ONE TO THE EMPLOYEE, THROUGH THE SHARED
000370*                    NOTIFICA ROUTINE (EMPNOTQ.DAT, ONE MAIL PER
000371*                    ALERT), AND THE REPORT NOW CLOSES WITH THE
000372*                    MAIL GATEWAY'S SENT/FAILED SUMMARY SINCE
000373*                    YESTERDAY.
000374*   2026-10-15  RT   BREAKS FOUND BY THE NEW EMPCUAD INTER-STEP
000375*                    BALANCING ARE LISTED AT THE TOP OF THE
000376*                    REPORT; THE STEPS' "C-" CONTROL COUNTS AND
000377*                    THE EMPCUAD CUADRA/DESCUA RESULTS PRINT IN
000378*                    THE DETAIL WITHOUT BEING COUNTED AS FAILURES.
000379******************************************************************
000380 IDENTIFICATION DIVISION.
000381 PROGRAM-ID. EMPMORN.
000382
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000460
000470     COPY EMPFSEL.
000480     COPY EMPCUSEL.
000482     COPY EMPPESEL.
000484     COPY EMPAPSEL.
000486     COPY EMPIDSEL.
000488     COPY EMPNTSEL.
000490
000500     SELECT MANANA-REPORTE
000510         ASSIGN TO "EMPMORN.RPT"
000600 FD  EMPLEADOS-ARCHIVO.
000610     COPY EMPREG.
000620
000621 FD  EMPPER-ARCHIVO.
000622     COPY EMPPER.
000623
000624 FD  EMPAPR-ARCHIVO.
000625     COPY EMPAPR.
000626
000627 FD  EMPIDEN-ARCHIVO.
000628     COPY EMPIDEN.
000629
000630 FD  EMPNOT-COLA.
000631     COPY EMPNOT.
000632
000633 FD  BITACORA-ARCHIVO.
000640 01  BIT-REGISTRO.
000650     05  BIT-FECHA           PIC 9(08).
000660     05  FILLER              PIC X(01).
000730     05  BIT-CONTADOR        PIC 9(07).
000740     05  FILLER              PIC X(01).
000750     05  BIT-RETORNO         PIC 9(04).
000753     05  FILLER              PIC X(01).
000756     05  BIT-OPERADOR        PIC X(08).
000760
000770 FD  MANANA-REPORTE.
000780 01  RPT-LINEA               PIC X(132).
000880
000890 01  MO-LINEA-NUM            PIC 9(7) VALUE 0.
000900 01  MO-ARRANQUE-LINEA       PIC 9(7) VALUE 0.
000902 01  MO-ARRANQUE-FECHA       PIC 9(8) VALUE ZERO.
000904 01  MO-NOMB-LINEA           PIC 9(7) VALUE 0.
000906 01  MO-NOMB-FECHA           PIC 9(8) VALUE ZERO.
000908 01  MO-SER-LOTE             PIC 9(7) VALUE 0.
000910 01  MO-FALLOS-COUNT         PIC 9(5) VALUE 0.
000920 01  MO-BANNER               PIC X(80) VALUE SPACES.
000930 01  MO-PROGRAMA             PIC X(08) VALUE "EMPMORN".
001220 01  MO-SER-DIA              PIC 9(2) VALUE 0.
001230 01  MO-FECHA-TRABAJO        PIC 9(8) VALUE ZERO.
001240 01  MO-CONTRATOS-AVISO      PIC 9(5) VALUE 0.
001245 01  MO-RETORNOS-AVISO       PIC 9(5) VALUE 0.
001250 01  ECU-FILE-STATUS         PIC XX VALUE SPACES.
001260 01  ECU-EOF-SW              PIC X VALUE "N".
001270     88  ECU-EOF             VALUE "Y".
001280 01  MO-CERT-AVISO           PIC 9(5) VALUE 0.
001281 01  PER-FILE-STATUS         PIC XX VALUE SPACES.
001282 01  PER-EOF-SW              PIC X VALUE "N".
001283     88  PER-EOF             VALUE "Y".
001284 01  APR-FILE-STATUS         PIC XX VALUE SPACES.
001285 01  APR-EOF-SW              PIC X VALUE "N".
001286     88  APR-EOF             VALUE "Y".
001287 01  MO-PERIODO              PIC 9(6) VALUE ZERO.
001288 01  MO-PER-STATUS           PIC X(01) VALUE "A".
001289     88  MO-PER-SIN-CALCULAR VALUE "A".
001290 01  MO-APR-PENDIENTES       PIC 9(5) VALUE 0.
001291 01  IDN-FILE-STATUS         PIC XX VALUE SPACES.
001292 01  IDN-EOF-SW              PIC X VALUE "N".
001293     88  IDN-EOF             VALUE "Y".
001294 01  MO-PERMISOS-AVISO       PIC 9(5) VALUE 0.
001295 01  NTQ-FILE-STATUS         PIC XX VALUE SPACES.
001296 01  NTQ-EOF-SW              PIC X VALUE "N".
001297     88  NTQ-EOF             VALUE "Y".
001298 01  MO-NOT-TIPO             PIC X(06) VALUE SPACES.
001299 01  MO-NOT-E-ID             PIC X(50) VALUE SPACES.
001300 01  MO-NOT-DESTINO          PIC X(01) VALUE SPACES.
001301 01  MO-NOT-REFERENCIA       PIC X(20) VALUE SPACES.
001302 01  MO-NOT-ASUNTO           PIC X(60) VALUE SPACES.
001303 01  MO-NOT-TEXTO            PIC X(200) VALUE SPACES.
001304 01  MO-NOT-RESULTADO        PIC X(01) VALUE SPACES.
001305 01  MO-NOT-ENCOLADOS        PIC 9(5) VALUE 0.
001306 01  MO-NOT-ENVIADOS         PIC 9(5) VALUE 0.
001307 01  MO-NOT-FALLIDOS         PIC 9(5) VALUE 0.
001308 01  MO-NOT-PENDIENTES       PIC 9(5) VALUE 0.
001309 01  MO-NOT-HOY              PIC 9(5) VALUE 0.
001310
001311 01  MO-DESC-TABLA.
001312     05  MO-DESC-MAX         PIC 9(2) VALUE 0.
001313     05  MO-DESC-ENTRADA OCCURS 10 TIMES.
001314         10  MO-DESC-CONTROL PIC 9(02).
001315         10  MO-DESC-DIFERENCIA PIC 9(07).
001316         10  MO-DESC-LINEA   PIC 9(07).
001317 01  MO-DESC-LISTADOS        PIC 9(2) VALUE 0.
001318 01  MO-DESC-TEXTO           PIC X(45) VALUE SPACES.
001319 01  MO-DESC-EDIT            PIC ZZZZZZ9.
001320
001321 PROCEDURE DIVISION.
001322
001323 0000-MAINLINE.
001330     PERFORM 1000-BUSCAR-ARRANQUE
001340     PERFORM 2000-INITIALIZE
001350     PERFORM 3000-PROCESS-EVENTO UNTIL BIT-EOF
001360     PERFORM 7000-AVISOS-CONTRATOS
001365     PERFORM 7400-AVISOS-RETORNOS
001370     PERFORM 7500-AVISOS-CERTIFICADOS
001372     PERFORM 7600-AVISOS-PERMISOS
001374     PERFORM 7700-AVISOS-APROBACIONES
001376     PERFORM 7800-RESUMEN-NOTIFICACIONES
001380     PERFORM 8000-TERMINATE
001390     PERFORM 9999-EXIT.
001400
001410*----------------------------------------------------------------
001420* 1000-BUSCAR-ARRANQUE - FIRST PASS: REMEMBER THE LINE NUMBER OF
001425*                        THE LAST "EMPBATCH INICIO" (AND OF THE
001430*                        LAST "EMPNOMB INICIO") SO THE REPORT
001435*                        COVERS ONLY LAST NIGHT'S CHAIN, AND KEEP
001440*                        THAT CHAIN'S EMPCUAD BREAKS FOR THE TOP
001445*                        OF THE REPORT.
001450*----------------------------------------------------------------
001460 1000-BUSCAR-ARRANQUE.
001470     OPEN INPUT BITACORA-ARCHIVO
001550         PERFORM 1100-READ-BITACORA
001560         PERFORM 1200-EXAMINAR-ARRANQUE UNTIL BIT-EOF
001570         CLOSE BITACORA-ARCHIVO
001575         PERFORM 1300-ELEGIR-ARRANQUE
001580     END-IF.
001590
001600 1100-READ-BITACORA.
001670     ADD 1 TO MO-LINEA-NUM
001680     IF BIT-PROGRAMA = "EMPBATCH" AND BIT-EVENTO = "INICIO"
001690         MOVE MO-LINEA-NUM TO MO-ARRANQUE-LINEA
001691         MOVE BIT-FECHA TO MO-ARRANQUE-FECHA
001692         MOVE ZERO TO MO-DESC-MAX
001693     END-IF
001694     IF BIT-PROGRAMA = "EMPCUAD" AND BIT-EVENTO = "DESCUA"
001695             AND MO-DESC-MAX < 10
001696         ADD 1 TO MO-DESC-MAX
001697         MOVE BIT-RETORNO  TO MO-DESC-CONTROL (MO-DESC-MAX)
001698         MOVE BIT-CONTADOR TO MO-DESC-DIFERENCIA (MO-DESC-MAX)
001699         MOVE MO-LINEA-NUM TO MO-DESC-LINEA (MO-DESC-MAX)
001700     END-IF
001701     IF BIT-PROGRAMA = "EMPNOMB" AND BIT-EVENTO = "INICIO"
001702         MOVE MO-LINEA-NUM TO MO-NOMB-LINEA
001703         MOVE BIT-FECHA TO MO-NOMB-FECHA
001704     END-IF
001710     PERFORM 1100-READ-BITACORA.
001720
001730*----------------------------------------------------------------
001731* 1300-ELEGIR-ARRANQUE - A PAYROLL STREAM STARTED AFTER THE LAST
001732*                        NIGHTLY CHAIN IS THE RUN TO REPORT; ONE
001733*                        STARTED THE SAME DAY OR THE DAY BEFORE
001734*                        THAT CHAIN IS REPORTED TOGETHER WITH IT,
001735*                        SO A MONTH-END NIGHT SHOWS BOTH.
001736*----------------------------------------------------------------
001737 1300-ELEGIR-ARRANQUE.
001738     IF MO-NOMB-LINEA > MO-ARRANQUE-LINEA
001739         MOVE MO-NOMB-LINEA TO MO-ARRANQUE-LINEA
001740     ELSE
001741         IF MO-NOMB-LINEA > 0
001742             MOVE MO-ARRANQUE-FECHA TO MO-FECHA-TRABAJO
001743             PERFORM 7300-FECHA-A-SERIE
001744             MOVE MO-SER-FIN TO MO-SER-LOTE
001745             MOVE MO-NOMB-FECHA TO MO-FECHA-TRABAJO
001746             PERFORM 7300-FECHA-A-SERIE
001747             IF MO-SER-LOTE - MO-SER-FIN <= 1
001748                 MOVE MO-NOMB-LINEA TO MO-ARRANQUE-LINEA
001749             END-IF
001750         END-IF
001751     END-IF.
001752
001753*----------------------------------------------------------------
001754* 2000-INITIALIZE - SECOND PASS SET-UP: SKIP TO THE LAST CHAIN
001756*                   START AND OPEN THE REPORT, HEADED BY ANY
001758*                   BALANCING BREAKS IN THAT CHAIN.
001760*----------------------------------------------------------------
001770 2000-INITIALIZE.
001780     OPEN OUTPUT MANANA-REPORTE
001840     WRITE RPT-LINEA
001850     MOVE ALL "-" TO RPT-LINEA
001860     WRITE RPT-LINEA
001865     PERFORM 2200-LISTAR-DESCUADRES
001870     IF BIT-FILE-STATUS = "00" OR BIT-FILE-STATUS = "10"
001880         MOVE ZERO TO MO-LINEA-NUM
001890         MOVE "N" TO BIT-EOF-SW
002010     PERFORM 1100-READ-BITACORA.
002020
002030*----------------------------------------------------------------
002031* 2200-LISTAR-DESCUADRES - THE RECORD COUNTS THAT DID NOT BALANCE
002032*                          BETWEEN THE STEPS OF THE REPORTED CHAIN
002033*                          (EMPCUAD), AHEAD OF THE STEP-BY-STEP
002034*                          DETAIL.  A CHAIN THAT BALANCED PRINTS
002035*                          NOTHING HERE.
002036*----------------------------------------------------------------
002037 2200-LISTAR-DESCUADRES.
002038     MOVE ZERO TO MO-DESC-LISTADOS
002039     PERFORM 2210-LISTAR-DESCUADRE
002040         VARYING MO-IDX FROM 1 BY 1
002041         UNTIL MO-IDX > MO-DESC-MAX
002042     IF MO-DESC-LISTADOS > ZERO
002043         MOVE SPACES TO RPT-LINEA
002044         WRITE RPT-LINEA
002045     END-IF.
002046
002047 2210-LISTAR-DESCUADRE.
002048     IF MO-DESC-LINEA (MO-IDX) >= MO-ARRANQUE-LINEA
002049         IF MO-DESC-LISTADOS = ZERO
002050             MOVE "*** DESCUADRES ENTRE PASOS DE LA CADENA ***"
002051                 TO RPT-LINEA
002052             WRITE RPT-LINEA
002053         END-IF
002054         ADD 1 TO MO-DESC-LISTADOS
002055         PERFORM 2220-TEXTO-CONTROL
002056         MOVE MO-DESC-DIFERENCIA (MO-IDX) TO MO-DESC-EDIT
002057         MOVE SPACES TO RPT-LINEA
002058         STRING "CONTROL " MO-DESC-CONTROL (MO-IDX) " "
002059             MO-DESC-TEXTO " DIFERENCIA " MO-DESC-EDIT
002060             DELIMITED BY SIZE INTO RPT-LINEA
002061         WRITE RPT-LINEA
002062     END-IF.
002063
002064 2220-TEXTO-CONTROL.
002065     EVALUATE MO-DESC-CONTROL (MO-IDX)
002066         WHEN 1
002067             MOVE "REGIONES + ALTAS - DUPLICADOS = FUSIONADOS"
002068                 TO MO-DESC-TEXTO
002069         WHEN 2
002070             MOVE "FUSIONADOS = LEIDOS POR EMPVAL"
002071                 TO MO-DESC-TEXTO
002072         WHEN 3
002073             MOVE "LEIDOS = ACEPTADOS + RECHAZOS EN EMPSUSP"
002074                 TO MO-DESC-TEXTO
002075         WHEN 4
002076             MOVE "ALTAS + CAMBIOS EN MAESTRO = ACEPTADOS"
002077                 TO MO-DESC-TEXTO
002078         WHEN 5
002079             MOVE "ALTAS + CAMBIOS = ENTRADAS NUEVAS EN EMPAUD"
002080                 TO MO-DESC-TEXTO
002081         WHEN 6
002082             MOVE "FILAS EN EMPLEADOS.CSV = ACTIVOS EN MAESTRO"
002083                 TO MO-DESC-TEXTO
002084         WHEN OTHER
002085             MOVE SPACES TO MO-DESC-TEXTO
002086     END-EVALUATE.
002087
002088*----------------------------------------------------------------
002089* 3000-PROCESS-EVENTO - PRINT ONE LOG EVENT; ON A FIN, PAIR IT
002090*                       WITH ITS INICIO TO SHOW THE DURATION AND
002091*                       FLAG A NONZERO RETURN CODE.  A STEP'S
002092*                       "C-" CONTROL COUNTS AND THE EMPCUAD
002093*                       RESULTS PRINT BUT ARE NOT FAILURES.
002094*----------------------------------------------------------------
002095 3000-PROCESS-EVENTO.
002096     EVALUATE BIT-EVENTO
002100         WHEN "INICIO"
002110             PERFORM 3100-ANOTAR-INICIO
002120             MOVE SPACES TO RPT-LINEA
002340                 " OMITIDO POR CALENDARIO"
002350                 DELIMITED BY SIZE INTO RPT-LINEA
002360             WRITE RPT-LINEA
002361         WHEN "DENEGA"
002362             MOVE SPACES TO RPT-LINEA
002363             STRING BIT-HORA " " BIT-PROGRAMA " OPCION "
002364                 BIT-CONTADOR (6:2) " DENEGADA AL OPERADOR "
002365                 BIT-OPERADOR
002366                 DELIMITED BY SIZE INTO RPT-LINEA
002367             WRITE RPT-LINEA
002368         WHEN "CUADRA"
002369             MOVE SPACES TO RPT-LINEA
002370             STRING BIT-HORA " " BIT-PROGRAMA " CONTROL "
002371                 BIT-RETORNO " CUADRA"
002372                 DELIMITED BY SIZE INTO RPT-LINEA
002373             WRITE RPT-LINEA
002374         WHEN "DESCUA"
002375             MOVE SPACES TO RPT-LINEA
002376             STRING BIT-HORA " " BIT-PROGRAMA " CONTROL "
002377                 BIT-RETORNO " DESCUADRE DIFERENCIA " BIT-CONTADOR
002378                 DELIMITED BY SIZE INTO RPT-LINEA
002379             WRITE RPT-LINEA
002380         WHEN OTHER
002381             MOVE SPACES TO RPT-LINEA
002385             IF BIT-EVENTO (1:2) = "C-"
002389                 STRING BIT-HORA " " BIT-PROGRAMA " CUENTA "
002393                     BIT-EVENTO " REGISTROS " BIT-CONTADOR
002397                     DELIMITED BY SIZE INTO RPT-LINEA
002401                 WRITE RPT-LINEA
002405             ELSE
002409                 STRING BIT-HORA " " BIT-PROGRAMA " "
002413                     BIT-EVENTO " RETORNO " BIT-RETORNO
002417                     DELIMITED BY SIZE INTO RPT-LINEA
002421                 WRITE RPT-LINEA
002425                 ADD 1 TO MO-FALLOS-COUNT
002429             END-IF
002440     END-EVALUATE
002450     PERFORM 1100-READ-BITACORA.
002460
003360                 E-CONTRATO " " FUNCTION TRIM(E-ID)
003370                 DELIMITED BY SIZE INTO RPT-LINEA
003380             WRITE RPT-LINEA
003385             PERFORM 7250-NOTIFICAR-CONTRATO
003390         ELSE
003400             IF MO-DIAS-RESTAN <= 30
003410                 ADD 1 TO MO-CONTRATOS-AVISO
003440                     E-CONTRATO " " FUNCTION TRIM(E-ID)
003450                     DELIMITED BY SIZE INTO RPT-LINEA
003460                 WRITE RPT-LINEA
003465                 PERFORM 7250-NOTIFICAR-CONTRATO
003470             END-IF
003480         END-IF
003490     END-IF
003500     PERFORM 7100-LEER-EMPLEADO.
003501
003502*----------------------------------------------------------------
003503* 7250-NOTIFICAR-CONTRATO - QUEUE THE CONTRACT-END ALERT FOR THE
003504*                           EMPLOYEE'S SUPERVISOR THROUGH THE
003505*                           SHARED NOTIFICA ROUTINE.  THE END DATE
003506*                           IS THE REFERENCE, SO THE SUPERVISOR IS
003507*                           MAILED ONCE PER END DATE, NOT EVERY
003508*                           MORNING, AND AGAIN ONLY IF THE
003509*                           CONTRACT IS EXTENDED TO A NEW ONE.
003510*----------------------------------------------------------------
003511 7250-NOTIFICAR-CONTRATO.
003512     MOVE "CONTRA" TO MO-NOT-TIPO
003513     MOVE E-ID TO MO-NOT-E-ID
003514     MOVE "S" TO MO-NOT-DESTINO
003515     MOVE E-FECHA-FIN-CONTRATO TO MO-NOT-REFERENCIA
003516     MOVE SPACES TO MO-NOT-ASUNTO
003517     STRING "FIN DE CONTRATO " E-FECHA-FIN-CONTRATO " - "
003518         FUNCTION TRIM(E-NOMBRE)
003519         DELIMITED BY SIZE INTO MO-NOT-ASUNTO
003520     MOVE SPACES TO MO-NOT-TEXTO
003521     STRING "EL CONTRATO " E-CONTRATO " DE "
003522         FUNCTION TRIM(E-NOMBRE) " (" FUNCTION TRIM(E-ID)
003523         ") TERMINA EL " E-FECHA-FIN-CONTRATO
003524         ".  INDIQUE A PERSONAL SI SE RENUEVA O SE PREPARA"
003525         " LA BAJA."
003526         DELIMITED BY SIZE INTO MO-NOT-TEXTO
003527     PERFORM 7900-NOTIFICAR.
003528
003529 7300-FECHA-A-SERIE.
003530     MOVE MO-FECHA-TRABAJO(1:4) TO MO-SER-ANIO
003540     MOVE MO-FECHA-TRABAJO(5:2) TO MO-SER-MES
003550     MOVE MO-FECHA-TRABAJO(7:2) TO MO-SER-DIA
003580     END-IF
003590     COMPUTE MO-SER-FIN = MO-SER-ANIO * 360
003600         + MO-SER-MES * 30 + MO-SER-DIA.
003601
003602*----------------------------------------------------------------
003603* 7400-AVISOS-RETORNOS - EVERY EMPLOYEE ON EXCEDENCIA OR
003604*                        SUSPENSION WHOSE EXPECTED RETURN DATE
003605*                        FALLS WITHIN THE NEXT 15 DAYS (OR HAS
003606*                        PASSED WITH THE RECORD STILL SUSPENDED)
003607*                        GETS A LINE, SO THE SEAT, THE PAYROLL
003608*                        AND THE SOCIAL SECURITY ALTA ARE READY.
003609*----------------------------------------------------------------
003610 7400-AVISOS-RETORNOS.
003611     MOVE SPACES TO RPT-LINEA
003612     WRITE RPT-LINEA
003613     MOVE "REINCORPORACIONES DE EXCEDENCIA (PROXIMOS 15 DIAS)"
003614         TO RPT-LINEA
003615     WRITE RPT-LINEA
003616     MOVE "N" TO EMP-EOF-SW
003617     OPEN INPUT EMPLEADOS-ARCHIVO
003618     PERFORM 7100-LEER-EMPLEADO
003619     PERFORM 7410-EXAMINAR-RETORNO UNTIL EMP-EOF
003620     CLOSE EMPLEADOS-ARCHIVO
003621     IF MO-RETORNOS-AVISO = ZERO
003622         MOVE "  (NINGUNO)" TO RPT-LINEA
003623         WRITE RPT-LINEA
003624     END-IF.
003625
003626 7410-EXAMINAR-RETORNO.
003627     IF E-SUSPENDIDO AND E-EXC-FECHA-RETORNO NOT = ZERO
003628         MOVE E-EXC-FECHA-RETORNO TO MO-FECHA-TRABAJO
003629         PERFORM 7300-FECHA-A-SERIE
003630         COMPUTE MO-DIAS-RESTAN = MO-SER-FIN - MO-SER-HOY
003631         IF MO-DIAS-RESTAN < ZERO
003632             ADD 1 TO MO-RETORNOS-AVISO
003633             MOVE SPACES TO RPT-LINEA
003634             STRING "  RETRASADO " E-EXC-FECHA-RETORNO " "
003635                 E-EXC-TIPO " " FUNCTION TRIM(E-ID)
003636                 " / " FUNCTION TRIM(E-NOMBRE)
003637                 DELIMITED BY SIZE INTO RPT-LINEA
003638             WRITE RPT-LINEA
003639         ELSE
003640             IF MO-DIAS-RESTAN <= 15
003641                 ADD 1 TO MO-RETORNOS-AVISO
003642                 MOVE SPACES TO RPT-LINEA
003643                 STRING "  VUELVE " E-EXC-FECHA-RETORNO " "
003644                     E-EXC-TIPO " " FUNCTION TRIM(E-ID)
003645                     " / " FUNCTION TRIM(E-NOMBRE)
003646                     DELIMITED BY SIZE INTO RPT-LINEA
003647                 WRITE RPT-LINEA
003648             END-IF
003649         END-IF
003650     END-IF
003651     PERFORM 7100-LEER-EMPLEADO.
003652
003653*----------------------------------------------------------------
003654* 7500-AVISOS-CERTIFICADOS - EVERY COURSE COMPLETION ON
003655*                           EMPCUR.DAT WHOSE EXPIRY FALLS WITHIN
003656*                           60 DAYS (OR HAS PASSED) GETS A
003660*                           WARNING LINE, SO A FORKLIFT LICENCE
003670*                           CANNOT LAPSE UNNOTICED.
003680*----------------------------------------------------------------
004060                 " " FUNCTION TRIM(ECU-E-ID)
004070                 DELIMITED BY SIZE INTO RPT-LINEA
004080             WRITE RPT-LINEA
004085             PERFORM 7530-NOTIFICAR-CURSO
004090         END-IF
004100     END-IF
004110     PERFORM 7510-LEER-CURSO.
004111
004112*----------------------------------------------------------------
004113* 7600-AVISOS-PERMISOS - EVERY WORK PERMIT ON THE EMPIDEN.DAT
004114*                        IDENTITY REGISTER THAT EXPIRES WITHIN 60
004115*                        DAYS (OR HAS EXPIRED) FOR AN EMPLOYEE
004116*                        STILL ON THE BOOKS GETS A LINE, SO THE
004117*                        RENEWAL IS FILED BEFORE THE PERSON CAN
004118*                        NO LONGER LEGALLY WORK.
004119*----------------------------------------------------------------
004120 7600-AVISOS-PERMISOS.
004121     MOVE SPACES TO RPT-LINEA
004122     WRITE RPT-LINEA
004123     MOVE "PERMISOS DE TRABAJO POR CADUCAR (PROXIMOS 60 DIAS)"
004124         TO RPT-LINEA
004125     WRITE RPT-LINEA
004126     MOVE "N" TO IDN-EOF-SW
004127     OPEN INPUT EMPLEADOS-ARCHIVO
004128     OPEN INPUT EMPIDEN-ARCHIVO
004129     IF IDN-FILE-STATUS = "00"
004130         PERFORM 7610-LEER-IDENTIDAD
004131         PERFORM 7620-EXAMINAR-PERMISO UNTIL IDN-EOF
004132     END-IF
004133     IF IDN-FILE-STATUS = "00" OR IDN-FILE-STATUS = "05"
004134             OR IDN-FILE-STATUS = "10"
004135         CLOSE EMPIDEN-ARCHIVO
004136     END-IF
004137     CLOSE EMPLEADOS-ARCHIVO
004138     IF MO-PERMISOS-AVISO = ZERO
004139         MOVE "  (NINGUNO)" TO RPT-LINEA
004140         WRITE RPT-LINEA
004141     END-IF.
004142
004143 7610-LEER-IDENTIDAD.
004144     READ EMPIDEN-ARCHIVO
004145         AT END
004146             MOVE "Y" TO IDN-EOF-SW
004147     END-READ.
004148
004149 7620-EXAMINAR-PERMISO.
004150     IF NOT IDN-SIN-PERMISO AND IDN-PERMISO-CADUCA NOT = ZERO
004151         MOVE IDN-PERMISO-CADUCA TO MO-FECHA-TRABAJO
004152         PERFORM 7300-FECHA-A-SERIE
004153         COMPUTE MO-DIAS-RESTAN = MO-SER-FIN - MO-SER-HOY
004154         IF MO-DIAS-RESTAN <= 60
004155             MOVE IDN-E-ID TO E-ID
004156             READ EMPLEADOS-ARCHIVO
004157                 INVALID KEY
004158                     MOVE "I" TO E-STATUS
004159             END-READ
004160             IF NOT E-INACTIVO
004161                 PERFORM 7630-LISTAR-PERMISO
004162             END-IF
004163         END-IF
004164     END-IF
004165     PERFORM 7610-LEER-IDENTIDAD.
004166
004167 7630-LISTAR-PERMISO.
004168     ADD 1 TO MO-PERMISOS-AVISO
004169     MOVE SPACES TO RPT-LINEA
004170     IF MO-DIAS-RESTAN < ZERO
004171         STRING "  CADUCADO " IDN-PERMISO-CADUCA " "
004172             IDN-PERMISO " " FUNCTION TRIM(IDN-E-ID)
004173             " / " FUNCTION TRIM(E-NOMBRE)
004174             DELIMITED BY SIZE INTO RPT-LINEA
004175     ELSE
004176         STRING "  CADUCA " IDN-PERMISO-CADUCA " "
004177             IDN-PERMISO " " FUNCTION TRIM(IDN-E-ID)
004178             " / " FUNCTION TRIM(E-NOMBRE)
004179             DELIMITED BY SIZE INTO RPT-LINEA
004180     END-IF
004181     WRITE RPT-LINEA.
004182
004183*----------------------------------------------------------------
004184* 7530-NOTIFICAR-CURSO - QUEUE THE EXPIRY ALERT FOR THE EMPLOYEE
004185*                        WHO HOLDS THE CERTIFICATE.  COURSE AND
004186*                        EXPIRY DATE ARE THE REFERENCE, THE SAME
004187*                        ONE EMPCURR USES, SO THE EMPLOYEE IS
004188*                        MAILED ONCE FOR EACH CERTIFICATE
004189*                        WHICHEVER PROGRAM SEES IT FIRST.
004190*----------------------------------------------------------------
004191 7530-NOTIFICAR-CURSO.
004192     MOVE "CURSO" TO MO-NOT-TIPO
004193     MOVE ECU-E-ID TO MO-NOT-E-ID
004194     MOVE "E" TO MO-NOT-DESTINO
004195     MOVE SPACES TO MO-NOT-REFERENCIA
004196     STRING ECU-CURSO " " ECU-VENCE
004197         DELIMITED BY SIZE INTO MO-NOT-REFERENCIA
004198     MOVE SPACES TO MO-NOT-ASUNTO
004199     STRING "CERTIFICACION " ECU-CURSO " VENCE EL " ECU-VENCE
004200         DELIMITED BY SIZE INTO MO-NOT-ASUNTO
004201     MOVE SPACES TO MO-NOT-TEXTO
004202     STRING "SU CERTIFICACION DEL CURSO " ECU-CURSO
004203         " VENCE EL " ECU-VENCE
004204         ".  SOLICITE LA RENOVACION A SU SUPERVISOR ANTES DE"
004205         " ESA FECHA."
004206         DELIMITED BY SIZE INTO MO-NOT-TEXTO
004207     PERFORM 7900-NOTIFICAR.
004208
004209*----------------------------------------------------------------
004210* 7700-AVISOS-APROBACIONES - SALARY/BANK CHANGES STILL WAITING FOR
004211*                            THE SECOND OPERATOR.  WHILE THIS
004212*                            MONTH'S PERIOD IS STILL UNCALCULATED
004213*                            (NO EMPPER.DAT RECORD, OR STATUS A)
004214*                            EACH ONE IS LISTED SO IT CAN BE
004215*                            DECIDED BEFORE EMPPAY RUNS; AFTER
004216*                            THAT ONLY THE COUNT IS SHOWN.
004217*----------------------------------------------------------------
004218 7700-AVISOS-APROBACIONES.
004219     MOVE FUNCTION CURRENT-DATE(1:6) TO MO-PERIODO
004220     PERFORM 7710-ESTADO-PERIODO
004221     MOVE SPACES TO RPT-LINEA
004222     WRITE RPT-LINEA
004223     MOVE SPACES TO RPT-LINEA
004224     IF MO-PER-SIN-CALCULAR
004225         STRING "CAMBIOS PENDIENTES DE APROBACION - NOMINA "
004226             MO-PERIODO " SIN CALCULAR"
004227             DELIMITED BY SIZE INTO RPT-LINEA
004228     ELSE
004229         STRING "CAMBIOS PENDIENTES DE APROBACION - NOMINA "
004230             MO-PERIODO " YA CALCULADA"
004231             DELIMITED BY SIZE INTO RPT-LINEA
004232     END-IF
004233     WRITE RPT-LINEA
004234     MOVE "N" TO APR-EOF-SW
004235     OPEN INPUT EMPAPR-ARCHIVO
004236     IF APR-FILE-STATUS = "00"
004237         PERFORM 7730-LEER-APROBACION
004238         PERFORM 7740-EXAMINAR-APROBACION UNTIL APR-EOF
004239     END-IF
004240     IF APR-FILE-STATUS = "00" OR APR-FILE-STATUS = "05"
004241             OR APR-FILE-STATUS = "10"
004242         CLOSE EMPAPR-ARCHIVO
004243     END-IF
004244     IF MO-APR-PENDIENTES = ZERO
004245         MOVE "  (NINGUNO)" TO RPT-LINEA
004246         WRITE RPT-LINEA
004247     ELSE
004248         IF NOT MO-PER-SIN-CALCULAR
004249             MOVE SPACES TO RPT-LINEA
004250             STRING "  " MO-APR-PENDIENTES
004251                 " PENDIENTE(S) - ENTRARAN EN LA PROXIMA NOMINA"
004252                 " SI SE APRUEBAN"
004253                 DELIMITED BY SIZE INTO RPT-LINEA
004254             WRITE RPT-LINEA
004255         END-IF
004256     END-IF.
004257
004258 7710-ESTADO-PERIODO.
004259     MOVE "A" TO MO-PER-STATUS
004260     MOVE "N" TO PER-EOF-SW
004261     OPEN INPUT EMPPER-ARCHIVO
004262     IF PER-FILE-STATUS = "00"
004263         PERFORM 7720-LEER-PERIODO
004264         PERFORM 7725-EXAMINAR-PERIODO UNTIL PER-EOF
004265     END-IF
004266     IF PER-FILE-STATUS = "00" OR PER-FILE-STATUS = "05"
004267             OR PER-FILE-STATUS = "10"
004268         CLOSE EMPPER-ARCHIVO
004269     END-IF.
004270
004271 7720-LEER-PERIODO.
004272     READ EMPPER-ARCHIVO
004273         AT END
004274             MOVE "Y" TO PER-EOF-SW
004275     END-READ.
004276
004277 7725-EXAMINAR-PERIODO.
004278     IF PER-PERIODO = MO-PERIODO
004279         MOVE PER-STATUS TO MO-PER-STATUS
004280     END-IF
004281     PERFORM 7720-LEER-PERIODO.
004282
004283 7730-LEER-APROBACION.
004284     READ EMPAPR-ARCHIVO
004285         AT END
004286             MOVE "Y" TO APR-EOF-SW
004287     END-READ.
004288
004289 7740-EXAMINAR-APROBACION.
004290     IF APR-PENDIENTE
004291         ADD 1 TO MO-APR-PENDIENTES
004292         IF MO-PER-SIN-CALCULAR
004293             MOVE SPACES TO RPT-LINEA
004294             STRING "  PENDIENTE " APR-CAMPO " "
004295                 FUNCTION TRIM(APR-E-ID)
004296                 " GRABADO POR " APR-OPERADOR
004297                 " EL " APR-FECHA-ALTA
004298                 DELIMITED BY SIZE INTO RPT-LINEA
004299             WRITE RPT-LINEA
004300         END-IF
004301     END-IF
004302     PERFORM 7730-LEER-APROBACION.
004303
004304*----------------------------------------------------------------
004305* 7800-RESUMEN-NOTIFICACIONES - WHAT THE MAIL GATEWAY DID WITH THE
004306*                               EMPNOTQ.DAT QUEUE SINCE YESTERDAY:
004307*                               HOW MANY MESSAGES WENT OUT, EVERY
004308*                               ONE THAT FAILED WITH THE GATEWAY'S
004309*                               REASON, HOW MANY ARE STILL PENDING
004310*                               AND HOW MANY WERE QUEUED TODAY.
004311*----------------------------------------------------------------
004312 7800-RESUMEN-NOTIFICACIONES.
004313     MOVE SPACES TO RPT-LINEA
004314     WRITE RPT-LINEA
004315     MOVE "NOTIFICACIONES (ENVIADAS Y FALLIDAS DESDE AYER)"
004316         TO RPT-LINEA
004317     WRITE RPT-LINEA
004318     MOVE "N" TO NTQ-EOF-SW
004319     OPEN INPUT EMPNOT-COLA
004320     IF NTQ-FILE-STATUS = "00"
004321         PERFORM 7810-LEER-NOTIFICACION
004322         PERFORM 7820-EXAMINAR-NOTIFICACION UNTIL NTQ-EOF
004323     END-IF
004324     IF NTQ-FILE-STATUS = "00" OR NTQ-FILE-STATUS = "05"
004325             OR NTQ-FILE-STATUS = "10"
004326         CLOSE EMPNOT-COLA
004327     END-IF
004328     IF MO-NOT-FALLIDOS = ZERO
004329         MOVE "  (NINGUNA FALLIDA)" TO RPT-LINEA
004330         WRITE RPT-LINEA
004331     END-IF
004332     MOVE SPACES TO RPT-LINEA
004333     STRING "  ENVIADAS " MO-NOT-ENVIADOS
004334         "  FALLIDAS " MO-NOT-FALLIDOS
004335         "  PENDIENTES " MO-NOT-PENDIENTES
004336         "  ENCOLADAS HOY " MO-NOT-HOY
004337         DELIMITED BY SIZE INTO RPT-LINEA
004338     WRITE RPT-LINEA.
004339
004340 7810-LEER-NOTIFICACION.
004341     READ EMPNOT-COLA
004342         AT END
004343             MOVE "Y" TO NTQ-EOF-SW
004344     END-READ.
004345
004346 7820-EXAMINAR-NOTIFICACION.
004347     IF NTQ-FECHA = MO-HOY
004348         ADD 1 TO MO-NOT-HOY
004349     END-IF
004350     IF NTQ-PENDIENTE
004351         ADD 1 TO MO-NOT-PENDIENTES
004352     ELSE
004353         IF NTQ-FECHA-ESTADO NUMERIC AND
004354                 NTQ-FECHA-ESTADO NOT = ZERO
004355             MOVE NTQ-FECHA-ESTADO TO MO-FECHA-TRABAJO
004356             PERFORM 7300-FECHA-A-SERIE
004357             IF MO-SER-FIN >= MO-SER-HOY - 1
004358                 PERFORM 7830-CONTAR-RESULTADO
004359             END-IF
004360         END-IF
004361     END-IF
004362     PERFORM 7810-LEER-NOTIFICACION.
004363
004364 7830-CONTAR-RESULTADO.
004365     IF NTQ-ENVIADO
004366         ADD 1 TO MO-NOT-ENVIADOS
004367     END-IF
004368     IF NTQ-FALLIDO
004369         ADD 1 TO MO-NOT-FALLIDOS
004370         MOVE SPACES TO RPT-LINEA
004371         STRING "  FALLIDA " NTQ-FECHA-ESTADO " " NTQ-TIPO
004372             " " FUNCTION TRIM(NTQ-E-ID)
004373             " A " FUNCTION TRIM(NTQ-EMAIL)
004374             " - " NTQ-MOTIVO
004375             DELIMITED BY SIZE INTO RPT-LINEA
004376         WRITE RPT-LINEA
004377     END-IF.
004378
004379*----------------------------------------------------------------
004380* 7900-NOTIFICAR - HAND THE PREPARED ALERT TO THE SHARED NOTIFICA
004381*                  ROUTINE AND COUNT IT WHEN IT WAS ACTUALLY
004382*                  QUEUED (NOT A REPEAT, RECIPIENT MAIL ON FILE).
004383*----------------------------------------------------------------
004384 7900-NOTIFICAR.
004385     CALL "NOTIFICA" USING MO-PROGRAMA, MO-NOT-TIPO,
004386         MO-NOT-E-ID, MO-NOT-DESTINO, MO-NOT-REFERENCIA,
004387         MO-NOT-ASUNTO, MO-NOT-TEXTO, MO-NOT-RESULTADO
004388     IF MO-NOT-RESULTADO = "Q"
004389         ADD 1 TO MO-NOT-ENCOLADOS
004390     END-IF.
004391
004392*----------------------------------------------------------------
004393* 8000-TERMINATE - CLOSE OUT WITH THE FAILURE COUNT.
004394*----------------------------------------------------------------
004395 8000-TERMINATE.
004396     IF BIT-FILE-STATUS = "00" OR BIT-FILE-STATUS = "10"
004397         CLOSE BITACORA-ARCHIVO
004398     END-IF
004399     MOVE SPACES TO RPT-LINEA
004400     WRITE RPT-LINEA
004401     MOVE SPACES TO RPT-LINEA
004402     STRING "PASOS CON FALLO: " MO-FALLOS-COUNT
004403         DELIMITED BY SIZE INTO RPT-LINEA
004404     WRITE RPT-LINEA
004405     CLOSE MANANA-REPORTE
004406     CALL "OPERSES" USING MO-OPERADOR, MO-OPER-NIVEL
004407     MOVE "EMPMORN.RPT" TO MO-ARCHIVO-SPOOL
004408     CALL "SPOOLCAT" USING MO-PROGRAMA, MO-ARCHIVO-SPOOL,
004409         MO-OPERADOR
004410     DISPLAY "EMPMORN - PASOS CON FALLO: " MO-FALLOS-COUNT
004411     DISPLAY "EMPMORN - AVISOS ENCOLADOS: " MO-NOT-ENCOLADOS.
004412
004413 9999-EXIT.
004414     GOBACK.
004415 END PROGRAM EMPMORN.
