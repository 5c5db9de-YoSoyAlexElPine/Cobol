000150*                SORTS BY NAME), SO THE RIGHT PERSON GETS THE
000160*                LIST BEFORE THE DECISION IS MADE BY DEFAULT.
000170*                CONFIRMING FROM EMPMAINT TAKES THE EMPLOYEE OFF
000174*                THE LIST.  WHEN RPTDIST.PRM NAMES EMPPROB, THE
000178*                RECORDS ARE SORTED BY DEPARTMENT FIRST AND EACH
000182*                DEPARTMENT'S SUPERVISOR GROUPS ARE ALSO BURST TO
000186*                A SPOOL MEMBER FOR THE DEPARTMENT HEAD (RPTDIST).
000190* TECTONICS:     cobc -x -std=ibm -I copybooks EMPPROB.CBL
000200*                RPTROUTE RPTBANNER RUNLOG NOTIFICA RPTDIST
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000280*                    DATED COPY IN THE SPOOL CATALOG SO LAST
000290*                    WEEK'S OUTPUT CAN BE REPRINTED FROM
000300*                    EMPSPOOL INSTEAD OF RE-RUN.
000301*   2026-10-15  RT   EVERY PROBATION ON THE LIST NOW ALSO QUEUES
000302*                    ONE MAIL TO THE SUPERVISOR THROUGH THE SHARED
000303*                    NOTIFICA ROUTINE (EMPNOTQ.DAT), SO THE
000304*                    DECISION DOES NOT DEPEND ON SOMEONE READING
000305*                    THE REPORT.
000306*   2026-10-15  RT   WHEN RPTDIST.PRM NAMES EMPPROB THE PROBATIONS
000307*                    ARE SORTED BY DEPARTMENT AHEAD OF SUPERVISOR
000308*                    AND EACH DEPARTMENT'S GROUPS ARE ALSO BURST
000309*                    THROUGH RPTDIST, ONE SPOOL MEMBER PER
000310*                    DEPARTMENT ADDRESSED TO ITS HEAD.
000311******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. EMPPROB.
000340
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY EMPFSEL.
000385     COPY EMPDISEL.
000390
000400     SELECT OPTIONAL BANDA-TABLA
000410         ASSIGN TO "BANDMST.DAT"
000600 FD  EMPLEADOS-ARCHIVO.
000610     COPY EMPREG.
000620
000622 FD  DISTRIB-TRABAJO.
000624     COPY EMPDIS.
000626
000630 FD  BANDA-TABLA.
000640 01  BND-REGISTRO.
000650     05  BND-CODIGO          PIC X(02).
000700
000710 SD  PROB-WORK-FILE.
000720 01  PB-REGISTRO.
000725     05  PB-DEPTO            PIC X(04).
000730     05  PB-SUPERVISOR       PIC X(50).
000740     05  PB-E-ID             PIC X(50).
000750     05  PB-NOMBRE           PIC X(50).
000780
000790 FD  EMPLEADOS-PRUEBA.
000800 01  ORD-REGISTRO.
000805     05  ORD-DEPTO           PIC X(04).
000810     05  ORD-SUPERVISOR      PIC X(50).
000820     05  ORD-E-ID            PIC X(50).
000830     05  ORD-NOMBRE          PIC X(50).
000920 01  BND-FILE-STATUS          PIC XX VALUE SPACES.
000930 01  SRT-FILE-STATUS          PIC XX VALUE SPACES.
000940 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000945 01  DIS-FILE-STATUS          PIC XX VALUE SPACES.
000950
000960 01  EMP-EOF-SW               PIC X VALUE "N".
000970     88  EMP-EOF              VALUE "Y".
001220 01  PB-BND-IDX               PIC 9(2) VALUE 0.
001230
001240 01  PB-SUP-ANTERIOR          PIC X(50) VALUE HIGH-VALUES.
001245 01  PB-DEP-ANTERIOR          PIC X(04) VALUE HIGH-VALUES.
001250 01  PB-LISTADOS              PIC 9(5) VALUE 0.
001251
001252 01  PB-NOT-TIPO              PIC X(06) VALUE "PRUEBA".
001253 01  PB-NOT-DESTINO           PIC X(01) VALUE "S".
001254 01  PB-NOT-REFERENCIA        PIC X(20) VALUE SPACES.
001255 01  PB-NOT-ASUNTO            PIC X(60) VALUE SPACES.
001256 01  PB-NOT-TEXTO             PIC X(200) VALUE SPACES.
001257 01  PB-NOT-RESULTADO         PIC X(01) VALUE SPACES.
001258 01  PB-NOT-ENCOLADOS         PIC 9(5) VALUE 0.
001259 01  PB-DIS-ACCION            PIC X(08) VALUE SPACES.
001260 01  PB-DIS-PROGRAMA          PIC X(08) VALUE "EMPPROB".
001261 01  PB-DIS-TITULO            PIC X(60)
001262         VALUE "PERIODOS DE PRUEBA QUE TERMINAN EN 14 DIAS".
001263 01  PB-DIS-REPARTIR-SW       PIC X(01) VALUE "N".
001264     88  PB-REPARTIR          VALUE "S".
001265 01  PB-DIS-MIEMBROS          PIC 9(03) VALUE 0.
001266 01  PB-DIS-DEPTO             PIC X(04) VALUE SPACES.
001267
001270 01  PB-ARCHIVO-SPOOL        PIC X(20) VALUE SPACES.
001280 01  PB-SPL-OPERADOR         PIC X(08) VALUE SPACES.
001290 01  PB-SPL-NIVEL            PIC X(01) VALUE SPACES.
001690         TO RPT-LINEA
001700     WRITE RPT-LINEA
001710     MOVE ALL "-" TO RPT-LINEA
001712     WRITE RPT-LINEA
001714     MOVE "CONSULTA" TO PB-DIS-ACCION
001716     CALL "RPTDIST" USING PB-DIS-ACCION, PB-DIS-PROGRAMA,
001718         PB-DIS-TITULO, PB-DIS-REPARTIR-SW, PB-DIS-MIEMBROS
001720     IF PB-REPARTIR
001722         OPEN OUTPUT DISTRIB-TRABAJO
001724     END-IF.
001730
001740 1100-CARGAR-BANDAS.
001750     MOVE "N" TO BND-EOF-SW
002110*                            FALLS WITHIN 14 DAYS (OR IS ALREADY
002120*                            PAST), SORTED BY SUPERVISOR SO EACH
002130*                            TEAM'S LIST COMES OUT TOGETHER.
002132*                            PB-DEPTO IS ONLY FILLED WHEN THE
002134*                            REPORT IS BEING BURST, SO OTHERWISE
002136*                            THE SUPERVISOR IS THE MAJOR KEY.
002140*----------------------------------------------------------------
002150 2000-SORT-POR-SUPERVISOR.
002160     SORT PROB-WORK-FILE
002165         ON ASCENDING KEY PB-DEPTO
002170         ON ASCENDING KEY PB-SUPERVISOR
002180         ON ASCENDING KEY PB-FIN-PRUEBA
002190         INPUT PROCEDURE IS 2500-LIBERAR-MAESTRO
002370         PERFORM 2600-DERIVAR-FIN-PRUEBA
002380         COMPUTE PB-DIAS-RESTAN = PB-SER-FIN - PB-SER-HOY
002390         IF PB-DIAS-RESTAN <= 14
002392             MOVE SPACES       TO PB-DEPTO
002394             IF PB-REPARTIR
002396                 MOVE E-DEPTO  TO PB-DEPTO
002398             END-IF
002400             MOVE E-SUPERVISOR TO PB-SUPERVISOR
002410             MOVE E-ID         TO PB-E-ID
002420             MOVE E-NOMBRE     TO PB-NOMBRE
002830
002840*----------------------------------------------------------------
002850* 3100-SCAN-ORDENADO - PRINT A GROUP HEADING AT EVERY SUPERVISOR
002856*                      (OR, WHEN BURSTING, DEPARTMENT) BREAK AND
002862*                      ONE LINE PER PROBATION.
002870*----------------------------------------------------------------
002880 3100-SCAN-ORDENADO.
002885     MOVE ORD-DEPTO TO PB-DIS-DEPTO
002890     IF ORD-SUPERVISOR NOT = PB-SUP-ANTERIOR
002895             OR ORD-DEPTO NOT = PB-DEP-ANTERIOR
002900         MOVE SPACES TO RPT-LINEA
002905         PERFORM 7000-REPARTIR-LINEA
002910         WRITE RPT-LINEA
002920         MOVE SPACES TO RPT-LINEA
002930         IF ORD-SUPERVISOR = SPACES
002970                 FUNCTION TRIM(ORD-SUPERVISOR)
002980                 DELIMITED BY SIZE INTO RPT-LINEA
002990         END-IF
002991         IF PB-REPARTIR
002992             STRING "  (DEPARTAMENTO " ORD-DEPTO ")"
002993                 DELIMITED BY SIZE INTO RPT-LINEA(80:)
002994         END-IF
002995         PERFORM 7000-REPARTIR-LINEA
003000         WRITE RPT-LINEA
003010         MOVE ORD-SUPERVISOR TO PB-SUP-ANTERIOR
003015         MOVE ORD-DEPTO TO PB-DEP-ANTERIOR
003020     END-IF
003030     MOVE ORD-DIAS TO PB-DIAS-EDIT
003040     MOVE SPACES TO RPT-LINEA
003110         STRING " (VENCIDO)" DELIMITED BY SIZE
003120             INTO RPT-LINEA(100:)
003130     END-IF
003135     PERFORM 7000-REPARTIR-LINEA
003140     WRITE RPT-LINEA
003150     ADD 1 TO PB-LISTADOS
003155     PERFORM 3300-NOTIFICAR-SUPERVISOR
003160     PERFORM 3200-READ-ORDENADO.
003170
003180 3200-READ-ORDENADO.
003200         AT END
003210             MOVE "Y" TO ORD-EOF-SW
003220     END-READ.
003221
003222*----------------------------------------------------------------
003223* 3300-NOTIFICAR-SUPERVISOR - QUEUE THE END-OF-PROBATION ALERT FOR
003224*                             THE SUPERVISOR THROUGH THE SHARED
003225*                             NOTIFICA ROUTINE.  THE DERIVED END
003226*                             DATE IS THE REFERENCE, SO THE
003227*                             NIGHTLY RUN MAILS THE SUPERVISOR
003228*                             ONCE, NOT EVERY NIGHT FOR TWO WEEKS.
003229*----------------------------------------------------------------
003230 3300-NOTIFICAR-SUPERVISOR.
003231     MOVE ORD-FIN-PRUEBA TO PB-NOT-REFERENCIA
003232     MOVE SPACES TO PB-NOT-ASUNTO
003233     STRING "FIN DEL PERIODO DE PRUEBA " ORD-FIN-PRUEBA " - "
003234         FUNCTION TRIM(ORD-NOMBRE)
003235         DELIMITED BY SIZE INTO PB-NOT-ASUNTO
003236     MOVE SPACES TO PB-NOT-TEXTO
003237     STRING "EL PERIODO DE PRUEBA DE " FUNCTION TRIM(ORD-NOMBRE)
003238         " (" FUNCTION TRIM(ORD-E-ID) ") TERMINA EL "
003239         ORD-FIN-PRUEBA ".  SI NO SE DECIDE ANTES, QUEDA"
003240         " CONFIRMADO POR DEFECTO."
003241         DELIMITED BY SIZE INTO PB-NOT-TEXTO
003242     CALL "NOTIFICA" USING PB-LOG-PROGRAMA, PB-NOT-TIPO,
003243         ORD-E-ID, PB-NOT-DESTINO, PB-NOT-REFERENCIA,
003244         PB-NOT-ASUNTO, PB-NOT-TEXTO, PB-NOT-RESULTADO
003245     IF PB-NOT-RESULTADO = "Q"
003246         ADD 1 TO PB-NOT-ENCOLADOS
003247     END-IF.
003248
003249 6000-FECHA-A-SERIE.
003250     MOVE PB-FECHA-TRABAJO(1:4) TO PB-SER-ANIO
003260     MOVE PB-FECHA-TRABAJO(5:2) TO PB-SER-MES
003270     MOVE PB-FECHA-TRABAJO(7:2) TO PB-SER-DIA
003310     COMPUTE PB-SER-FIN = PB-SER-ANIO * 360
003320         + PB-SER-MES * 30 + PB-SER-DIA.
003330
003331*----------------------------------------------------------------
003332* 7000-REPARTIR-LINEA - WHEN THE REPORT IS BEING BURST, COPY THE
003333*                       PROBATION OR GROUP HEADING LINE TO THE
003334*                       RPTDIST WORK FILE UNDER THE EMPLOYEE'S
003335*                       E-DEPTO (CARRIED THROUGH THE SORT AS
003336*                       ORD-DEPTO).
003337*----------------------------------------------------------------
003338 7000-REPARTIR-LINEA.
003339     IF PB-REPARTIR
003340         MOVE PB-DIS-DEPTO TO DIS-DEPTO
003341         MOVE RPT-LINEA    TO DIS-LINEA
003342         WRITE DIS-REGISTRO
003343     END-IF.
003344
003345*----------------------------------------------------------------
003346* 7100-REPARTIR-INFORME - HAND THE WORK FILE TO RPTDIST FOR ONE
003347*                         SPOOL MEMBER PER DEPARTMENT AND NOTE THE
003348*                         BURST ON THE REPORT.
003349*----------------------------------------------------------------
003350 7100-REPARTIR-INFORME.
003351     CLOSE DISTRIB-TRABAJO
003352     MOVE "REPARTIR" TO PB-DIS-ACCION
003353     CALL "RPTDIST" USING PB-DIS-ACCION, PB-DIS-PROGRAMA,
003354         PB-DIS-TITULO, PB-DIS-REPARTIR-SW, PB-DIS-MIEMBROS
003355     MOVE SPACES TO RPT-LINEA
003356     STRING "REPARTIDO POR DEPARTAMENTO EN " PB-DIS-MIEMBROS
003357         " MIEMBRO(S) DE SPOOL - VER EL MANIFIESTO EN EMPSPOOL"
003358         DELIMITED BY SIZE INTO RPT-LINEA
003359     END-STRING
003360     WRITE RPT-LINEA.
003361
003362 8000-TERMINATE.
003363     MOVE SPACES TO RPT-LINEA
003364     WRITE RPT-LINEA
003370     MOVE SPACES TO RPT-LINEA
003380     STRING "PRUEBAS LISTADAS: " PB-LISTADOS
003390         DELIMITED BY SIZE INTO RPT-LINEA
003400     WRITE RPT-LINEA
003402     IF PB-REPARTIR
003404         PERFORM 7100-REPARTIR-INFORME
003406     END-IF
003410     CLOSE EMPLEADOS-PRUEBA
003420     CLOSE EMPPROB-REPORTE
003430     CALL "OPERSES" USING PB-SPL-OPERADOR, PB-SPL-NIVEL
003440     MOVE "EMPPROB.RPT" TO PB-ARCHIVO-SPOOL
003450     CALL "SPOOLCAT" USING PB-LOG-PROGRAMA,
003460         PB-ARCHIVO-SPOOL, PB-SPL-OPERADOR
003466     DISPLAY "EMPPROB - PRUEBAS LISTADAS: " PB-LISTADOS
003472     DISPLAY "EMPPROB - AVISOS ENCOLADOS: " PB-NOT-ENCOLADOS.
003480
003490 9999-EXIT.
003500     GOBACK.
