000570*                    EMPONB ARE NOW A THIRD MERGE INPUT, AND A
000580*                    CLEAN MERGE TRUNCATES THAT FEED SO A
000590*                    RELEASE LOADS EXACTLY ONCE.
000591*   2026-10-15  RT   THE REGIONAL FEEDS, THE ONBOARDING RELEASES
000592*                    AND THE COMBINED FEED NOW CARRY THE NIF/NIE,
000593*                    THE NAF AND THE WORK-PERMIT TYPE AND EXPIRY.
000594*   2026-10-15  RT   THE REGIONAL FEEDS, THE ONBOARDING RELEASES
000595*                    AND THE COMBINED FEED NOW CARRY THE
000596*                    EMPLOYEE'S SEX (M OR H).
000597*   2026-10-15  RT   EACH MERGE INPUT (EMPREG1.DAT, EMPREG2.DAT,
000598*                    EMPONBF.DAT) IS NOW COUNTED ON ITS OWN BEFORE
000599*                    THE SORT, AND THOSE COUNTS AND THE DUPLICATES
000600*                    GO TO EMPRUN.LOG AS
000601*                    C-REG1/C-REG2/C-ONBF/C-DUPL CONTROL RECORDS
000602*                    FOR THE EMPCUAD CHAIN BALANCING.  THE RUN'S
000603*                    COUNTERS ARE NOW RESET ON EVERY CALL.
000604******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. EMPMRG.
000630
001000     05  REG1-E-DEPTO        PIC X(04).
001010     05  REG1-E-SUPERV       PIC X(50).
001020     05  REG1-E-PUESTO       PIC X(06).
001021     05  REG1-E-NIF          PIC X(09).
001022     05  REG1-E-NAF          PIC X(12).
001023     05  REG1-E-PERMISO      PIC X(02).
001024     05  REG1-E-PERMISO-CADUCA PIC X(08).
001025     05  REG1-E-SEXO         PIC X(01).
001030
001040 FD  EMPLEADOS-REGION2.
001050 01  REG2-REGISTRO.
001100     05  REG2-E-DEPTO        PIC X(04).
001110     05  REG2-E-SUPERV       PIC X(50).
001120     05  REG2-E-PUESTO       PIC X(06).
001121     05  REG2-E-NIF          PIC X(09).
001122     05  REG2-E-NAF          PIC X(12).
001123     05  REG2-E-PERMISO      PIC X(02).
001124     05  REG2-E-PERMISO-CADUCA PIC X(08).
001125     05  REG2-E-SEXO         PIC X(01).
001130
001140 FD  ALTAS-FEED.
001150 01  ONF-REGISTRO.
001200     05  ONF-E-DEPTO         PIC X(04).
001210     05  ONF-E-SUPERV        PIC X(50).
001220     05  ONF-E-PUESTO        PIC X(06).
001221     05  ONF-E-NIF           PIC X(09).
001222     05  ONF-E-NAF           PIC X(12).
001223     05  ONF-E-PERMISO       PIC X(02).
001224     05  ONF-E-PERMISO-CADUCA PIC X(08).
001225     05  ONF-E-SEXO          PIC X(01).
001230
001240 SD  MRG-WORK-FILE.
001250 01  MRG-REGISTRO.
001300     05  MRG-E-DEPTO         PIC X(04).
001310     05  MRG-E-SUPERV        PIC X(50).
001320     05  MRG-E-PUESTO        PIC X(06).
001321     05  MRG-E-NIF           PIC X(09).
001322     05  MRG-E-NAF           PIC X(12).
001323     05  MRG-E-PERMISO       PIC X(02).
001324     05  MRG-E-PERMISO-CADUCA PIC X(08).
001325     05  MRG-E-SEXO          PIC X(01).
001330
001340 FD  EMPLEADOS-ORDENADO.
001350 01  ORD-REGISTRO.
001400     05  ORD-E-DEPTO         PIC X(04).
001410     05  ORD-E-SUPERV        PIC X(50).
001420     05  ORD-E-PUESTO        PIC X(06).
001421     05  ORD-E-NIF           PIC X(09).
001422     05  ORD-E-NAF           PIC X(12).
001423     05  ORD-E-PERMISO       PIC X(02).
001424     05  ORD-E-PERMISO-CADUCA PIC X(08).
001425     05  ORD-E-SEXO          PIC X(01).
001430
001440 FD  EMPLEADOS-ENTRADA.
001450 01  ENTRADA-REGISTRO.
001500     05  ENT-E-DEPTO         PIC X(04).
001510     05  ENT-E-SUPERV        PIC X(50).
001520     05  ENT-E-PUESTO        PIC X(06).
001521     05  ENT-E-NIF           PIC X(09).
001522     05  ENT-E-NAF           PIC X(12).
001523     05  ENT-E-PERMISO       PIC X(02).
001524     05  ENT-E-PERMISO-CADUCA PIC X(08).
001525     05  ENT-E-SEXO          PIC X(01).
001530 01  ENTRADA-CABECERA.
001540     05  ENT-CAB-TIPO        PIC X(03).
001550     05  ENT-CAB-FECHA       PIC 9(08).
001560     05  ENT-CAB-ORIGEN      PIC X(20).
001570     05  FILLER              PIC X(213).
001580 01  ENTRADA-COLA.
001590     05  ENT-FIN-TIPO        PIC X(03).
001600     05  ENT-FIN-COUNT       PIC 9(07).
001610     05  ENT-FIN-HASH        PIC 9(09).
001620     05  FILLER              PIC X(225).
001630
001640 WORKING-STORAGE SECTION.
001650 01  REG1-FILE-STATUS         PIC XX VALUE SPACES.
001740 01  EM-KEPT-COUNT            PIC 9(7) VALUE 0.
001750 01  EM-DISCARD-COUNT         PIC 9(7) VALUE 0.
001760 01  EM-TOTAL-COUNT           PIC 9(7) VALUE 0.
001761 01  EM-REG1-COUNT            PIC 9(7) VALUE 0.
001762 01  EM-REG2-COUNT            PIC 9(7) VALUE 0.
001763 01  EM-ONBF-COUNT            PIC 9(7) VALUE 0.
001764 01  EM-CNT-EOF-SW            PIC X VALUE "N".
001765     88  EM-CNT-EOF           VALUE "Y".
001770 01  EM-CTL-HASH              PIC 9(9) VALUE 0.
001780 01  ONF-FILE-STATUS          PIC XX VALUE SPACES.
001790
001810 01  EM-LOG-EVENTO            PIC X(06) VALUE SPACES.
001820 01  EM-LOG-CONTADOR          PIC 9(07) VALUE 0.
001830 01  EM-LOG-RETORNO           PIC 9(04) VALUE 0.
001835 01  EM-CTL-RETORNO           PIC 9(04) VALUE 0.
001840 01  EM-ERR-ARCHIVO           PIC X(20) VALUE SPACES.
001850 01  EM-ERR-STATUS            PIC XX VALUE SPACES.
001860 01  EM-IO-FALLO-SW           PIC X VALUE "N".
001930     CALL "RUNLOG" USING EM-LOG-PROGRAMA, EM-LOG-EVENTO,
001940         EM-LOG-CONTADOR, EM-LOG-RETORNO
001950     PERFORM 1000-INITIALIZE
001955     PERFORM 1500-CONTAR-ENTRADAS
001960     PERFORM 2000-SORT-REGIONES
001970     PERFORM 3000-INITIALIZE-SCAN
001980     PERFORM 3100-SCAN-ORDENADO UNTIL ORD-EOF
002000     PERFORM 9999-EXIT.
002010
002020*----------------------------------------------------------------
002025* 1000-INITIALIZE - RESET THE RUN'S COUNTERS (THE PROGRAM MAY BE
002030*                   CALLED MORE THAN ONCE IN ONE SESSION) AND OPEN
002035*                   THE COMBINED FEED FOR OUTPUT.
002040*----------------------------------------------------------------
002050 1000-INITIALIZE.
002051     MOVE "N" TO ORD-EOF-SW
002052     MOVE "N" TO EM-IO-FALLO-SW
002053     MOVE HIGH-VALUES TO EM-E-ID-ANTERIOR
002054     MOVE ZERO TO EM-KEPT-COUNT EM-DISCARD-COUNT EM-TOTAL-COUNT
002055         EM-CTL-HASH
002060     OPEN OUTPUT EMPLEADOS-ENTRADA
002070     MOVE SPACES TO ENTRADA-CABECERA
002080     MOVE "CAB" TO ENT-CAB-TIPO
002120     MOVE "EMPENT.DAT" TO EM-ERR-ARCHIVO
002130     MOVE ENT-FILE-STATUS TO EM-ERR-STATUS
002140     PERFORM 9000-CHECK-ESTADO.
002141
002142*----------------------------------------------------------------
002143* 1500-CONTAR-ENTRADAS - COUNT EACH MERGE INPUT ON ITS OWN BEFORE
002144*                        THE SORT TAKES THEM, SO THE CHAIN'S
002145*                        EMPCUAD BALANCING CAN PROVE THE MERGED
002146*                        FEED AGAINST WHAT THE REGIONS AND EMPONB
002147*                        ACTUALLY SENT.
002148*----------------------------------------------------------------
002149 1500-CONTAR-ENTRADAS.
002150     MOVE ZERO TO EM-REG1-COUNT EM-REG2-COUNT EM-ONBF-COUNT
002151     MOVE "N" TO EM-CNT-EOF-SW
002152     OPEN INPUT EMPLEADOS-REGION1
002153     IF REG1-FILE-STATUS = "00"
002154         PERFORM 1510-LEER-REGION1 UNTIL EM-CNT-EOF
002155     END-IF
002156     IF REG1-FILE-STATUS = "00" OR REG1-FILE-STATUS = "05"
002157             OR REG1-FILE-STATUS = "10"
002158         CLOSE EMPLEADOS-REGION1
002159     END-IF
002160     MOVE "N" TO EM-CNT-EOF-SW
002161     OPEN INPUT EMPLEADOS-REGION2
002162     IF REG2-FILE-STATUS = "00"
002163         PERFORM 1520-LEER-REGION2 UNTIL EM-CNT-EOF
002164     END-IF
002165     IF REG2-FILE-STATUS = "00" OR REG2-FILE-STATUS = "05"
002166             OR REG2-FILE-STATUS = "10"
002167         CLOSE EMPLEADOS-REGION2
002168     END-IF
002169     MOVE "N" TO EM-CNT-EOF-SW
002170     OPEN INPUT ALTAS-FEED
002171     IF ONF-FILE-STATUS = "00"
002172         PERFORM 1530-LEER-ALTAS UNTIL EM-CNT-EOF
002173     END-IF
002174     IF ONF-FILE-STATUS = "00" OR ONF-FILE-STATUS = "05"
002175             OR ONF-FILE-STATUS = "10"
002176         CLOSE ALTAS-FEED
002177     END-IF.
002178
002179 1510-LEER-REGION1.
002180     READ EMPLEADOS-REGION1
002181         AT END
002182             MOVE "Y" TO EM-CNT-EOF-SW
002183         NOT AT END
002184             ADD 1 TO EM-REG1-COUNT
002185     END-READ.
002186
002187 1520-LEER-REGION2.
002188     READ EMPLEADOS-REGION2
002189         AT END
002190             MOVE "Y" TO EM-CNT-EOF-SW
002191         NOT AT END
002192             ADD 1 TO EM-REG2-COUNT
002193     END-READ.
002194
002195 1530-LEER-ALTAS.
002196     READ ALTAS-FEED
002197         AT END
002198             MOVE "Y" TO EM-CNT-EOF-SW
002199         NOT AT END
002200             ADD 1 TO EM-ONBF-COUNT
002201     END-READ.
002202
002203*----------------------------------------------------------------
002204* 2000-SORT-REGIONES - SORT BOTH REGIONAL EXTRACTS AND THE
002205*                      EMPONB ONBOARDING RELEASES TOGETHER BY
002206*                      E-ID SO MATCHING E-ID VALUES BECOME
002207*                      ADJACENT RECORDS IN THE MERGED SEQUENCE.
002210*----------------------------------------------------------------
002220 2000-SORT-REGIONES.
002230     SORT MRG-WORK-FILE
002680     MOVE ORD-E-DEPTO  TO ENT-E-DEPTO
002690     MOVE ORD-E-SUPERV TO ENT-E-SUPERV
002700     MOVE ORD-E-PUESTO TO ENT-E-PUESTO
002701     MOVE ORD-E-NIF    TO ENT-E-NIF
002702     MOVE ORD-E-NAF    TO ENT-E-NAF
002703     MOVE ORD-E-PERMISO TO ENT-E-PERMISO
002704     MOVE ORD-E-PERMISO-CADUCA TO ENT-E-PERMISO-CADUCA
002705     MOVE ORD-E-SEXO   TO ENT-E-SEXO
002710     WRITE ENTRADA-REGISTRO
002720     MOVE "EMPENT.DAT" TO EM-ERR-ARCHIVO
002730     MOVE ENT-FILE-STATUS TO EM-ERR-STATUS
003020         OPEN OUTPUT ALTAS-FEED
003030         CLOSE ALTAS-FEED
003040     END-IF
003043     MOVE RETURN-CODE TO EM-LOG-RETORNO
003046     PERFORM 8100-REGISTRAR-CONTROLES
003050     MOVE "FIN" TO EM-LOG-EVENTO
003060     MOVE EM-KEPT-COUNT TO EM-LOG-CONTADOR
003080     CALL "RUNLOG" USING EM-LOG-PROGRAMA, EM-LOG-EVENTO,
003090         EM-LOG-CONTADOR, EM-LOG-RETORNO
003100     MOVE EM-LOG-RETORNO TO RETURN-CODE.
003101
003102*----------------------------------------------------------------
003103* 8100-REGISTRAR-CONTROLES - LEAVE THE INPUT AND DUPLICATE COUNTS
003104*                            IN THE RUN LOG AS "C-" CONTROL
003105*                            RECORDS AHEAD OF THE FIN RECORD,
003106*                            WHICH CARRIES THE MERGED COUNT.
003107*----------------------------------------------------------------
003108 8100-REGISTRAR-CONTROLES.
003109     MOVE ZERO TO EM-CTL-RETORNO
003110     MOVE "C-REG1" TO EM-LOG-EVENTO
003111     MOVE EM-REG1-COUNT TO EM-LOG-CONTADOR
003112     CALL "RUNLOG" USING EM-LOG-PROGRAMA, EM-LOG-EVENTO,
003113         EM-LOG-CONTADOR, EM-CTL-RETORNO
003114     MOVE "C-REG2" TO EM-LOG-EVENTO
003115     MOVE EM-REG2-COUNT TO EM-LOG-CONTADOR
003116     CALL "RUNLOG" USING EM-LOG-PROGRAMA, EM-LOG-EVENTO,
003117         EM-LOG-CONTADOR, EM-CTL-RETORNO
003118     MOVE "C-ONBF" TO EM-LOG-EVENTO
003119     MOVE EM-ONBF-COUNT TO EM-LOG-CONTADOR
003120     CALL "RUNLOG" USING EM-LOG-PROGRAMA, EM-LOG-EVENTO,
003121         EM-LOG-CONTADOR, EM-CTL-RETORNO
003122     MOVE "C-DUPL" TO EM-LOG-EVENTO
003123     MOVE EM-DISCARD-COUNT TO EM-LOG-CONTADOR
003124     CALL "RUNLOG" USING EM-LOG-PROGRAMA, EM-LOG-EVENTO,
003125         EM-LOG-CONTADOR, EM-CTL-RETORNO.
003126
003127 9000-CHECK-ESTADO.
003130     IF EM-ERR-STATUS NOT = "00" AND EM-ERR-STATUS NOT = "05"
003140         CALL "FILERR" USING EM-LOG-PROGRAMA, EM-ERR-ARCHIVO,
003150             EM-ERR-STATUS
