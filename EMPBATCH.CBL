000100*                THAT ORDER.  THE CHAIN HALTS AFTER THE
000110*                VALIDATE/LOAD STEP IF ANY EMPLEADOS-REGISTRO WAS
000120*                REJECTED, SO A BAD FEED CANNOT REACH ANY
000122*                DOWNSTREAM REPORT OR EXPORT.  ONCE A MONTH THE
000124*                EMPFELI BIRTHDAY AND ANNIVERSARY GREETINGS RUN
000126*                AHEAD OF THE SCORECARD.  EVERY RUN CLOSES
000128*                WITH THE EMPCUAD RECORD-COUNT BALANCING ACROSS
000130*                THE STEPS; A BREAK ENDS THE CHAIN WITH RETURN
000132*                CODE 4.
000140* TECTONICS:     cobc -x -std=ibm -I copybooks EMPBATCH.CBL
000150*                EMPMRG EMPVAL EDADRPT EMPCSV EMPDOM EMPTEN
000160*                NOMNORM RPTBANNER EMPULOAD EMPAPLY EMPSNAP
000170*                EMPDQ EMPBDUP RUNLOG EMPCUAD EMPFELI
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
001010*                    NON-DAILY STEP IS SKIPPED TOO.  A STEP WITH
001020*                    NO SCHEDULE RECORD RUNS EVERY NIGHT AS
001030*                    ALWAYS.
001031*   2026-10-15  RT   THE CHAIN NOW CLOSES WITH THE NEW EMPCUAD
001032*                    STEP, WHICH BALANCES THE RECORD COUNTS EACH
001033*                    STEP LEFT IN EMPRUN.LOG - MERGED FEED AGAINST
001034*                    REGIONAL INPUTS LESS DUPLICATES, FEED AGAINST
001035*                    ACCEPTED PLUS SUSPENSE REJECTS, MASTER ADDS
001036*                    AND CHANGES AGAINST ACCEPTED AND THE NEW
001037*                    EMPAUD ENTRIES, EMPLEADOS.CSV ROWS AGAINST
001038*                    ACTIVE MASTER RECORDS.  IT RUNS EVEN AFTER A
001039*                    HALT; ANY BREAK ENDS THE CHAIN WITH RETURN
001040*                    CODE 4 (8 STILL WINS FOR A HALTED CHAIN) AND
001041*                    HEADS THE EMPMORN REPORT.
001042*   2026-10-15  RT   ADDED THE EMPFELI BIRTHDAY AND ANNIVERSARY
001043*                    GREETINGS AS A MONTHLY STEP (FELICITA) AHEAD
001044*                    OF THE SCORECARD.  WITHOUT ITS OWN
001045*                    EMPSCHED.DAT RECORD IT RUNS ON THE 20TH, FOR
001046*                    THE COMING MONTH.
001047******************************************************************
001050 IDENTIFICATION DIVISION.
001060 PROGRAM-ID. EMPBATCH.
001070
001640 01  EB-CKP-IDX               PIC 9(2) VALUE 0.
001650 01  EB-STEP-SW               PIC X VALUE "N".
001660     88  EB-STEP-HALTED       VALUE "Y".
001663 01  EB-DESCUADRE-SW          PIC X VALUE "N".
001666     88  EB-DESCUADRE         VALUE "Y".
001670
001680 01  SCH-FILE-STATUS          PIC XX VALUE SPACES.
001690 01  FES-FILE-STATUS          PIC XX VALUE SPACES.
001770         10  EB-SCH-DIA       PIC 9(02).
001780 01  EB-SCH-IDX               PIC 9(2) VALUE 0.
001790 01  EB-SCH-HALLADO           PIC 9(2) VALUE 0.
001795 01  EB-FELI-DIA              PIC 9(2) VALUE 20.
001800 01  EB-PASO-OMITIDO-SW       PIC X VALUE "N".
001810     88  EB-PASO-OMITIDO      VALUE "Y".
001820 01  EB-HOY                   PIC 9(8) VALUE ZERO.
002510         PERFORM 6700-RUN-CTADUP
002520     END-IF
002530     IF NOT EB-STEP-HALTED
002532         PERFORM 6800-RUN-FELICITA
002534     END-IF
002536     IF NOT EB-STEP-HALTED
002540         PERFORM 6500-RUN-CALIDAD
002550     END-IF
002560     IF NOT EB-STEP-HALTED
002570         PERFORM 0300-LIMPIAR-CHECKPOINT
002580     END-IF
002585     PERFORM 7000-RUN-CUADRE
002590     PERFORM 9999-EXIT.
002600
002610*----------------------------------------------------------------
004580     IF SCH-FILE-STATUS = "00" OR SCH-FILE-STATUS = "05"
004590             OR SCH-FILE-STATUS = "10"
004600         CLOSE EMPSCHED-ARCHIVO
004606     END-IF
004612     PERFORM 0635-AGENDA-FELICITA.
004620
004630 0631-LEER-AGENDA.
004640     READ EMPSCHED-ARCHIVO
004740         MOVE SCH-DIA  TO EB-SCH-DIA (EB-SCH-MAX)
004750     END-IF
004760     PERFORM 0631-LEER-AGENDA.
004761
004762*----------------------------------------------------------------
004763* 0635-AGENDA-FELICITA - THE GREETINGS STEP IS MONTHLY BY NATURE -
004764*                        IT LISTS THE COMING MONTH AND PRINTS ITS
004765*                        ANNIVERSARY LETTERS - SO WITHOUT ITS OWN
004766*                        EMPSCHED.DAT RECORD IT DEFAULTS TO THE
004767*                        20TH OF THE MONTH INSTEAD OF RUNNING
004768*                        EVERY NIGHT.
004769*----------------------------------------------------------------
004770 0635-AGENDA-FELICITA.
004771     MOVE "FELICITA" TO EB-PASO-NOMBRE
004772     MOVE 0 TO EB-SCH-HALLADO
004773     PERFORM 0710-BUSCAR-AGENDA
004774         VARYING EB-SCH-IDX FROM 1 BY 1
004775         UNTIL EB-SCH-IDX > EB-SCH-MAX OR EB-SCH-HALLADO > 0
004776     IF EB-SCH-HALLADO = 0 AND EB-SCH-MAX < 15
004777         ADD 1 TO EB-SCH-MAX
004778         MOVE "FELICITA" TO EB-SCH-PASO (EB-SCH-MAX)
004779         MOVE "M" TO EB-SCH-FREC (EB-SCH-MAX)
004780         MOVE EB-FELI-DIA TO EB-SCH-DIA (EB-SCH-MAX)
004781     END-IF
004782     MOVE SPACES TO EB-PASO-NOMBRE.
004783
004784 0640-BUSCAR-FESTIVO-HOY.
004790     MOVE "N" TO EB-ES-FESTIVO-SW
004800     MOVE "N" TO EB-SCH-EOF-SW
004810     OPEN INPUT FESTIVOS-ARCHIVO
008130     END-IF.
008140
008150*----------------------------------------------------------------
008151* 6800-RUN-FELICITA - THE MONTHLY BIRTHDAY AND ANNIVERSARY
008152*                     GREETINGS FOR THE COMING MONTH, WITH THEIR
008153*                     ANNIVERSARY LETTERS (EMPFELI).  LIKE THE
008154*                     ACCOUNT SCAN IT ONLY REPORTS - IT NEVER
008155*                     HALTS THE CHAIN.
008156*----------------------------------------------------------------
008157 6800-RUN-FELICITA.
008158     MOVE "FELICITA" TO EB-PASO-NOMBRE
008159     PERFORM 0200-PASO-HECHO
008160     IF EB-PASO-YA
008161         IF NOT EB-PASO-OMITIDO
008162             DISPLAY "EMPBATCH: PASO FELICITA YA"
008163                 " COMPLETADO - SALTA"
008164         END-IF
008165     ELSE
008166         DISPLAY "EMPBATCH: FELICITACIONES DEL MES (EMPFELI)"
008167         MOVE ZERO TO RETURN-CODE
008168         CALL "EMPFELI"
008169         MOVE ZERO TO RETURN-CODE
008170         PERFORM 0250-ANOTAR-PASO
008171     END-IF.
008172
008173*----------------------------------------------------------------
008174* 6500-RUN-CALIDAD - THE ONE-PAGE DATA-QUALITY SCORECARD CLOSES
008175*                    THE NIGHT.  ITS AVISO/FALLO MEASURES DO NOT
008180*                    HALT THE CHAIN - THE CHAIN ALREADY RAN; THE
008190*                    SCORECARD IS FOR THE MORNING SIGN-OFF.
008200*----------------------------------------------------------------
008340         PERFORM 0250-ANOTAR-PASO
008350     END-IF.
008360
008361*----------------------------------------------------------------
008362* 7000-RUN-CUADRE - BALANCE THE RECORD COUNTS THE STEPS OF THIS
008363*                   RUN LEFT IN EMPRUN.LOG (EMPCUAD).  IT RUNS
008364*                   EVEN AFTER A HALT, SO THE STEPS THAT DID RUN
008365*                   ARE STILL PROVED, AND IT IS NOT CHECKPOINTED -
008366*                   A RESTART BALANCES THE STEPS IT RUNS ITSELF.
008367*                   A BREAK DOES NOT STOP ANYTHING (THE CHAIN IS
008368*                   OVER) BUT ENDS IT WITH RETURN CODE 4 AND HEADS
008369*                   THE EMPMORN REPORT.
008370*----------------------------------------------------------------
008371 7000-RUN-CUADRE.
008372     DISPLAY "EMPBATCH: CUADRE DE REGISTROS ENTRE PASOS"
008373         " (EMPCUAD)"
008374     MOVE "N" TO EB-DESCUADRE-SW
008375     MOVE ZERO TO RETURN-CODE
008376     CALL "EMPCUAD"
008377     IF RETURN-CODE NOT = ZERO
008378         MOVE "Y" TO EB-DESCUADRE-SW
008379         DISPLAY "EMPBATCH: EMPCUAD TERMINO CON RETORNO "
008380             RETURN-CODE " - LA CADENA NO CUADRA"
008381     END-IF
008382     MOVE ZERO TO RETURN-CODE.
008383
008384 9999-EXIT.
008385     MOVE "FIN" TO EB-LOG-EVENTO
008390     IF EB-STEP-HALTED
008400         MOVE 8 TO EB-LOG-RETORNO
008402     ELSE
008404         IF EB-DESCUADRE
008406             MOVE 4 TO EB-LOG-RETORNO
008408         END-IF
008410     END-IF
008420     CALL "RUNLOG" USING EB-LOG-PROGRAMA, EB-LOG-EVENTO,
008430         EB-LOG-CONTADOR, EB-LOG-RETORNO
