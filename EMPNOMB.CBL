000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       MONTH-END PAYROLL JOB STREAM.  RUNS THE PAYROLL
000060*                STEPS FOR ONE PERIOD IN ORDER INSTEAD OF FROM THE
000070*                CLERK'S MEMORY: OVERTIME VALUATION (EMPHRSC),
000080*                ABSENCE VALIDATION (EMPABSV), THE PAYROLL RUN
000090*                (EMPPAY), PAYSLIPS (EMPSLIP), A CHECK OF THE
000100*                BANK/SEPA TRANSFER THE RUN WROTE, CHEQUES
000110*                (EMPCHQ), THE GENERAL-LEDGER JOURNAL (EMPGLJ),
000120*                THE SOCIAL-SECURITY REMITTANCE (EMPSSRE) AND THE
000130*                BALANCING CONTROL (EMPBAL).  THE PERIOD IS THE
000140*                ONE THE PAYROLL RUN WILL CALCULATE (THE
000150*                EMPPAY.PRM CARD'S YYYYMM, ELSE THE CURRENT MONTH)
000160*                AND IS HANDED TO EVERY STEP THROUGH THE SHARED
000170*                RUNPER ROUTINE.  THE STREAM REFUSES TO START
000180*                UNLESS EMPPER.DAT HAS THE PERIOD OPEN OR
000190*                CALCULATED (A PERIOD NOT YET ON FILE IS OPEN), OR
000200*                WHEN THE CARD ASKS FOR AN EXTRA-PAY OR OFF-CYCLE
000210*                RUN.  IT STOPS AT THE FIRST NONZERO RETURN CODE;
000220*                EACH STEP THAT ENDS CLEAN IS RECORDED IN THE
000230*                EMPNOMB.CKP CHECKPOINT SO A RESTART PICKS UP AT
000240*                THE FAILED STEP (THE EMPBATCH CONVENTION, "T" ON
000250*                THE EMPNOMB.PRM JOB CARD FORCING A FROM-THE-TOP
000260*                RUN).  EVERY STEP'S START AND END GO TO
000270*                EMPRUN.LOG UNDER THE STEP NAME FOR THE EMPMORN
000280*                MORNING REPORT.
000290* TECTONICS:     cobc -x -std=ibm -I copybooks EMPNOMB.CBL
000300*                EMPHRSC EMPABSV EMPPAY EMPSLIP EMPCHQ EMPGLJ
000310*                EMPSSRE EMPBAL RUNLOCK RUNLOG RUNPER
000320*----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   ---------- ----  ----------------------------------------
000360*   2026-10-15  RT   ORIGINAL PROGRAM.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. EMPNOMB.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     COPY EMPPESEL.
000450
000460     SELECT OPTIONAL EMPNOMB-CHECKPOINT
000470         ASSIGN TO "EMPNOMB.CKP"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CKP-FILE-STATUS.
000500
000510     SELECT OPTIONAL EMPNOMB-PARAMETRO
000520         ASSIGN TO "EMPNOMB.PRM"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS PRM-FILE-STATUS.
000550
000560     SELECT OPTIONAL EMPPAY-PARAMETRO
000570         ASSIGN TO "EMPPAY.PRM"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS PYP-FILE-STATUS.
000600
000610     SELECT OPTIONAL EMPLEADOS-BANCO
000620         ASSIGN TO "EMPBANK.DAT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS BNK-FILE-STATUS.
000650
000660     SELECT OPTIONAL EMPLEADOS-SEPA
000670         ASSIGN TO "EMPSEPA.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS SEP-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  EMPPER-ARCHIVO.
000740     COPY EMPPER.
000750
000760 FD  EMPNOMB-CHECKPOINT.
000770 01  CKP-REGISTRO.
000780     05  CKP-PASO            PIC X(08).
000790     05  CKP-PERIODO         PIC 9(06).
000800
000810 FD  EMPNOMB-PARAMETRO.
000820 01  PRM-REGISTRO-NOMB       PIC X(01).
000830
000840 FD  EMPPAY-PARAMETRO.
000850 01  PYP-REGISTRO-NOMINA.
000860     05  PYP-TIPO-RUN        PIC X(01).
000870     05  PYP-FMT-BANCO       PIC X(01).
000880     05  PYP-PERIODO         PIC X(06).
000890
000900 FD  EMPLEADOS-BANCO.
000910 01  BNK-REGISTRO             PIC X(80).
000920 01  BNK-CABECERA REDEFINES BNK-REGISTRO.
000930     05  BNK-CAB-TIPO         PIC X(03).
000940     05  BNK-CAB-FECHA        PIC 9(08).
000950     05  BNK-CAB-ORIGEN       PIC X(20).
000960     05  FILLER               PIC X(49).
000970 01  BNK-MOVIMIENTO REDEFINES BNK-REGISTRO.
000980     05  BNK-MOV-TIPO         PIC X(03).
000990     05  BNK-MOV-CUENTA       PIC X(20).
001000     05  BNK-MOV-IMPORTE      PIC 9(9)V99.
001010     05  BNK-MOV-E-ID         PIC X(46).
001020 01  BNK-COLA REDEFINES BNK-REGISTRO.
001030     05  BNK-FIN-TIPO         PIC X(03).
001040     05  BNK-FIN-COUNT        PIC 9(07).
001050     05  BNK-FIN-TOTAL        PIC 9(11)V99.
001060     05  FILLER               PIC X(57).
001070
001080 FD  EMPLEADOS-SEPA.
001090 01  SEP-LINEA                PIC X(132).
001100
001110 WORKING-STORAGE SECTION.
001120 01  PER-FILE-STATUS          PIC XX VALUE SPACES.
001130 01  CKP-FILE-STATUS          PIC XX VALUE SPACES.
001140 01  PRM-FILE-STATUS          PIC XX VALUE SPACES.
001150 01  PYP-FILE-STATUS          PIC XX VALUE SPACES.
001160 01  BNK-FILE-STATUS          PIC XX VALUE SPACES.
001170 01  SEP-FILE-STATUS          PIC XX VALUE SPACES.
001180
001190 01  NB-PER-EOF-SW            PIC X VALUE "N".
001200     88  NB-PER-EOF           VALUE "Y".
001210 01  NB-CKP-EOF-SW            PIC X VALUE "N".
001220     88  NB-CKP-EOF           VALUE "Y".
001230 01  NB-BNK-EOF-SW            PIC X VALUE "N".
001240     88  NB-BNK-EOF           VALUE "Y".
001250
001260 01  NB-PERIODO               PIC 9(6) VALUE ZERO.
001270 01  NB-PER-ESTADO            PIC X(01) VALUE "A".
001280 01  NB-TIPO-RUN              PIC X(01) VALUE SPACE.
001290 01  NB-FMT-BANCO             PIC X(01) VALUE "C".
001300 01  NB-PER-ACCION            PIC X(08) VALUE SPACES.
001310 01  NB-ARRANCA-SW            PIC X VALUE "Y".
001320     88  NB-ARRANCA           VALUE "Y".
001330
001340 01  NB-PASO-NOMBRE           PIC X(08) VALUE SPACES.
001350 01  NB-PASO-RETORNO          PIC 9(4) VALUE 0.
001360 01  NB-PASO-YA-SW            PIC X VALUE "N".
001370     88  NB-PASO-YA           VALUE "Y".
001380 01  NB-STEP-SW               PIC X VALUE "N".
001390     88  NB-STEP-HALTED       VALUE "Y".
001400 01  NB-CKP-TABLA.
001410     05  NB-CKP-MAX           PIC 9(2) VALUE 0.
001420     05  NB-CKP-NOMBRE        PIC X(08) OCCURS 15 TIMES.
001430 01  NB-CKP-IDX               PIC 9(2) VALUE 0.
001440 01  NB-CKP-AJENOS            PIC 9(2) VALUE 0.
001450
001460 01  NB-CAB-VISTO-SW          PIC X VALUE "N".
001470     88  NB-CAB-VISTO         VALUE "Y".
001480 01  NB-FIN-VISTO-SW          PIC X VALUE "N".
001490     88  NB-FIN-VISTO         VALUE "Y".
001500 01  NB-CAB-FECHA             PIC 9(8) VALUE ZERO.
001510 01  NB-MOV-COUNT             PIC 9(7) VALUE 0.
001520 01  NB-MOV-SUMA              PIC 9(11)V99 VALUE 0.
001530 01  NB-FIN-COUNT             PIC 9(7) VALUE 0.
001540 01  NB-FIN-TOTAL             PIC 9(11)V99 VALUE 0.
001550
001560 01  NB-LCK-ACCION            PIC X(08) VALUE SPACES.
001570 01  NB-LCK-TIPO              PIC X(08) VALUE "LOTE".
001580 01  NB-LCK-RESULTADO-SW      PIC X VALUE "N".
001590     88  NB-LCK-CONCEDIDO     VALUE "Y".
001600 01  NB-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
001610 01  NB-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001620 01  NB-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001630 01  NB-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
001640
001650 01  NB-LOG-PROGRAMA          PIC X(08) VALUE "EMPNOMB".
001660 01  NB-LOG-EVENTO            PIC X(06) VALUE SPACES.
001670 01  NB-LOG-CONTADOR          PIC 9(07) VALUE 0.
001680 01  NB-LOG-RETORNO           PIC 9(04) VALUE 0.
001690
001700 PROCEDURE DIVISION.
001710
001720 0000-MAINLINE.
001730     PERFORM 0050-TOMAR-CERROJO
001740     IF NOT NB-LCK-CONCEDIDO
001750         MOVE 8 TO RETURN-CODE
001760         GOBACK
001770     END-IF
001780     MOVE "INICIO" TO NB-LOG-EVENTO
001790     CALL "RUNLOG" USING NB-LOG-PROGRAMA, NB-LOG-EVENTO,
001800         NB-LOG-CONTADOR, NB-LOG-RETORNO
001810     PERFORM 0080-FIJAR-PERIODO
001820     IF NOT NB-ARRANCA
001830         MOVE "Y" TO NB-STEP-SW
001840         PERFORM 9999-EXIT
001850     END-IF
001860     PERFORM 0100-LEER-CHECKPOINT
001870     PERFORM 1000-RUN-HORAS
001880     IF NOT NB-STEP-HALTED
001890         PERFORM 1500-RUN-AUSENCIAS
001900     END-IF
001910     IF NOT NB-STEP-HALTED
001920         PERFORM 2000-RUN-NOMINA
001930     END-IF
001940     IF NOT NB-STEP-HALTED
001950         PERFORM 2500-RUN-RECIBOS
001960     END-IF
001970     IF NOT NB-STEP-HALTED
001980         PERFORM 3000-RUN-BANCO
001990     END-IF
002000     IF NOT NB-STEP-HALTED
002010         PERFORM 4000-RUN-CHEQUES
002020     END-IF
002030     IF NOT NB-STEP-HALTED
002040         PERFORM 5000-RUN-DIARIO
002050     END-IF
002060     IF NOT NB-STEP-HALTED
002070         PERFORM 6000-RUN-SEGSOC
002080     END-IF
002090     IF NOT NB-STEP-HALTED
002100         PERFORM 7000-RUN-CUADRE
002110     END-IF
002120     IF NOT NB-STEP-HALTED
002130         PERFORM 0300-LIMPIAR-CHECKPOINT
002140         DISPLAY "EMPNOMB: CIERRE DE NOMINA DEL PERIODO "
002150             NB-PERIODO " COMPLETADO"
002160     END-IF
002170     PERFORM 9999-EXIT.
002180
002190*----------------------------------------------------------------
002200* 0050-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK, AS THE
002210*                      NIGHTLY CHAIN DOES, SO NO MAINTENANCE
002220*                      SCREEN CHANGES THE MASTER UNDER THE
002230*                      PAYROLL AND THE TWO STREAMS NEVER OVERLAP.
002240*----------------------------------------------------------------
002250 0050-TOMAR-CERROJO.
002260     MOVE "TOMAR" TO NB-LCK-ACCION
002270     CALL "RUNLOCK" USING NB-LCK-ACCION, NB-LCK-TIPO,
002280         NB-LCK-RESULTADO-SW, NB-LCK-TEN-TIPO,
002290         NB-LCK-TEN-OPERADOR, NB-LCK-TEN-FECHA, NB-LCK-TEN-HORA
002300     IF NOT NB-LCK-CONCEDIDO
002310         DISPLAY "EMPNOMB: EL MAESTRO ESTA BLOQUEADO POR "
002320             NB-LCK-TEN-TIPO " (" NB-LCK-TEN-OPERADOR ") DESDE "
002330             NB-LCK-TEN-FECHA " " NB-LCK-TEN-HORA
002340             " - CADENA NO INICIADA"
002350     END-IF.
002360
002370*----------------------------------------------------------------
002380* 0080-FIJAR-PERIODO - SETTLE THE PERIOD THE WAY THE PAYROLL RUN
002390*                      WILL, REFUSE A CARD THAT IS NOT THE
002400*                      MONTHLY RUN AND A PERIOD THAT IS CLOSED,
002410*                      AND PUBLISH THE PERIOD TO THE STEPS.
002420*----------------------------------------------------------------
002430 0080-FIJAR-PERIODO.
002440     MOVE FUNCTION CURRENT-DATE(1:6) TO NB-PERIODO
002450     OPEN INPUT EMPPAY-PARAMETRO
002460     IF PYP-FILE-STATUS = "00"
002470         READ EMPPAY-PARAMETRO
002480             NOT AT END
002490                 MOVE PYP-TIPO-RUN TO NB-TIPO-RUN
002500                 IF PYP-FMT-BANCO = "S" OR PYP-FMT-BANCO = "A"
002510                     MOVE PYP-FMT-BANCO TO NB-FMT-BANCO
002520                 END-IF
002530                 IF PYP-PERIODO IS NUMERIC AND
002540                         PYP-PERIODO NOT = "000000"
002550                     MOVE PYP-PERIODO TO NB-PERIODO
002560                 END-IF
002570         END-READ
002580     END-IF
002590     IF PYP-FILE-STATUS = "00" OR PYP-FILE-STATUS = "05"
002600             OR PYP-FILE-STATUS = "10"
002610         CLOSE EMPPAY-PARAMETRO
002620     END-IF
002630     IF NB-TIPO-RUN = "E" OR NB-TIPO-RUN = "O"
002640         DISPLAY "EMPNOMB: EMPPAY.PRM PIDE UNA CORRIDA DE TIPO "
002650             NB-TIPO-RUN " - LA CADENA DE CIERRE SOLO LANZA LA"
002660             " NOMINA MENSUAL"
002670         MOVE "N" TO NB-ARRANCA-SW
002680     END-IF
002690     PERFORM 0090-LEER-ESTADO
002700     IF NB-PER-ESTADO NOT = "A" AND NB-PER-ESTADO NOT = "C"
002710         DISPLAY "EMPNOMB: EL PERIODO " NB-PERIODO " NO ESTA"
002720             " ABIERTO NI CALCULADO (ESTADO " NB-PER-ESTADO
002730             ") - CADENA NO INICIADA"
002740         MOVE "N" TO NB-ARRANCA-SW
002750     END-IF
002760     IF NB-ARRANCA
002770         MOVE "FIJAR" TO NB-PER-ACCION
002780         CALL "RUNPER" USING NB-PER-ACCION, NB-PERIODO
002790         DISPLAY "EMPNOMB: CIERRE DE NOMINA DEL PERIODO "
002800             NB-PERIODO
002810     END-IF.
002820
002830 0090-LEER-ESTADO.
002840     MOVE "A" TO NB-PER-ESTADO
002850     MOVE "N" TO NB-PER-EOF-SW
002860     OPEN INPUT EMPPER-ARCHIVO
002870     IF PER-FILE-STATUS = "00"
002880         PERFORM 0091-LEER-PERIODO
002890         PERFORM 0092-BUSCAR-PERIODO UNTIL NB-PER-EOF
002900     END-IF
002910     IF PER-FILE-STATUS = "00" OR PER-FILE-STATUS = "05"
002920             OR PER-FILE-STATUS = "10"
002930         CLOSE EMPPER-ARCHIVO
002940     END-IF.
002950
002960 0091-LEER-PERIODO.
002970     READ EMPPER-ARCHIVO
002980         AT END
002990             MOVE "Y" TO NB-PER-EOF-SW
003000     END-READ.
003010
003020 0092-BUSCAR-PERIODO.
003030     IF PER-PERIODO = NB-PERIODO
003040         MOVE PER-STATUS TO NB-PER-ESTADO
003050     END-IF
003060     PERFORM 0091-LEER-PERIODO.
003070
003080*----------------------------------------------------------------
003090* 0100-LEER-CHECKPOINT - LOAD THE COMPLETED STEPS OF THE LAST,
003100*                        INTERRUPTED STREAM FOR THIS SAME PERIOD;
003110*                        STEPS LEFT OVER FROM ANOTHER PERIOD ARE
003120*                        IGNORED.  "T" ON THE EMPNOMB.PRM JOB
003130*                        CARD DISCARDS THEM ALL.
003140*----------------------------------------------------------------
003150 0100-LEER-CHECKPOINT.
003160     MOVE ZERO TO NB-CKP-MAX NB-CKP-AJENOS
003170     OPEN INPUT EMPNOMB-CHECKPOINT
003180     IF CKP-FILE-STATUS = "00"
003190         PERFORM 0110-LEER-PASO
003200         PERFORM 0120-GUARDAR-PASO UNTIL NB-CKP-EOF
003210         CLOSE EMPNOMB-CHECKPOINT
003220     ELSE
003230         IF CKP-FILE-STATUS = "05"
003240             CLOSE EMPNOMB-CHECKPOINT
003250         END-IF
003260     END-IF
003270     IF NB-CKP-AJENOS > 0
003280         DISPLAY "EMPNOMB: CHECKPOINT DE OTRO PERIODO IGNORADO"
003290     END-IF
003300     IF NB-CKP-MAX > 0
003310         PERFORM 0150-LEER-PARAMETRO
003320     END-IF
003330     IF NB-CKP-MAX > 0
003340         DISPLAY "EMPNOMB: REANUDANDO - " NB-CKP-MAX
003350             " PASO(S) YA COMPLETADO(S) SE SALTAN"
003360     END-IF.
003370
003380 0110-LEER-PASO.
003390     READ EMPNOMB-CHECKPOINT
003400         AT END
003410             MOVE "Y" TO NB-CKP-EOF-SW
003420     END-READ.
003430
003440 0120-GUARDAR-PASO.
003450     IF CKP-PERIODO NOT = NB-PERIODO
003460         ADD 1 TO NB-CKP-AJENOS
003470     ELSE
003480         IF NB-CKP-MAX < 15
003490             ADD 1 TO NB-CKP-MAX
003500             MOVE CKP-PASO TO NB-CKP-NOMBRE (NB-CKP-MAX)
003510         END-IF
003520     END-IF
003530     PERFORM 0110-LEER-PASO.
003540
003550 0150-LEER-PARAMETRO.
003560     OPEN INPUT EMPNOMB-PARAMETRO
003570     IF PRM-FILE-STATUS = "00"
003580         READ EMPNOMB-PARAMETRO
003590             NOT AT END
003600                 IF PRM-REGISTRO-NOMB = "T"
003610                     MOVE ZERO TO NB-CKP-MAX
003620                     PERFORM 0300-LIMPIAR-CHECKPOINT
003630                     DISPLAY "EMPNOMB: CORRIDA COMPLETA FORZADA"
003640                         " POR EMPNOMB.PRM"
003650                 END-IF
003660         END-READ
003670     END-IF
003680     IF PRM-FILE-STATUS = "00" OR PRM-FILE-STATUS = "05"
003690         CLOSE EMPNOMB-PARAMETRO
003700     END-IF.
003710
003720*----------------------------------------------------------------
003730* 0200-PASO-HECHO - IS THE CURRENT STEP ALREADY ON THE
003740*                   CHECKPOINT FROM THE INTERRUPTED STREAM?
003750*----------------------------------------------------------------
003760 0200-PASO-HECHO.
003770     MOVE "N" TO NB-PASO-YA-SW
003780     PERFORM 0210-COMPARAR-PASO
003790         VARYING NB-CKP-IDX FROM 1 BY 1
003800         UNTIL NB-CKP-IDX > NB-CKP-MAX OR NB-PASO-YA
003810     IF NB-PASO-YA
003820         DISPLAY "EMPNOMB: PASO " NB-PASO-NOMBRE
003830             " YA COMPLETADO - SALTA"
003840     END-IF.
003850
003860 0210-COMPARAR-PASO.
003870     IF NB-CKP-NOMBRE (NB-CKP-IDX) = NB-PASO-NOMBRE
003880         MOVE "Y" TO NB-PASO-YA-SW
003890     END-IF.
003900
003910*----------------------------------------------------------------
003920* 0250-ANOTAR-PASO - RECORD ONE COMPLETED STEP, WITH ITS PERIOD,
003930*                    IN THE CHECKPOINT SO A RESTART SKIPS IT.
003940*----------------------------------------------------------------
003950 0250-ANOTAR-PASO.
003960     OPEN EXTEND EMPNOMB-CHECKPOINT
003970     IF CKP-FILE-STATUS = "35"
003980         OPEN OUTPUT EMPNOMB-CHECKPOINT
003990     END-IF
004000     MOVE NB-PASO-NOMBRE TO CKP-PASO
004010     MOVE NB-PERIODO     TO CKP-PERIODO
004020     WRITE CKP-REGISTRO
004030     CLOSE EMPNOMB-CHECKPOINT.
004040
004050*----------------------------------------------------------------
004060* 0300-LIMPIAR-CHECKPOINT - A STREAM THAT ENDED CLEAN (OR A
004070*                           FORCED FULL RUN) STARTS THE NEXT
004080*                           MONTH FROM THE TOP.
004090*----------------------------------------------------------------
004100 0300-LIMPIAR-CHECKPOINT.
004110     OPEN OUTPUT EMPNOMB-CHECKPOINT
004120     CLOSE EMPNOMB-CHECKPOINT.
004130
004140*----------------------------------------------------------------
004150* 0800-INICIO-PASO - ANNOUNCE THE STEP AND LOG ITS START UNDER
004160*                    THE STEP NAME.
004170*----------------------------------------------------------------
004180 0800-INICIO-PASO.
004190     MOVE "INICIO" TO NB-LOG-EVENTO
004200     MOVE ZERO TO NB-LOG-CONTADOR NB-LOG-RETORNO
004210     CALL "RUNLOG" USING NB-PASO-NOMBRE, NB-LOG-EVENTO,
004220         NB-LOG-CONTADOR, NB-LOG-RETORNO
004230     MOVE ZERO TO RETURN-CODE.
004240
004250*----------------------------------------------------------------
004260* 0900-CHECK-PASO - LOG THE END OF THE STEP JUST RUN WITH ITS
004270*                   RETURN CODE; ANYTHING NONZERO HALTS THE
004280*                   STREAM, ANYTHING ELSE GOES ON THE
004290*                   CHECKPOINT.
004300*----------------------------------------------------------------
004310 0900-CHECK-PASO.
004320     MOVE RETURN-CODE TO NB-PASO-RETORNO
004330     MOVE ZERO TO RETURN-CODE
004340     MOVE "FIN" TO NB-LOG-EVENTO
004350     MOVE ZERO TO NB-LOG-CONTADOR
004360     MOVE NB-PASO-RETORNO TO NB-LOG-RETORNO
004370     CALL "RUNLOG" USING NB-PASO-NOMBRE, NB-LOG-EVENTO,
004380         NB-LOG-CONTADOR, NB-LOG-RETORNO
004390     IF NB-PASO-RETORNO NOT = ZERO
004400         MOVE "Y" TO NB-STEP-SW
004410         DISPLAY "EMPNOMB: PASO " NB-PASO-NOMBRE
004420             " TERMINO CON RETORNO " NB-PASO-RETORNO
004430             " - CADENA DETENIDA; CORREGIR Y RELANZAR"
004440     ELSE
004450         PERFORM 0250-ANOTAR-PASO
004460     END-IF.
004470
004480*----------------------------------------------------------------
004490* 1000-RUN-HORAS - PRICE THE MONTH'S VALIDATED OVERTIME INTO
004500*                  PAY CONCEPTS FOR THE RUN.
004510*----------------------------------------------------------------
004520 1000-RUN-HORAS.
004530     MOVE "HORAS" TO NB-PASO-NOMBRE
004540     PERFORM 0200-PASO-HECHO
004550     IF NOT NB-PASO-YA
004560         DISPLAY "EMPNOMB: VALORANDO HORAS EXTRA (EMPHRSC)"
004570         PERFORM 0800-INICIO-PASO
004580         CALL "EMPHRSC"
004590         PERFORM 0900-CHECK-PASO
004600     END-IF.
004610
004620*----------------------------------------------------------------
004630* 1500-RUN-AUSENCIAS - VALIDATE THE ABSENCE FEED.  EMPABSV
004640*                      RETURNS ITS REJECT COUNT, SO A REJECTED
004650*                      ABSENCE STOPS THE STREAM BEFORE THE RUN
004660*                      PRORATES WITHOUT IT.
004670*----------------------------------------------------------------
004680 1500-RUN-AUSENCIAS.
004690     MOVE "AUSENCIA" TO NB-PASO-NOMBRE
004700     PERFORM 0200-PASO-HECHO
004710     IF NOT NB-PASO-YA
004720         DISPLAY "EMPNOMB: VALIDANDO AUSENCIAS (EMPABSV)"
004730         PERFORM 0800-INICIO-PASO
004740         CALL "EMPABSV"
004750         PERFORM 0900-CHECK-PASO
004760     END-IF.
004770
004780*----------------------------------------------------------------
004790* 2000-RUN-NOMINA - THE PAYROLL RUN ITSELF.
004800*----------------------------------------------------------------
004810 2000-RUN-NOMINA.
004820     MOVE "NOMINA" TO NB-PASO-NOMBRE
004830     PERFORM 0200-PASO-HECHO
004840     IF NOT NB-PASO-YA
004850         DISPLAY "EMPNOMB: CALCULANDO LA NOMINA (EMPPAY)"
004860         PERFORM 0800-INICIO-PASO
004870         CALL "EMPPAY"
004880         PERFORM 0900-CHECK-PASO
004890     END-IF.
004900
004910*----------------------------------------------------------------
004920* 2500-RUN-RECIBOS - PRINT THE PERIOD'S PAYSLIPS.
004930*----------------------------------------------------------------
004940 2500-RUN-RECIBOS.
004950     MOVE "RECIBOS" TO NB-PASO-NOMBRE
004960     PERFORM 0200-PASO-HECHO
004970     IF NOT NB-PASO-YA
004980         DISPLAY "EMPNOMB: IMPRIMIENDO RECIBOS (EMPSLIP)"
004990         PERFORM 0800-INICIO-PASO
005000         CALL "EMPSLIP"
005010         PERFORM 0900-CHECK-PASO
005020     END-IF.
005030
005040*----------------------------------------------------------------
005050* 3000-RUN-BANCO - THE PAYROLL RUN WRITES THE TRANSFER ITSELF
005060*                  (EMPBANK.DAT, EMPSEPA.DAT OR BOTH, AS THE CARD
005070*                  SAYS); THIS STEP MAKES SURE IT IS THERE AND
005080*                  WHOLE BEFORE IT IS SENT: THE CAB DATED IN OR
005090*                  AFTER THE PERIOD AND THE FIN TRAILER TYING TO
005100*                  ITS MOVEMENTS, AND A SEPA FILE THAT IS NOT
005110*                  EMPTY.  A FAILURE RETURNS 8.
005120*----------------------------------------------------------------
005130 3000-RUN-BANCO.
005140     MOVE "BANCO" TO NB-PASO-NOMBRE
005150     PERFORM 0200-PASO-HECHO
005160     IF NOT NB-PASO-YA
005170         DISPLAY "EMPNOMB: VERIFICANDO LA TRANSFERENCIA"
005180         PERFORM 0800-INICIO-PASO
005190         IF NB-FMT-BANCO NOT = "S"
005200             PERFORM 3100-VERIFICAR-BANCO
005210         END-IF
005220         IF NB-FMT-BANCO = "S" OR NB-FMT-BANCO = "A"
005230             PERFORM 3300-VERIFICAR-SEPA
005240         END-IF
005250         PERFORM 0900-CHECK-PASO
005260     END-IF.
005270
005280 3100-VERIFICAR-BANCO.
005290     MOVE "N" TO NB-BNK-EOF-SW NB-CAB-VISTO-SW NB-FIN-VISTO-SW
005300     MOVE ZERO TO NB-MOV-COUNT NB-MOV-SUMA NB-CAB-FECHA
005310     OPEN INPUT EMPLEADOS-BANCO
005320     IF BNK-FILE-STATUS = "00"
005330         PERFORM 3110-LEER-BANCO
005340         PERFORM 3120-ANOTAR-BANCO UNTIL NB-BNK-EOF
005350     END-IF
005360     IF BNK-FILE-STATUS = "00" OR BNK-FILE-STATUS = "05"
005370             OR BNK-FILE-STATUS = "10"
005380         CLOSE EMPLEADOS-BANCO
005390     END-IF
005400     IF NOT NB-CAB-VISTO OR NB-CAB-FECHA(1:6) < NB-PERIODO
005410         DISPLAY "EMPNOMB: EMPBANK.DAT FALTA O NO ES DEL PERIODO "
005420             NB-PERIODO
005430         MOVE 8 TO RETURN-CODE
005440     ELSE
005450         IF NOT NB-FIN-VISTO OR NB-FIN-COUNT NOT = NB-MOV-COUNT
005460                 OR NB-FIN-TOTAL NOT = NB-MOV-SUMA
005470             DISPLAY "EMPNOMB: EL TRAILER FIN DE EMPBANK.DAT NO"
005480                 " CUADRA CON SUS MOVIMIENTOS"
005490             MOVE 8 TO RETURN-CODE
005500         ELSE
005510             DISPLAY "EMPNOMB: EMPBANK.DAT CORRECTO - "
005520                 NB-MOV-COUNT " MOVIMIENTO(S)"
005530         END-IF
005540     END-IF.
005550
005560 3110-LEER-BANCO.
005570     READ EMPLEADOS-BANCO
005580         AT END
005590             MOVE "Y" TO NB-BNK-EOF-SW
005600     END-READ.
005610
005620 3120-ANOTAR-BANCO.
005630     EVALUATE BNK-MOV-TIPO
005640         WHEN "CAB"
005650             MOVE "Y" TO NB-CAB-VISTO-SW
005660             MOVE BNK-CAB-FECHA TO NB-CAB-FECHA
005670         WHEN "MOV"
005680             ADD 1 TO NB-MOV-COUNT
005690             ADD BNK-MOV-IMPORTE TO NB-MOV-SUMA
005700         WHEN "FIN"
005710             MOVE "Y" TO NB-FIN-VISTO-SW
005720             MOVE BNK-FIN-COUNT TO NB-FIN-COUNT
005730             MOVE BNK-FIN-TOTAL TO NB-FIN-TOTAL
005740         WHEN OTHER
005750             CONTINUE
005760     END-EVALUATE
005770     PERFORM 3110-LEER-BANCO.
005780
005790 3300-VERIFICAR-SEPA.
005800     OPEN INPUT EMPLEADOS-SEPA
005810     IF SEP-FILE-STATUS = "00"
005820         READ EMPLEADOS-SEPA
005830             AT END
005840                 DISPLAY "EMPNOMB: EMPSEPA.DAT ESTA VACIO"
005850                 MOVE 8 TO RETURN-CODE
005860         END-READ
005870     ELSE
005880         DISPLAY "EMPNOMB: FALTA EMPSEPA.DAT, ESTADO: "
005890             SEP-FILE-STATUS
005900         MOVE 8 TO RETURN-CODE
005910     END-IF
005920     IF SEP-FILE-STATUS = "00" OR SEP-FILE-STATUS = "05"
005930             OR SEP-FILE-STATUS = "10"
005940         CLOSE EMPLEADOS-SEPA
005950     END-IF.
005960
005970*----------------------------------------------------------------
005980* 4000-RUN-CHEQUES - PRINT THE CHEQUES FOR THE EMPLOYEES PAID BY
005990*                    CHEQUE.
006000*----------------------------------------------------------------
006010 4000-RUN-CHEQUES.
006020     MOVE "CHEQUES" TO NB-PASO-NOMBRE
006030     PERFORM 0200-PASO-HECHO
006040     IF NOT NB-PASO-YA
006050         DISPLAY "EMPNOMB: EMITIENDO CHEQUES (EMPCHQ)"
006060         PERFORM 0800-INICIO-PASO
006070         CALL "EMPCHQ"
006080         PERFORM 0900-CHECK-PASO
006090     END-IF.
006100
006110*----------------------------------------------------------------
006120* 5000-RUN-DIARIO - THE MONTHLY GENERAL-LEDGER JOURNAL.
006130*----------------------------------------------------------------
006140 5000-RUN-DIARIO.
006150     MOVE "DIARIO" TO NB-PASO-NOMBRE
006160     PERFORM 0200-PASO-HECHO
006170     IF NOT NB-PASO-YA
006180         DISPLAY "EMPNOMB: DIARIO CONTABLE (EMPGLJ)"
006190         PERFORM 0800-INICIO-PASO
006200         CALL "EMPGLJ"
006210         PERFORM 0900-CHECK-PASO
006220     END-IF.
006230
006240*----------------------------------------------------------------
006250* 6000-RUN-SEGSOC - THE SOCIAL-SECURITY CONTRIBUTION REMITTANCE.
006260*----------------------------------------------------------------
006270 6000-RUN-SEGSOC.
006280     MOVE "SEGSOC" TO NB-PASO-NOMBRE
006290     PERFORM 0200-PASO-HECHO
006300     IF NOT NB-PASO-YA
006310         DISPLAY "EMPNOMB: REMESA DE SEGURIDAD SOCIAL (EMPSSRE)"
006320         PERFORM 0800-INICIO-PASO
006330         CALL "EMPSSRE"
006340         PERFORM 0900-CHECK-PASO
006350     END-IF.
006360
006370*----------------------------------------------------------------
006380* 7000-RUN-CUADRE - THE BALANCING CONTROL CLOSES THE STREAM; ITS
006390*                   VERDICT IS WHAT EMPPERC WAITS FOR BEFORE THE
006400*                   PERIOD MAY BE CLOSED.
006410*----------------------------------------------------------------
006420 7000-RUN-CUADRE.
006430     MOVE "CUADRE" TO NB-PASO-NOMBRE
006440     PERFORM 0200-PASO-HECHO
006450     IF NOT NB-PASO-YA
006460         DISPLAY "EMPNOMB: CONTROL DE CUADRE (EMPBAL)"
006470         PERFORM 0800-INICIO-PASO
006480         CALL "EMPBAL"
006490         PERFORM 0900-CHECK-PASO
006500     END-IF.
006510
006520 9999-EXIT.
006530     MOVE "FIN" TO NB-LOG-EVENTO
006540     MOVE ZERO TO NB-LOG-CONTADOR NB-LOG-RETORNO
006550     IF NB-STEP-HALTED
006560         MOVE 8 TO NB-LOG-RETORNO
006570     END-IF
006580     CALL "RUNLOG" USING NB-LOG-PROGRAMA, NB-LOG-EVENTO,
006590         NB-LOG-CONTADOR, NB-LOG-RETORNO
006600     MOVE "SOLTAR" TO NB-PER-ACCION
006610     CALL "RUNPER" USING NB-PER-ACCION, NB-PERIODO
006620     MOVE "SOLTAR" TO NB-LCK-ACCION
006630     CALL "RUNLOCK" USING NB-LCK-ACCION, NB-LCK-TIPO,
006640         NB-LCK-RESULTADO-SW, NB-LCK-TEN-TIPO,
006650         NB-LCK-TEN-OPERADOR, NB-LCK-TEN-FECHA, NB-LCK-TEN-HORA
006660     MOVE NB-LOG-RETORNO TO RETURN-CODE
006670     GOBACK.
006680 END PROGRAM EMPNOMB.
