000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       OFF-CYCLE PAYROLL.  WHEN ONE EMPLOYEE'S PAY IS
000060*                WRONG AFTER THE MONTH HAS BEEN CALCULATED, OR
000070*                SOMEONE LEAVING MID-MONTH MUST BE PAID NOW, A
000080*                SUPERVISOR KEYS THE PERIOD AND UP TO 20 E-IDS
000090*                HERE INSTEAD OF RE-RUNNING THE WHOLE COMPANY.
000100*                THE LIST GOES TO EMPOFF.DAT AND THE PAYROLL RUN
000110*                IS CALLED WITH AN OFF-CYCLE ("O") JOB CARD: EACH
000120*                EMPLOYEE'S LATEST EMPPAYH ROW FOR THE PERIOD IS
000130*                REVERSED, THE PAY RECALCULATED WITH TODAY'S DATA
000140*                AND ONLY THE DIFFERENCE PAID, WITH THE PAYSLIPS
000150*                ON EMPPAYO.RPT AND THE TRANSFER ON EMPBANKO.DAT /
000160*                EMPSEPAO.DAT.  THE MONTH'S OWN EMPPAY.PRM CARD IS
000170*                PUT BACK AFTERWARDS.
000180* TECTONICS:     cobc -x -std=ibm -I copybooks EMPOFC.CBL
000190*                OPERSES CONFIRM RUNLOG EMPPAY
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   ---------- ----  ----------------------------------------
000240*   2026-10-15  RT   ORIGINAL PROGRAM.
000250*   2026-10-15  RT   THE PERIOD, THE E-ID LIST AND THEIR SWITCHES
000260*                    ARE RESET ON EVERY CALL, SO A SECOND OFF-
000270*                    CYCLE RUN IN THE SAME MENU SESSION ASKS AGAIN
000280*                    INSTEAD OF PAYING THE PREVIOUS LIST FOR THE
000290*                    PREVIOUS PERIOD.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. EMPOFC.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     COPY EMPFSEL.
000380
000390     COPY EMPOFSEL.
000400
000410     SELECT OPTIONAL EMPPAY-PARAMETRO
000420         ASSIGN TO "EMPPAY.PRM"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS PYP-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  EMPLEADOS-ARCHIVO.
000490     COPY EMPREG.
000500
000510 FD  EMPOFF-ARCHIVO.
000520     COPY EMPOFF.
000530
000540 FD  EMPPAY-PARAMETRO.
000550 01  PRM-REGISTRO-NOMINA.
000560     05  PRM-TIPO-RUN         PIC X(01).
000570     05  PRM-FMT-BANCO        PIC X(01).
000580     05  PRM-PERIODO          PIC X(06).
000590
000600 WORKING-STORAGE SECTION.
000610 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000620 01  OFF-FILE-STATUS          PIC XX VALUE SPACES.
000630 01  PYP-FILE-STATUS          PIC XX VALUE SPACES.
000640
000650 01  OC-PERIODO-ENTRADA       PIC X(6) VALUE SPACES.
000660 01  OC-PERIODO               PIC 9(6) VALUE ZERO.
000670 01  OC-MES                   PIC 9(2) VALUE ZERO.
000680 01  OC-PERIODO-LISTO-SW      PIC X VALUE "N".
000690     88  OC-PERIODO-LISTO     VALUE "Y".
000700 01  OC-FIN-LISTA-SW          PIC X VALUE "N".
000710     88  OC-FIN-LISTA         VALUE "Y".
000720 01  OC-E-ID                  PIC X(50) VALUE SPACES.
000730
000740 01  OC-LISTA.
000750     05  OC-MAX               PIC 9(2) VALUE 0.
000760     05  OC-ENTRADA OCCURS 20 TIMES.
000770         10  OC-LISTA-E-ID    PIC X(50).
000780 01  OC-IDX                   PIC 9(2) VALUE 0.
000790 01  OC-HALLADO               PIC 9(2) VALUE 0.
000800 01  OC-LIMITE                PIC 9(2) VALUE 20.
000810
000820 01  OC-CARD-SW               PIC X VALUE "N".
000830     88  OC-HABIA-CARD        VALUE "Y".
000840 01  OC-CARD-GUARDADA         PIC X(08) VALUE SPACES.
000850 01  OC-FMT-BANCO             PIC X(01) VALUE SPACE.
000860 01  OC-RETORNO               PIC 9(4) VALUE 0.
000870
000880 01  OC-OPERADOR              PIC X(08) VALUE SPACES.
000890 01  OC-OPER-NIVEL            PIC X(01) VALUE SPACES.
000900 01  OC-ACCION-TXT            PIC X(40) VALUE SPACES.
000910 01  OC-CONFIRMA              PIC X VALUE "N".
000920
000930 01  OC-LOG-PROGRAMA          PIC X(08) VALUE "EMPOFC".
000940 01  OC-LOG-EVENTO            PIC X(06) VALUE SPACES.
000950 01  OC-LOG-CONTADOR          PIC 9(07) VALUE 0.
000960 01  OC-LOG-RETORNO           PIC 9(04) VALUE 0.
000970
000980 PROCEDURE DIVISION.
000990
001000 0000-MAINLINE.
001010     MOVE "INICIO" TO OC-LOG-EVENTO
001020     CALL "RUNLOG" USING OC-LOG-PROGRAMA, OC-LOG-EVENTO,
001030         OC-LOG-CONTADOR, OC-LOG-RETORNO
001040     MOVE ZERO TO RETURN-CODE
001050     PERFORM 1000-INITIALIZE THRU 1000-SALIDA
001060     IF OC-MAX > 0
001070         PERFORM 3000-LANZAR-NOMINA THRU 3000-SALIDA
001080     END-IF
001090     MOVE "FIN" TO OC-LOG-EVENTO
001100     MOVE OC-MAX TO OC-LOG-CONTADOR
001110     MOVE RETURN-CODE TO OC-LOG-RETORNO
001120     CALL "RUNLOG" USING OC-LOG-PROGRAMA, OC-LOG-EVENTO,
001130         OC-LOG-CONTADOR, OC-LOG-RETORNO
001140     MOVE OC-LOG-RETORNO TO RETURN-CODE
001150     PERFORM 9999-EXIT.
001160
001170*----------------------------------------------------------------
001180* 1000-INITIALIZE - ONLY A SUPERVISOR MAY PAY OUTSIDE THE MONTHLY
001190*                   RUN.  ASK THE PERIOD, THEN THE E-IDS, EACH
001200*                   CHECKED AGAINST THE MASTER.  THE PERIOD AND
001210*                   THE LIST START FROM NOTHING ON EVERY CALL.
001220*----------------------------------------------------------------
001230 1000-INITIALIZE.
001240     MOVE "N" TO OC-PERIODO-LISTO-SW
001250     MOVE "N" TO OC-FIN-LISTA-SW
001260     MOVE SPACES TO OC-LISTA
001270     MOVE ZERO TO OC-MAX
001280     CALL "OPERSES" USING OC-OPERADOR, OC-OPER-NIVEL
001290     IF OC-OPER-NIVEL NOT = "S"
001300         DISPLAY "EMPOFC: SOLO UN SUPERVISOR PUEDE LANZAR UNA"
001310             " NOMINA FUERA DE CICLO"
001320         MOVE 8 TO RETURN-CODE
001330         GO TO 1000-SALIDA
001340     END-IF
001350     PERFORM 1100-CAPTURAR-PERIODO UNTIL OC-PERIODO-LISTO
001360     OPEN INPUT EMPLEADOS-ARCHIVO
001370     IF EMP-FILE-STATUS NOT = "00"
001380         DISPLAY "EMPOFC: NO SE PUEDE ABRIR EL MAESTRO, ESTADO: "
001390             EMP-FILE-STATUS
001400         MOVE 16 TO RETURN-CODE
001410         GO TO 1000-SALIDA
001420     END-IF
001430     DISPLAY "E-IDS A RECALCULAR (ENTER EN BLANCO = TERMINAR,"
001440         " MAXIMO " OC-LIMITE ")"
001450     PERFORM 2000-CAPTURAR-EMPLEADO UNTIL OC-FIN-LISTA
001460*    THE PAYROLL RUN OPENS THE MASTER ITSELF.
001470     CLOSE EMPLEADOS-ARCHIVO
001480     IF OC-MAX = 0
001490         DISPLAY "EMPOFC: NINGUN EMPLEADO - NADA QUE CALCULAR"
001500     END-IF.
001510 1000-SALIDA.
001520     EXIT.
001530
001540 1100-CAPTURAR-PERIODO.
001550     DISPLAY "PERIODO A RECALCULAR YYYYMM (ENTER = ACTUAL): "
001560     ACCEPT OC-PERIODO-ENTRADA
001570     IF OC-PERIODO-ENTRADA = SPACES
001580         MOVE FUNCTION CURRENT-DATE(1:6) TO OC-PERIODO
001590         MOVE "Y" TO OC-PERIODO-LISTO-SW
001600     ELSE
001610         IF OC-PERIODO-ENTRADA IS NUMERIC
001620             MOVE OC-PERIODO-ENTRADA TO OC-PERIODO
001630             MOVE OC-PERIODO(5:2) TO OC-MES
001640             IF OC-MES < 1 OR OC-MES > 12
001650                 DISPLAY "MES INVALIDO - LAS PAGAS EXTRA NO SE"
001660                     " RECALCULAN FUERA DE CICLO"
001670             ELSE
001680                 MOVE "Y" TO OC-PERIODO-LISTO-SW
001690             END-IF
001700         ELSE
001710             DISPLAY "PERIODO INVALIDO - SOLO DIGITOS 0-9"
001720         END-IF
001730     END-IF.
001740
001750*----------------------------------------------------------------
001760* 2000-CAPTURAR-EMPLEADO - ONE E-ID: IT MUST EXIST AND NOT BE ON
001770*                          THE LIST ALREADY.  WHETHER IT IS
001780*                          PAYABLE IN THE PERIOD IS FOR THE
001790*                          PAYROLL RUN TO DECIDE, AS EVER.
001800*----------------------------------------------------------------
001810 2000-CAPTURAR-EMPLEADO.
001820     DISPLAY "E-ID: "
001830     MOVE SPACES TO OC-E-ID
001840     ACCEPT OC-E-ID
001850     IF OC-E-ID = SPACES
001860         MOVE "Y" TO OC-FIN-LISTA-SW
001870     ELSE
001880         PERFORM 2100-VALIDAR-EMPLEADO
001890     END-IF
001900     IF OC-MAX NOT < OC-LIMITE
001910         MOVE "Y" TO OC-FIN-LISTA-SW
001920     END-IF.
001930
001940 2100-VALIDAR-EMPLEADO.
001950     MOVE OC-E-ID TO E-ID
001960     READ EMPLEADOS-ARCHIVO
001970         INVALID KEY
001980             DISPLAY "NO EXISTE EMPLEADO CON E-ID: " OC-E-ID
001990         NOT INVALID KEY
002000             MOVE 0 TO OC-HALLADO
002010             PERFORM 2200-BUSCAR-EN-LISTA
002020                 VARYING OC-IDX FROM 1 BY 1
002030                 UNTIL OC-IDX > OC-MAX
002040             IF OC-HALLADO > 0
002050                 DISPLAY "E-ID YA INCLUIDO: " OC-E-ID
002060             ELSE
002070                 ADD 1 TO OC-MAX
002080                 MOVE OC-E-ID TO OC-LISTA-E-ID (OC-MAX)
002090                 DISPLAY "  " FUNCTION TRIM(E-NOMBRE)
002100                     "  ESTADO " E-STATUS
002110             END-IF
002120     END-READ.
002130
002140 2200-BUSCAR-EN-LISTA.
002150     IF OC-LISTA-E-ID (OC-IDX) = OC-E-ID
002160         MOVE OC-IDX TO OC-HALLADO
002170     END-IF.
002180
002190*----------------------------------------------------------------
002200* 3000-LANZAR-NOMINA - ON CONFIRMATION, WRITE EMPOFF.DAT, SWAP IN
002210*                      THE OFF-CYCLE JOB CARD (KEEPING THE
002220*                      MONTH'S TRANSFER FORMAT), CALL THE PAYROLL
002230*                      RUN AND PUT THE MONTH'S CARD BACK.
002240*----------------------------------------------------------------
002250 3000-LANZAR-NOMINA.
002260     MOVE "LANZAR NOMINA FUERA DE CICLO" TO OC-ACCION-TXT
002270     CALL "CONFIRM" USING OC-ACCION-TXT, OC-CONFIRMA
002280     IF OC-CONFIRMA NOT = "S" AND OC-CONFIRMA NOT = "s"
002290         DISPLAY "EMPOFC: CANCELADO - NO SE CALCULA NADA"
002300         MOVE ZERO TO OC-MAX
002310         GO TO 3000-SALIDA
002320     END-IF
002330     PERFORM 3100-ESCRIBIR-LISTA
002340     IF OFF-FILE-STATUS NOT = "00"
002350         DISPLAY "EMPOFC: ERROR AL GRABAR EMPOFF.DAT, ESTADO: "
002360             OFF-FILE-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         GO TO 3000-SALIDA
002390     END-IF
002400     PERFORM 3200-GUARDAR-CARD
002410     OPEN OUTPUT EMPPAY-PARAMETRO
002420     MOVE "O"          TO PRM-TIPO-RUN
002430     MOVE OC-FMT-BANCO TO PRM-FMT-BANCO
002440     MOVE OC-PERIODO   TO PRM-PERIODO
002450     WRITE PRM-REGISTRO-NOMINA
002460     CLOSE EMPPAY-PARAMETRO
002470     CALL "EMPPAY"
002480     MOVE RETURN-CODE TO OC-RETORNO
002490     PERFORM 3300-RESTAURAR-CARD
002500     EVALUATE OC-RETORNO
002510         WHEN 0
002520             DISPLAY "EMPOFC: NOMINA FUERA DE CICLO TERMINADA -"
002530                 " VER EMPPAYO.RPT"
002540         WHEN 4
002550             DISPLAY "EMPOFC: TERMINADA CON AVISOS - ALGUN E-ID"
002560                 " NO SE PROCESO (VER EMPPAYO.RPT)"
002570         WHEN 8
002580             DISPLAY "EMPOFC: LA NOMINA RECHAZO LA CORRIDA"
002590         WHEN OTHER
002600             DISPLAY "EMPOFC: ERROR DE E/S EN LA NOMINA -"
002610                 " RETORNO " OC-RETORNO
002620     END-EVALUATE
002630     MOVE OC-RETORNO TO RETURN-CODE.
002640 3000-SALIDA.
002650     EXIT.
002660
002670 3100-ESCRIBIR-LISTA.
002680     OPEN OUTPUT EMPOFF-ARCHIVO
002690     IF OFF-FILE-STATUS = "00"
002700         PERFORM 3110-ESCRIBIR-EMPLEADO
002710             VARYING OC-IDX FROM 1 BY 1
002720             UNTIL OC-IDX > OC-MAX
002730                 OR OFF-FILE-STATUS NOT = "00"
002740         CLOSE EMPOFF-ARCHIVO
002750     END-IF.
002760
002770 3110-ESCRIBIR-EMPLEADO.
002780     MOVE OC-LISTA-E-ID (OC-IDX)      TO OFF-E-ID
002790     MOVE OC-OPERADOR                 TO OFF-OPERADOR
002800     MOVE FUNCTION CURRENT-DATE(1:8)  TO OFF-FECHA
002810     WRITE EMPOFF-REGISTRO.
002820
002830*----------------------------------------------------------------
002840* 3200-GUARDAR-CARD - KEEP THE MONTH'S EMPPAY.PRM CARD, IF THERE
002850*                     IS ONE, AND ITS TRANSFER-FORMAT BYTE.
002860*----------------------------------------------------------------
002870 3200-GUARDAR-CARD.
002880     MOVE "N" TO OC-CARD-SW
002890     MOVE SPACE TO OC-FMT-BANCO
002900     OPEN INPUT EMPPAY-PARAMETRO
002910     IF PYP-FILE-STATUS = "00"
002920         READ EMPPAY-PARAMETRO
002930             NOT AT END
002940                 MOVE "Y" TO OC-CARD-SW
002950                 MOVE PRM-REGISTRO-NOMINA TO OC-CARD-GUARDADA
002960                 MOVE PRM-FMT-BANCO TO OC-FMT-BANCO
002970         END-READ
002980     END-IF
002990     IF PYP-FILE-STATUS = "00" OR PYP-FILE-STATUS = "05"
003000             OR PYP-FILE-STATUS = "10"
003010         CLOSE EMPPAY-PARAMETRO
003020     END-IF.
003030
003040*----------------------------------------------------------------
003050* 3300-RESTAURAR-CARD - PUT THE MONTH'S CARD BACK; WITHOUT ONE
003060*                       THE FILE IS LEFT EMPTY, WHICH THE PAYROLL
003070*                       RUN READS THE SAME AS NO CARD AT ALL.
003080*----------------------------------------------------------------
003090 3300-RESTAURAR-CARD.
003100     OPEN OUTPUT EMPPAY-PARAMETRO
003110     IF OC-HABIA-CARD
003120         MOVE OC-CARD-GUARDADA TO PRM-REGISTRO-NOMINA
003130         WRITE PRM-REGISTRO-NOMINA
003140     END-IF
003150     CLOSE EMPPAY-PARAMETRO.
003160
003170 9999-EXIT.
003180     GOBACK.
003190 END PROGRAM EMPOFC.
