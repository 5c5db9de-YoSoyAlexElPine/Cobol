000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       REMITTANCE OF THE AMOUNTS THE PAYROLL WITHHELD
000060*                FOR THIRD PARTIES.  FOR THE PERIOD ASKED (ENTER
000070*                MEANS THE CURRENT MONTH) EVERY EMPREM.DAT AMOUNT
000080*                NOT YET REMITTED - COURT GARNISHMENTS AND UNION
000090*                DUES - IS SORTED BY CREDITOR AND E-ID AND LISTED
000100*                TO EMPREMT.RPT WITH THE CREDITOR TOTAL, AND ONE
000110*                CREDIT TRANSFER PER CREDITOR GOES TO EMPREMS.DAT
000120*                IN THE SAME SEPA LAYOUT AS THE SALARY FILE, TO
000130*                THE ACCOUNT KEPT ON ACREEDOR.DAT.  A CREDITOR
000140*                THAT IS NOT ON ACREEDOR.DAT OR WHOSE ACCOUNT
000150*                FAILS ITS CHECK DIGITS (BANCODC) STAYS PENDING
000160*                FOR THE NEXT RUN (RETURN CODE 4).  THE LISTING IS
000170*                BALANCED AGAINST THE PERIOD'S PH-EMBARGO AND
000180*                PH-SINDICAL TOTALS ON EMPPAYH.DAT; IF THEY DO NOT
000190*                AGREE NOTHING IS SENT (RETURN CODE 8).  THE
000200*                AMOUNTS SENT ARE STAMPED WITH THE REMITTANCE DATE
000210*                ON EMPREM.DAT SO THEY ARE NEVER PAID TWICE.
000220* TECTONICS:     cobc -x -std=ibm -I copybooks EMPREMT.CBL
000230*                BANCODC RPTROUTE RPTBANNER RUNLOG OPERSES
000240*                SPOOLCAT
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   ---------- ----  ----------------------------------------
000290*   2026-10-15  RT   ORIGINAL PROGRAM.
000300*   2026-10-15  RT   EMPPAYH TOTALS ARE NOW SIGNED SO OFF-CYCLE
000310*                    REVERSAL ROWS NET OUT OF THE CROSS-CHECK.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. EMPREMT.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     COPY EMPFSEL.
000400     COPY EMPRMSEL.
000410     COPY EMPPHSEL.
000420
000430     SELECT OPTIONAL ACREEDOR-TABLA
000440         ASSIGN TO "ACREEDOR.DAT"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS ACR-FILE-STATUS.
000470
000480     SELECT REM-WORK-FILE
000490         ASSIGN TO "EMPREMT.WRK".
000500
000510     SELECT REM-ORDENADO
000520         ASSIGN TO "EMPREMT.SRT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS ORD-FILE-STATUS.
000550
000560     SELECT REMESA-TEMPORAL
000570         ASSIGN TO "EMPREM.TMP"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS TMP-FILE-STATUS.
000600
000610     SELECT REMESA-SEPA
000620         ASSIGN TO "EMPREMS.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS SEP-FILE-STATUS.
000650
000660     SELECT EMPREMT-REPORTE
000670         ASSIGN TO "EMPREMT.RPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS RPT-FILE-STATUS.
000700
000710     SELECT EMPREMT-IMPRESORA
000720         ASSIGN TO "EMPREMT.PRN"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS PRN-FILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  EMPLEADOS-ARCHIVO.
000790     COPY EMPREG.
000800
000810 FD  EMPREM-ARCHIVO.
000820     COPY EMPREM.
000830
000840 FD  EMPLEADOS-PAY-HIST.
000850     COPY EMPPAYH.
000860
000870 FD  ACREEDOR-TABLA.
000880 01  ACR-REGISTRO.
000890     05  ACR-CODIGO          PIC X(30).
000900     05  ACR-TIPO            PIC X(01).
000910     05  ACR-ENTIDAD         PIC 9(04).
000920     05  ACR-OFICINA         PIC 9(04).
000930     05  ACR-DC              PIC 9(02).
000940     05  ACR-CUENTA          PIC 9(10).
000950     05  ACR-CUOTA           PIC 9(3)V99.
000960     05  ACR-CUOTA-PCT       PIC 9V99.
000970
000980 SD  REM-WORK-FILE.
000990 01  SRT-REGISTRO.
001000     05  SRT-ACREEDOR        PIC X(30).
001010     05  SRT-E-ID            PIC X(50).
001020     05  SRT-TIPO            PIC X(01).
001030     05  SRT-NOMBRE          PIC X(50).
001040     05  SRT-REFERENCIA      PIC X(20).
001050     05  SRT-IMPORTE         PIC 9(7)V99.
001060
001070 FD  REM-ORDENADO.
001080 01  ORD-REGISTRO.
001090     05  ORD-ACREEDOR        PIC X(30).
001100     05  ORD-E-ID            PIC X(50).
001110     05  ORD-TIPO            PIC X(01).
001120     05  ORD-NOMBRE          PIC X(50).
001130     05  ORD-REFERENCIA      PIC X(20).
001140     05  ORD-IMPORTE         PIC 9(7)V99.
001150
001160 FD  REMESA-TEMPORAL.
001170 01  TMP-REGISTRO             PIC X(132).
001180
001190 FD  REMESA-SEPA.
001200 01  SEP-LINEA                PIC X(200).
001210
001220 FD  EMPREMT-REPORTE.
001230 01  RPT-LINEA                PIC X(132).
001240
001250 FD  EMPREMT-IMPRESORA.
001260 01  LINEA-IMPRESORA          PIC X(132).
001270
001280 WORKING-STORAGE SECTION.
001290 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001300 01  REM-FILE-STATUS          PIC XX VALUE SPACES.
001310 01  PH-FILE-STATUS           PIC XX VALUE SPACES.
001320 01  ACR-FILE-STATUS          PIC XX VALUE SPACES.
001330 01  ORD-FILE-STATUS          PIC XX VALUE SPACES.
001340 01  TMP-FILE-STATUS          PIC XX VALUE SPACES.
001350 01  SEP-FILE-STATUS          PIC XX VALUE SPACES.
001360 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001370 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
001380
001390 01  REM-EOF-SW               PIC X VALUE "N".
001400     88  REM-EOF              VALUE "Y".
001410 01  PH-EOF-SW                PIC X VALUE "N".
001420     88  PH-EOF               VALUE "Y".
001430 01  ACR-EOF-SW               PIC X VALUE "N".
001440     88  ACR-EOF              VALUE "Y".
001450 01  ORD-EOF-SW               PIC X VALUE "N".
001460     88  ORD-EOF              VALUE "Y".
001470 01  TMP-EOF-SW               PIC X VALUE "N".
001480     88  TMP-EOF              VALUE "Y".
001490
001500 01  RM-DESTINO               PIC X(01) VALUE "F".
001510     88  RM-DESTINO-IMPRESORA VALUE "P".
001520 01  RM-BANNER                PIC X(80) VALUE SPACES.
001530 01  RM-HOY                   PIC 9(08) VALUE ZERO.
001540 01  RM-PERIODO-ENTRADA       PIC X(06) VALUE SPACES.
001550 01  RM-PERIODO               PIC 9(06) VALUE ZERO.
001560 01  RM-PERIODO-LISTO-SW      PIC X VALUE "N".
001570     88  RM-PERIODO-LISTO     VALUE "Y".
001580
001590*----------------------------------------------------------------
001600* THE CREDITORS ON ACREEDOR.DAT - COURTS (J) AND UNIONS (S).
001610*----------------------------------------------------------------
001620 01  RM-ACR-TABLA.
001630     05  RM-ACR-MAX           PIC 9(3) VALUE 0.
001640     05  RM-ACR-ENTRADA OCCURS 100 TIMES.
001650         10  RM-ACR-CODIGO    PIC X(30).
001660         10  RM-ACR-TIPO      PIC X(01).
001670         10  RM-ACR-ENTIDAD   PIC 9(04).
001680         10  RM-ACR-OFICINA   PIC 9(04).
001690         10  RM-ACR-DC        PIC 9(02).
001700         10  RM-ACR-CUENTA    PIC 9(10).
001710 01  RM-ACR-IDX               PIC 9(3) VALUE 0.
001720 01  RM-ACR-HALLADO           PIC 9(3) VALUE 0.
001730
001740*----------------------------------------------------------------
001750* THE CREDITORS PAID IN THIS RUN, FOR STAMPING EMPREM.DAT.
001760*----------------------------------------------------------------
001770 01  RM-PAG-TABLA.
001780     05  RM-PAG-MAX           PIC 9(3) VALUE 0.
001790     05  RM-PAG-CODIGO        PIC X(30) OCCURS 100 TIMES.
001800 01  RM-PAG-IDX               PIC 9(3) VALUE 0.
001810 01  RM-PAG-HALLADO           PIC 9(3) VALUE 0.
001820
001830 01  RM-ACR-ACTUAL            PIC X(30) VALUE SPACES.
001840 01  RM-PRIMERO-SW            PIC X VALUE "Y".
001850     88  RM-PRIMERO           VALUE "Y".
001860 01  RM-CC-VALIDO-SW          PIC X VALUE "N".
001870     88  RM-CC-VALIDO         VALUE "Y".
001880 01  RM-PAGAR-SW              PIC X VALUE "N".
001890     88  RM-PAGAR             VALUE "Y".
001900 01  RM-CUADRE-SW             PIC X VALUE "Y".
001910     88  RM-CUADRADO          VALUE "Y".
001920
001930 01  RM-ACR-LINEAS            PIC 9(05) VALUE 0.
001940 01  RM-ACR-TOTAL             PIC 9(9)V99 VALUE 0.
001950 01  RM-TOT-LINEAS            PIC 9(05) VALUE 0.
001960 01  RM-TOT-ACREEDORES        PIC 9(05) VALUE 0.
001970 01  RM-TOT-PENDIENTES        PIC 9(05) VALUE 0.
001980 01  RM-TOT-REMITIDO          PIC 9(9)V99 VALUE 0.
001990 01  RM-TOT-RETENIDO          PIC 9(9)V99 VALUE 0.
002000 01  RM-SIN-FICHA             PIC 9(05) VALUE 0.
002010 01  RM-MARCADOS              PIC 9(05) VALUE 0.
002020
002030*    THE BALANCE OF THE PERIOD: WHAT THE HISTORY SAYS WAS WITHHELD
002040*    AGAINST THE DETAIL ON EMPREM.DAT, REMITTED OR NOT.
002050 01  RM-PH-EMBARGO            PIC S9(9)V99 VALUE 0.
002060 01  RM-PH-SINDICAL           PIC S9(9)V99 VALUE 0.
002070 01  RM-REM-EMBARGO           PIC 9(9)V99 VALUE 0.
002080 01  RM-REM-SINDICAL          PIC 9(9)V99 VALUE 0.
002090
002100 01  RM-CCC                   PIC X(20) VALUE SPACES.
002110 01  RM-IBAN-DIGITS           PIC X(26) VALUE SPACES.
002120 01  RM-IBAN-REM              PIC 9(4) VALUE 0.
002130 01  RM-IBAN-I                PIC 9(2) VALUE 0.
002140 01  RM-IBAN-DIG              PIC 9(1) VALUE 0.
002150 01  RM-IBAN-DC               PIC 9(2) VALUE 0.
002160 01  RM-IBAN                  PIC X(24) VALUE SPACES.
002170 01  RM-SEPA-IMPORTE          PIC 9(9).99.
002180 01  RM-SEPA-TOTAL            PIC 9(11).99.
002190 01  RM-SEPA-COUNT            PIC 9(05) VALUE 0.
002200
002210 01  RM-CONTADOR-EDIT         PIC ZZ,ZZ9.
002220 01  RM-IMPORTE-EDIT          PIC Z,ZZZ,ZZ9.99.
002230 01  RM-TOTAL-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
002240 01  RM-TOTAL2-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
002250
002260 01  RM-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
002270 01  RM-SPL-OPERADOR          PIC X(08) VALUE SPACES.
002280 01  RM-SPL-NIVEL             PIC X(01) VALUE SPACES.
002290 01  RM-LOG-PROGRAMA          PIC X(08) VALUE "EMPREMT".
002300 01  RM-LOG-EVENTO            PIC X(06) VALUE SPACES.
002310 01  RM-LOG-CONTADOR          PIC 9(07) VALUE 0.
002320 01  RM-LOG-RETORNO           PIC 9(04) VALUE 0.
002330
002340 PROCEDURE DIVISION.
002350
002360 0000-MAINLINE.
002370     MOVE "INICIO" TO RM-LOG-EVENTO
002380     CALL "RUNLOG" USING RM-LOG-PROGRAMA, RM-LOG-EVENTO,
002390         RM-LOG-CONTADOR, RM-LOG-RETORNO
002400     PERFORM 1000-INITIALIZE
002410     PERFORM 2000-CUADRAR-PERIODO
002420     PERFORM 3000-ORDENAR-RETENCIONES
002430     PERFORM 5000-ABRIR-LISTADO
002440     PERFORM 4000-REMESAR
002450     PERFORM 5900-CERRAR-LISTADO
002460     IF RM-PAG-MAX > ZERO
002470         PERFORM 7000-MARCAR-REMITIDAS
002480     END-IF
002490     MOVE ZERO TO RETURN-CODE
002500     IF RM-TOT-PENDIENTES > ZERO
002510         DISPLAY "EMPREMT: " RM-TOT-PENDIENTES " ACREEDOR(ES) SIN"
002520             " CUENTA VALIDA EN ACREEDOR.DAT - QUEDAN PENDIENTES"
002530         MOVE 4 TO RETURN-CODE
002540     END-IF
002550     IF NOT RM-CUADRADO
002560         DISPLAY "EMPREMT: EL DETALLE NO CUADRA CON EMPPAYH.DAT -"
002570             " NO SE HA REMITIDO NADA"
002580         MOVE 8 TO RETURN-CODE
002590     END-IF
002600     DISPLAY "EMPREMT: " RM-SEPA-COUNT " TRANSFERENCIA(S) EN"
002610         " EMPREMS.DAT, " RM-MARCADOS " RETENCION(ES) REMITIDAS"
002620     MOVE "FIN" TO RM-LOG-EVENTO
002630     MOVE RM-MARCADOS TO RM-LOG-CONTADOR
002640     MOVE RETURN-CODE TO RM-LOG-RETORNO
002650     CALL "RUNLOG" USING RM-LOG-PROGRAMA, RM-LOG-EVENTO,
002660         RM-LOG-CONTADOR, RM-LOG-RETORNO
002670     MOVE RM-LOG-RETORNO TO RETURN-CODE
002680     PERFORM 9999-EXIT.
002690
002700*----------------------------------------------------------------
002710* 1000-INITIALIZE - THE PERIOD TO REMIT AND THE CREDITOR TABLE.
002720*----------------------------------------------------------------
002730 1000-INITIALIZE.
002740     MOVE FUNCTION CURRENT-DATE(1:8) TO RM-HOY
002750     CALL "OPERSES" USING RM-SPL-OPERADOR, RM-SPL-NIVEL
002760     MOVE "N" TO RM-PERIODO-LISTO-SW
002770     PERFORM 1100-CAPTURAR-PERIODO UNTIL RM-PERIODO-LISTO
002780     PERFORM 1200-CARGAR-ACREEDORES.
002790
002800 1100-CAPTURAR-PERIODO.
002810     DISPLAY "PERIODO A REMITIR YYYYMM (ENTER = ACTUAL): "
002820     ACCEPT RM-PERIODO-ENTRADA
002830     IF RM-PERIODO-ENTRADA = SPACES
002840         MOVE RM-HOY(1:6) TO RM-PERIODO
002850         MOVE "Y" TO RM-PERIODO-LISTO-SW
002860     ELSE
002870         IF RM-PERIODO-ENTRADA IS NUMERIC
002880             MOVE RM-PERIODO-ENTRADA TO RM-PERIODO
002890             MOVE "Y" TO RM-PERIODO-LISTO-SW
002900         ELSE
002910             DISPLAY "PERIODO INVALIDO - SOLO DIGITOS 0-9"
002920         END-IF
002930     END-IF.
002940
002950 1200-CARGAR-ACREEDORES.
002960     MOVE ZERO TO RM-ACR-MAX
002970     MOVE "N" TO ACR-EOF-SW
002980     OPEN INPUT ACREEDOR-TABLA
002990     IF ACR-FILE-STATUS = "00"
003000         PERFORM 1210-LEER-ACREEDOR
003010         PERFORM 1220-GUARDAR-ACREEDOR UNTIL ACR-EOF
003020     END-IF
003030     IF ACR-FILE-STATUS = "00" OR ACR-FILE-STATUS = "05"
003040             OR ACR-FILE-STATUS = "10"
003050         CLOSE ACREEDOR-TABLA
003060     END-IF.
003070
003080 1210-LEER-ACREEDOR.
003090     READ ACREEDOR-TABLA
003100         AT END
003110             MOVE "Y" TO ACR-EOF-SW
003120     END-READ.
003130
003140 1220-GUARDAR-ACREEDOR.
003150     IF RM-ACR-MAX < 100
003160         ADD 1 TO RM-ACR-MAX
003170         MOVE ACR-CODIGO  TO RM-ACR-CODIGO (RM-ACR-MAX)
003180         MOVE ACR-TIPO    TO RM-ACR-TIPO (RM-ACR-MAX)
003190         MOVE ACR-ENTIDAD TO RM-ACR-ENTIDAD (RM-ACR-MAX)
003200         MOVE ACR-OFICINA TO RM-ACR-OFICINA (RM-ACR-MAX)
003210         MOVE ACR-DC      TO RM-ACR-DC (RM-ACR-MAX)
003220         MOVE ACR-CUENTA  TO RM-ACR-CUENTA (RM-ACR-MAX)
003230     END-IF
003240     PERFORM 1210-LEER-ACREEDOR.
003250
003260*----------------------------------------------------------------
003270* 2000-CUADRAR-PERIODO - PH-EMBARGO AND PH-SINDICAL OF EVERY
003280*                        HISTORY ROW OF THE PERIOD AGAINST THE
003290*                        EMPREM.DAT DETAIL OF THE SAME PERIOD, BY
003300*                        TYPE.  A RE-RUN OF THE PERIOD WRITES ITS
003310*                        HISTORY ROW WITH NOTHING WITHHELD, SO THE
003320*                        SUM OF THE ROWS IS WHAT WAS KEPT.
003330*----------------------------------------------------------------
003340 2000-CUADRAR-PERIODO.
003350     MOVE ZERO TO RM-PH-EMBARGO RM-PH-SINDICAL
003360         RM-REM-EMBARGO RM-REM-SINDICAL
003370     MOVE "N" TO PH-EOF-SW
003380     OPEN INPUT EMPLEADOS-PAY-HIST
003390     IF PH-FILE-STATUS = "00"
003400         PERFORM 2100-LEER-HISTORIA
003410         PERFORM 2200-SUMAR-HISTORIA UNTIL PH-EOF
003420     END-IF
003430     IF PH-FILE-STATUS = "00" OR PH-FILE-STATUS = "05"
003440             OR PH-FILE-STATUS = "10"
003450         CLOSE EMPLEADOS-PAY-HIST
003460     END-IF
003470     MOVE "N" TO REM-EOF-SW
003480     OPEN INPUT EMPREM-ARCHIVO
003490     IF REM-FILE-STATUS = "00"
003500         PERFORM 2300-LEER-RETENCION
003510         PERFORM 2400-SUMAR-RETENCION UNTIL REM-EOF
003520     END-IF
003530     IF REM-FILE-STATUS = "00" OR REM-FILE-STATUS = "05"
003540             OR REM-FILE-STATUS = "10"
003550         CLOSE EMPREM-ARCHIVO
003560     END-IF
003570     IF RM-PH-EMBARGO = RM-REM-EMBARGO AND
003580             RM-PH-SINDICAL = RM-REM-SINDICAL
003590         MOVE "Y" TO RM-CUADRE-SW
003600     ELSE
003610         MOVE "N" TO RM-CUADRE-SW
003620     END-IF.
003630
003640 2100-LEER-HISTORIA.
003650     READ EMPLEADOS-PAY-HIST
003660         AT END
003670             MOVE "Y" TO PH-EOF-SW
003680     END-READ.
003690
003700 2200-SUMAR-HISTORIA.
003710     IF PH-PERIODO = RM-PERIODO
003720         ADD PH-EMBARGO  TO RM-PH-EMBARGO
003730         ADD PH-SINDICAL TO RM-PH-SINDICAL
003740     END-IF
003750     PERFORM 2100-LEER-HISTORIA.
003760
003770 2300-LEER-RETENCION.
003780     READ EMPREM-ARCHIVO
003790         AT END
003800             MOVE "Y" TO REM-EOF-SW
003810     END-READ.
003820
003830 2400-SUMAR-RETENCION.
003840     IF REM-PERIODO = RM-PERIODO
003850         IF REM-SINDICAL
003860             ADD REM-IMPORTE TO RM-REM-SINDICAL
003870         ELSE
003880             ADD REM-IMPORTE TO RM-REM-EMBARGO
003890         END-IF
003900     END-IF
003910     PERFORM 2300-LEER-RETENCION.
003920
003930*----------------------------------------------------------------
003940* 3000-ORDENAR-RETENCIONES - THE AMOUNTS OF THE PERIOD NOT YET
003950*                            REMITTED, IN CREDITOR AND E-ID
003960*                            ORDER, WITH THE NAME FROM THE MASTER.
003970*----------------------------------------------------------------
003980 3000-ORDENAR-RETENCIONES.
003990     SORT REM-WORK-FILE
004000         ON ASCENDING KEY SRT-ACREEDOR SRT-E-ID
004010         INPUT PROCEDURE IS 3100-LIBERAR-RETENCIONES
004020         GIVING REM-ORDENADO.
004030
004040 3100-LIBERAR-RETENCIONES.
004050     MOVE "N" TO REM-EOF-SW
004060     OPEN INPUT EMPLEADOS-ARCHIVO
004070     OPEN INPUT EMPREM-ARCHIVO
004080     IF REM-FILE-STATUS = "00"
004090         PERFORM 2300-LEER-RETENCION
004100         PERFORM 3120-LIBERAR-RETENCION UNTIL REM-EOF
004110     ELSE
004120         DISPLAY "EMPREMT: NO EXISTE EMPREM.DAT - LA NOMINA NO HA"
004130             " RETENIDO NADA PARA TERCEROS"
004140     END-IF
004150     IF REM-FILE-STATUS = "00" OR REM-FILE-STATUS = "05"
004160             OR REM-FILE-STATUS = "10"
004170         CLOSE EMPREM-ARCHIVO
004180     END-IF
004190     CLOSE EMPLEADOS-ARCHIVO.
004200
004210 3120-LIBERAR-RETENCION.
004220     IF REM-PERIODO = RM-PERIODO AND REM-REMESA = ZERO
004230         MOVE REM-ACREEDOR   TO SRT-ACREEDOR
004240         MOVE REM-E-ID       TO SRT-E-ID
004250         MOVE REM-TIPO       TO SRT-TIPO
004260         MOVE REM-REFERENCIA TO SRT-REFERENCIA
004270         MOVE REM-IMPORTE    TO SRT-IMPORTE
004280         MOVE REM-E-ID TO E-ID
004290         READ EMPLEADOS-ARCHIVO
004300             INVALID KEY
004310                 MOVE "** NO ESTA EN EL MAESTRO **" TO SRT-NOMBRE
004320                 ADD 1 TO RM-SIN-FICHA
004330             NOT INVALID KEY
004340                 MOVE E-NOMBRE TO SRT-NOMBRE
004350         END-READ
004360         RELEASE SRT-REGISTRO
004370     END-IF
004380     PERFORM 2300-LEER-RETENCION.
004390
004400*----------------------------------------------------------------
004410* 4000-REMESAR - READ THE SORTED AMOUNTS WITH A CONTROL BREAK ON
004420*                THE CREDITOR, LISTING EACH ONE AND WRITING ONE
004430*                TRANSFER PER CREDITOR THAT CAN BE PAID.
004440*----------------------------------------------------------------
004450 4000-REMESAR.
004460     MOVE "N" TO ORD-EOF-SW
004470     MOVE "Y" TO RM-PRIMERO-SW
004480     MOVE ZERO TO RM-SEPA-COUNT
004490     OPEN OUTPUT REMESA-SEPA
004500     MOVE SPACES TO SEP-LINEA
004510     STRING "<CstmrCdtTrfInitn><GrpHdr><CreDtTm>"
004520         FUNCTION CURRENT-DATE(1:8)
004530         "</CreDtTm><InitgPty>NOMINA RRHH</InitgPty>"
004540         "</GrpHdr>" DELIMITED BY SIZE INTO SEP-LINEA
004550     WRITE SEP-LINEA
004560     OPEN INPUT REM-ORDENADO
004570     PERFORM 4100-LEER-ORDENADO
004580     PERFORM 4200-PROCESAR-RETENCION UNTIL ORD-EOF
004590     IF NOT RM-PRIMERO
004600         PERFORM 4500-TOTAL-ACREEDOR
004610     END-IF
004620     CLOSE REM-ORDENADO
004630     MOVE RM-TOT-REMITIDO TO RM-SEPA-TOTAL
004640     MOVE SPACES TO SEP-LINEA
004650     STRING "<NbOfTxs>" RM-SEPA-COUNT
004660         "</NbOfTxs><CtrlSum>" RM-SEPA-TOTAL
004670         "</CtrlSum></CstmrCdtTrfInitn>"
004680         DELIMITED BY SIZE INTO SEP-LINEA
004690     WRITE SEP-LINEA
004700     CLOSE REMESA-SEPA.
004710
004720 4100-LEER-ORDENADO.
004730     READ REM-ORDENADO
004740         AT END
004750             MOVE "Y" TO ORD-EOF-SW
004760     END-READ.
004770
004780 4200-PROCESAR-RETENCION.
004790     IF RM-PRIMERO OR ORD-ACREEDOR NOT = RM-ACR-ACTUAL
004800         IF NOT RM-PRIMERO
004810             PERFORM 4500-TOTAL-ACREEDOR
004820         END-IF
004830         PERFORM 4400-CABECERA-ACREEDOR
004840     END-IF
004850     MOVE ORD-IMPORTE TO RM-IMPORTE-EDIT
004860     MOVE SPACES TO RPT-LINEA
004870     STRING "  " ORD-TIPO " " ORD-E-ID (1:30) " "
004880         ORD-NOMBRE (1:30) " " ORD-REFERENCIA " "
004890         RM-IMPORTE-EDIT
004900         DELIMITED BY SIZE INTO RPT-LINEA
004910     PERFORM 6900-ESCRIBIR-LINEA
004920     ADD 1 TO RM-ACR-LINEAS RM-TOT-LINEAS
004930     ADD ORD-IMPORTE TO RM-ACR-TOTAL
004940     PERFORM 4100-LEER-ORDENADO.
004950
004960*----------------------------------------------------------------
004970* 4400-CABECERA-ACREEDOR - A NEW CREDITOR: LOOK IT UP AND CHECK
004980*                          ITS ACCOUNT BEFORE ANYTHING IS SENT.
004990*----------------------------------------------------------------
005000 4400-CABECERA-ACREEDOR.
005010     MOVE "N" TO RM-PRIMERO-SW
005020     MOVE ORD-ACREEDOR TO RM-ACR-ACTUAL
005030     MOVE ZERO TO RM-ACR-LINEAS RM-ACR-TOTAL
005040     ADD 1 TO RM-TOT-ACREEDORES
005050     MOVE "N" TO RM-PAGAR-SW
005060     MOVE 0 TO RM-ACR-HALLADO
005070     PERFORM 4410-BUSCAR-ACREEDOR
005080         VARYING RM-ACR-IDX FROM 1 BY 1
005090         UNTIL RM-ACR-IDX > RM-ACR-MAX OR RM-ACR-HALLADO > 0
005100     MOVE SPACES TO RPT-LINEA
005110     PERFORM 6900-ESCRIBIR-LINEA
005120     IF RM-ACR-HALLADO = 0
005130         STRING "ACREEDOR " RM-ACR-ACTUAL
005140             " ** NO ESTA EN ACREEDOR.DAT - QUEDA PENDIENTE **"
005150             DELIMITED BY SIZE INTO RPT-LINEA
005160     ELSE
005170         CALL "BANCODC" USING RM-ACR-ENTIDAD (RM-ACR-HALLADO),
005180             RM-ACR-OFICINA (RM-ACR-HALLADO),
005190             RM-ACR-DC (RM-ACR-HALLADO),
005200             RM-ACR-CUENTA (RM-ACR-HALLADO), RM-CC-VALIDO-SW
005210         MOVE SPACES TO RM-CCC
005220         STRING RM-ACR-ENTIDAD (RM-ACR-HALLADO)
005230             RM-ACR-OFICINA (RM-ACR-HALLADO)
005240             RM-ACR-DC (RM-ACR-HALLADO)
005250             RM-ACR-CUENTA (RM-ACR-HALLADO)
005260             DELIMITED BY SIZE INTO RM-CCC
005270         IF RM-CC-VALIDO
005280             STRING "ACREEDOR " RM-ACR-ACTUAL " TIPO "
005290                 RM-ACR-TIPO (RM-ACR-HALLADO) " CCC " RM-CCC
005300                 DELIMITED BY SIZE INTO RPT-LINEA
005310             IF RM-CUADRADO
005320                 MOVE "Y" TO RM-PAGAR-SW
005330             END-IF
005340         ELSE
005350             STRING "ACREEDOR " RM-ACR-ACTUAL " CCC " RM-CCC
005360                 " ** CUENTA INCORRECTA - QUEDA PENDIENTE **"
005370                 DELIMITED BY SIZE INTO RPT-LINEA
005380         END-IF
005390     END-IF
005400     PERFORM 6900-ESCRIBIR-LINEA.
005410
005420 4410-BUSCAR-ACREEDOR.
005430     IF RM-ACR-CODIGO (RM-ACR-IDX) = RM-ACR-ACTUAL
005440         MOVE RM-ACR-IDX TO RM-ACR-HALLADO
005450     END-IF.
005460
005470*----------------------------------------------------------------
005480* 4500-TOTAL-ACREEDOR - THE CREDITOR TOTAL, AND ITS TRANSFER WHEN
005490*                       THE ACCOUNT IS GOOD AND THE PERIOD
005500*                       BALANCES.
005510*----------------------------------------------------------------
005520 4500-TOTAL-ACREEDOR.
005530     MOVE RM-ACR-LINEAS TO RM-CONTADOR-EDIT
005540     MOVE RM-ACR-TOTAL TO RM-TOTAL-EDIT
005550     MOVE SPACES TO RPT-LINEA
005560     IF RM-PAGAR
005570         PERFORM 4550-ESCRIBIR-TRANSFERENCIA
005580         STRING "  EMPLEADOS: " RM-CONTADOR-EDIT
005590             "  TOTAL TRANSFERIDO: " RM-TOTAL-EDIT
005600             "  IBAN " RM-IBAN
005610             DELIMITED BY SIZE INTO RPT-LINEA
005620         ADD RM-ACR-TOTAL TO RM-TOT-REMITIDO
005630         IF RM-PAG-MAX < 100
005640             ADD 1 TO RM-PAG-MAX
005650             MOVE RM-ACR-ACTUAL TO RM-PAG-CODIGO (RM-PAG-MAX)
005660         END-IF
005670     ELSE
005680         STRING "  EMPLEADOS: " RM-CONTADOR-EDIT
005690             "  TOTAL PENDIENTE  : " RM-TOTAL-EDIT
005700             DELIMITED BY SIZE INTO RPT-LINEA
005710         ADD RM-ACR-TOTAL TO RM-TOT-RETENIDO
005720         IF RM-CUADRADO
005730             ADD 1 TO RM-TOT-PENDIENTES
005740         END-IF
005750     END-IF
005760     PERFORM 6900-ESCRIBIR-LINEA.
005770
005780*----------------------------------------------------------------
005790* 4550-ESCRIBIR-TRANSFERENCIA - ONE SEPA CREDIT-TRANSFER LINE FOR
005800*                               THE CREDITOR TOTAL, THE ES IBAN
005810*                               DERIVED FROM ITS CCC AS IN THE
005820*                               SALARY FILE.
005830*----------------------------------------------------------------
005840 4550-ESCRIBIR-TRANSFERENCIA.
005850     PERFORM 4560-CALCULAR-IBAN
005860     MOVE RM-ACR-TOTAL TO RM-SEPA-IMPORTE
005870     MOVE SPACES TO SEP-LINEA
005880     STRING "<CdtTrfTxInf><InstdAmt>" RM-SEPA-IMPORTE
005890         "</InstdAmt><IBAN>" RM-IBAN
005900         "</IBAN><Nm>" FUNCTION TRIM(RM-ACR-ACTUAL)
005910         "</Nm></CdtTrfTxInf>"
005920         DELIMITED BY SIZE INTO SEP-LINEA
005930     WRITE SEP-LINEA
005940     ADD 1 TO RM-SEPA-COUNT.
005950
005960 4560-CALCULAR-IBAN.
005970     MOVE SPACES TO RM-IBAN-DIGITS
005980     STRING RM-CCC "142800" DELIMITED BY SIZE
005990         INTO RM-IBAN-DIGITS
006000     MOVE ZERO TO RM-IBAN-REM
006010     PERFORM 4570-DIGITO-MOD97
006020         VARYING RM-IBAN-I FROM 1 BY 1
006030         UNTIL RM-IBAN-I > 26
006040     COMPUTE RM-IBAN-DC = 98 - RM-IBAN-REM
006050     MOVE SPACES TO RM-IBAN
006060     STRING "ES" RM-IBAN-DC RM-CCC DELIMITED BY SIZE
006070         INTO RM-IBAN.
006080
006090 4570-DIGITO-MOD97.
006100     MOVE RM-IBAN-DIGITS(RM-IBAN-I:1) TO RM-IBAN-DIG
006110     COMPUTE RM-IBAN-REM = FUNCTION MOD(
006120         RM-IBAN-REM * 10 + RM-IBAN-DIG, 97).
006130
006140*----------------------------------------------------------------
006150* 5000-ABRIR-LISTADO - OPEN THE REPORT AND WRITE ITS HEADINGS.
006160*----------------------------------------------------------------
006170 5000-ABRIR-LISTADO.
006180     CALL "RPTROUTE" USING RM-DESTINO
006190     IF RM-DESTINO-IMPRESORA
006200         OPEN OUTPUT EMPREMT-IMPRESORA
006210         DISPLAY "EMPREMT: SALIDA A EMPREMT.PRN (IMPRESORA)"
006220     ELSE
006230         OPEN OUTPUT EMPREMT-REPORTE
006240     END-IF
006250     CALL "RPTBANNER" USING RM-BANNER
006260     MOVE RM-BANNER TO RPT-LINEA
006270     PERFORM 6900-ESCRIBIR-LINEA
006280     MOVE SPACES TO RPT-LINEA
006290     STRING "REMESA DE EMBARGOS Y CUOTAS SINDICALES - PERIODO "
006300         RM-PERIODO
006310         DELIMITED BY SIZE INTO RPT-LINEA
006320     PERFORM 6900-ESCRIBIR-LINEA
006330     MOVE SPACES TO RPT-LINEA
006340     PERFORM 6900-ESCRIBIR-LINEA
006350     MOVE "  T"        TO RPT-LINEA
006360     MOVE "E-ID"       TO RPT-LINEA (5:4)
006370     MOVE "NOMBRE"     TO RPT-LINEA (36:6)
006380     MOVE "REFERENCIA" TO RPT-LINEA (67:10)
006390     MOVE "IMPORTE"    TO RPT-LINEA (93:7)
006400     PERFORM 6900-ESCRIBIR-LINEA.
006410
006420*----------------------------------------------------------------
006430* 5900-CERRAR-LISTADO - THE RUN TOTALS AND THE BALANCE AGAINST
006440*                       THE PAYROLL HISTORY, THEN CLOSE AND SPOOL.
006450*----------------------------------------------------------------
006460 5900-CERRAR-LISTADO.
006470     MOVE SPACES TO RPT-LINEA
006480     PERFORM 6900-ESCRIBIR-LINEA
006490     MOVE RM-TOT-ACREEDORES TO RM-CONTADOR-EDIT
006500     MOVE SPACES TO RPT-LINEA
006510     STRING "ACREEDORES                  : "
006520         RM-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006530     PERFORM 6900-ESCRIBIR-LINEA
006540     MOVE RM-TOT-LINEAS TO RM-CONTADOR-EDIT
006550     MOVE SPACES TO RPT-LINEA
006560     STRING "RETENCIONES PENDIENTES      : "
006570         RM-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006580     PERFORM 6900-ESCRIBIR-LINEA
006590     MOVE RM-SEPA-COUNT TO RM-CONTADOR-EDIT
006600     MOVE SPACES TO RPT-LINEA
006610     STRING "TRANSFERENCIAS EMITIDAS     : "
006620         RM-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006630     PERFORM 6900-ESCRIBIR-LINEA
006640     MOVE RM-TOT-REMITIDO TO RM-TOTAL-EDIT
006650     MOVE SPACES TO RPT-LINEA
006660     STRING "TOTAL REMITIDO              : "
006670         RM-TOTAL-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006680     PERFORM 6900-ESCRIBIR-LINEA
006690     MOVE RM-TOT-RETENIDO TO RM-TOTAL-EDIT
006700     MOVE SPACES TO RPT-LINEA
006710     STRING "TOTAL QUE QUEDA PENDIENTE   : "
006720         RM-TOTAL-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006730     PERFORM 6900-ESCRIBIR-LINEA
006740     MOVE SPACES TO RPT-LINEA
006750     PERFORM 6900-ESCRIBIR-LINEA
006760     MOVE "CUADRE DEL PERIODO       NOMINA (EMPPAYH)   DETALLE"
006770         TO RPT-LINEA
006780     PERFORM 6900-ESCRIBIR-LINEA
006790     MOVE RM-PH-EMBARGO TO RM-TOTAL-EDIT
006800     MOVE RM-REM-EMBARGO TO RM-TOTAL2-EDIT
006810     MOVE SPACES TO RPT-LINEA
006820     STRING "EMBARGOS JUDICIALES  : " RM-TOTAL-EDIT "  "
006830         RM-TOTAL2-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006840     PERFORM 6900-ESCRIBIR-LINEA
006850     MOVE RM-PH-SINDICAL TO RM-TOTAL-EDIT
006860     MOVE RM-REM-SINDICAL TO RM-TOTAL2-EDIT
006870     MOVE SPACES TO RPT-LINEA
006880     STRING "CUOTAS SINDICALES    : " RM-TOTAL-EDIT "  "
006890         RM-TOTAL2-EDIT DELIMITED BY SIZE INTO RPT-LINEA
006900     PERFORM 6900-ESCRIBIR-LINEA
006910     MOVE SPACES TO RPT-LINEA
006920     IF RM-CUADRADO
006930         MOVE "CUADRE CORRECTO" TO RPT-LINEA
006940     ELSE
006950         STRING "** DESCUADRE - NO SE HA EMITIDO NINGUNA"
006960             " TRANSFERENCIA **" DELIMITED BY SIZE INTO RPT-LINEA
006970     END-IF
006980     PERFORM 6900-ESCRIBIR-LINEA
006990     IF RM-DESTINO-IMPRESORA
007000         CLOSE EMPREMT-IMPRESORA
007010     ELSE
007020         CLOSE EMPREMT-REPORTE
007030         MOVE "EMPREMT.RPT" TO RM-ARCHIVO-SPOOL
007040         CALL "SPOOLCAT" USING RM-LOG-PROGRAMA,
007050             RM-ARCHIVO-SPOOL, RM-SPL-OPERADOR
007060     END-IF.
007070
007080*----------------------------------------------------------------
007090* 6900-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
007100*                       RPTROUTE SELECTED.
007110*----------------------------------------------------------------
007120 6900-ESCRIBIR-LINEA.
007130     IF RM-DESTINO-IMPRESORA
007140         MOVE RPT-LINEA TO LINEA-IMPRESORA
007150         WRITE LINEA-IMPRESORA
007160     ELSE
007170         WRITE RPT-LINEA
007180     END-IF.
007190
007200*----------------------------------------------------------------
007210* 7000-MARCAR-REMITIDAS - COPY EMPREM.DAT TO THE .TMP FILE WITH
007220*                         THE AMOUNTS SENT STAMPED WITH TODAY'S
007230*                         DATE, THEN COPY IT BACK.
007240*----------------------------------------------------------------
007250 7000-MARCAR-REMITIDAS.
007260     MOVE ZERO TO RM-MARCADOS
007270     MOVE "N" TO REM-EOF-SW
007280     OPEN INPUT EMPREM-ARCHIVO
007290     OPEN OUTPUT REMESA-TEMPORAL
007300     PERFORM 2300-LEER-RETENCION
007310     PERFORM 7100-COPIAR-RETENCION UNTIL REM-EOF
007320     CLOSE EMPREM-ARCHIVO
007330     CLOSE REMESA-TEMPORAL
007340     MOVE "N" TO TMP-EOF-SW
007350     OPEN INPUT REMESA-TEMPORAL
007360     OPEN OUTPUT EMPREM-ARCHIVO
007370     PERFORM 7200-LEER-TEMPORAL
007380     PERFORM 7300-REPONER-RETENCION UNTIL TMP-EOF
007390     CLOSE REMESA-TEMPORAL
007400     CLOSE EMPREM-ARCHIVO.
007410
007420 7100-COPIAR-RETENCION.
007430     IF REM-PERIODO = RM-PERIODO AND REM-REMESA = ZERO
007440         MOVE 0 TO RM-PAG-HALLADO
007450         PERFORM 7110-BUSCAR-PAGADO
007460             VARYING RM-PAG-IDX FROM 1 BY 1
007470             UNTIL RM-PAG-IDX > RM-PAG-MAX OR RM-PAG-HALLADO > 0
007480         IF RM-PAG-HALLADO > 0
007490             MOVE RM-HOY TO REM-REMESA
007500             ADD 1 TO RM-MARCADOS
007510         END-IF
007520     END-IF
007530     MOVE EMPREM-REGISTRO TO TMP-REGISTRO
007540     WRITE TMP-REGISTRO
007550     PERFORM 2300-LEER-RETENCION.
007560
007570 7110-BUSCAR-PAGADO.
007580     IF RM-PAG-CODIGO (RM-PAG-IDX) = REM-ACREEDOR
007590         MOVE RM-PAG-IDX TO RM-PAG-HALLADO
007600     END-IF.
007610
007620 7200-LEER-TEMPORAL.
007630     READ REMESA-TEMPORAL
007640         AT END
007650             MOVE "Y" TO TMP-EOF-SW
007660     END-READ.
007670
007680 7300-REPONER-RETENCION.
007690     MOVE TMP-REGISTRO TO EMPREM-REGISTRO
007700     WRITE EMPREM-REGISTRO
007710     PERFORM 7200-LEER-TEMPORAL.
007720
007730 9999-EXIT.
007740     GOBACK.
007750 END PROGRAM EMPREMT.
