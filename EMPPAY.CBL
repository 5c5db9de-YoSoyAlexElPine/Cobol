002230*   2026-09-03  RT   SEP-LINEA WIDENED TO 200 BYTES - A LONG
002240*                    E-ID IN THE <NM> TAG WAS TRUNCATING THE
002250*                    CLOSING TAGS OFF THE SEPA MOVEMENT LINE.
002251*   2026-10-15  RT   IRPF IS NOW WITHHELD AT EACH EMPLOYEE'S OWN
002252*                    RATE WHEN THEIR MODELO 145 DATA IS ON THE NEW
002253*                    EMPIRPF.DAT (EMPIRPM SCREEN, SHARED EMPIRP/
002254*                    EMPIRSEL COPYBOOKS).  THE ANNUAL GROSS IS
002255*                    PROJECTED FROM THE YEAR-TO-DATE HISTORY PLUS
002256*                    THE PAYS STILL TO COME, LESS SOCIAL SECURITY
002257*                    AND THE TIPO "GAST" EXPENSES; THE PROGRESSIVE
002258*                    TIPO "ESCA" SCALE ON DEDMST.DAT IS APPLIED TO
002259*                    THAT BASE AND TO THE PERSONAL AND FAMILY
002260*                    MINIMUM (TIPOS MPER/MDES/MME3/MASC/MDIS/
002261*                    MD65), NOTHING IS WITHHELD UNDER THE
002262*                    SITUATION'S EXEMPT LIMIT (EXE1/EXE2/EXE3) AND
002263*                    THE TIPO "HIPO" POINTS COME OFF FOR A
002264*                    QUALIFYING MORTGAGE.  THE RATE IS KEPT ON
002265*                    EMPIRPF.DAT AND ONLY RECALCULATED IN A NEW
002266*                    YEAR, WHEN E-SALARIO CHANGES OR WHEN THE
002267*                    SCREEN FLAGS A NEW DECLARATION; A MID-YEAR
002268*                    RECALCULATION REGULARISES - WHAT IS STILL DUE
002269*                    FOR THE YEAR, LESS WHAT WAS ALREADY WITHHELD,
002270*                    SPREAD OVER THE REMAINING PAYS.  WITHOUT A
002271*                    145 RECORD (OR WITHOUT AN ESCA SCALE) THE
002272*                    GENERAL BRACKET STILL APPLIES.  THE RATE USED
002273*                    LANDS IN THE NEW PH-IRPF-PCT HISTORY FIELD
002274*                    FOR THE PAYSLIP.
002275*   2026-10-15  RT   SICK LEAVE: VALIDATED IT (COMMON ILLNESS) AND
002276*                    AT (WORK ACCIDENT) DAYS COME OFF THE SALARY
002277*                    AND ARE PAID AS A STATUTORY BENEFIT BY LEAVE
002278*                    DAY (1-3 NIL, 4-20 60%, 21 ON 75% OF THE
002279*                    REGULATORY BASE) PLUS THE CONVENIO COMPANY
002280*                    TOP-UP BY CATEGORY FROM CONVMST.DAT, EACH ON
002281*                    ITS OWN REGISTER LINE AND EMPPAYH FIELD.
002282*   2026-10-15  RT   AN EMPLOYEE ON EXCEDENCIA OR SUSPENSION
002283*                    (E-STATUS "S") IS SKIPPED, EXCEPT IN THE
002284*                    MONTH THE LEAVE STARTS, WHEN THE DAYS BEFORE
002285*                    IT ARE STILL PAID.
002286*   2026-10-15  RT   CONVMST.DAT NOW ALSO CARRIES THE CONVENIO
002287*                    VACATION CARRY-OVER CAP AND EXPIRY (CNV-VAC-
002288*                    TOPE, CNV-VAC-CADUCA) THE EMPVCIE YEAR-END
002289*                    CLOSE APPLIES.
002290*   2026-10-15  RT   BENEFITS: THE ENROLMENTS ON EMPBEN.DAT ACTIVE
002291*                    IN THE PERIOD ARE APPLIED ON MONTHLY RUNS.
002292*                    FLEXIBLE PAY (MODALIDAD F) COMES OUT OF THE
002293*                    NET AND ITS EXEMPT PART OUT OF THE IRPF BASE;
002294*                    IN-KIND BENEFITS (E) ADD THEIR VALUE TO THE
002295*                    SS BASE, THE TAXABLE PART BEARS THE INGRESO A
002296*                    CUENTA AT THE EMPLOYEE'S RATE (DEDUCTED FROM
002297*                    THE NET) AND ANY CO-PAY IS DEDUCTED. IN-KIND
002298*                    PAY MAY NOT PASS THE LEGAL CEILING (TIPO FLEX
002299*                    ON DEDMST.DAT, 30% OF THE SALARY BY DEFAULT);
002300*                    FLEXIBLE PAY ABOVE IT IS TAKEN AFTER TAX.
002301*                    EACH AMOUNT HAS ITS REGISTER LINE, TOTAL AND
002302*                    EMPPAYH FIELD.
002303*   2026-10-15  RT   UNION DUES: MONTHLY RUNS DEDUCT THE DUES OF
002304*                    EVERY MEMBERSHIP ON THE NEW EMPSIND.DAT IN
002305*                    FORCE IN THE PERIOD, AT THE FIXED AMOUNT OR
002306*                    THE PERCENTAGE OF THE GROSS THE UNION CARRIES
002307*                    ON ACREEDOR.DAT, AS THE LAST DEDUCTION AND
002308*                    ONLY WHEN THE NET STILL COVERS THEM. SIN-ULT-
002309*                    PERIODO GUARDS A RE-RUN AS FOR THE EMBARGOS.
002310*                    THE DUES HAVE THEIR REGISTER LINE, TOTAL AND
002311*                    PH-SINDICAL FIELD. EVERY EMBARGO SERVED AND
002312*                    EVERY DUES DEDUCTION IS ALSO APPENDED TO THE
002313*                    NEW EMPREM.DAT DETAIL AT THE END OF A CLEAN
002314*                    RUN, FOR THE EMPREMT REMITTANCE TO THE COURTS
002315*                    AND UNIONS.
002316*   2026-10-15  RT   OFF-CYCLE RUN: JOB-CARD TYPE "O" RECALCULATES
002317*                    ONLY THE E-IDS LISTED ON THE NEW EMPOFF.DAT
002318*                    (WRITTEN BY THE EMPOFC DRIVER), EVEN IN A
002319*                    CLOSED PERIOD. EACH ONE'S LATEST EMPPAYH ROW
002320*                    FOR THE PERIOD IS REVERSED BY A NEGATIVE ROW
002321*                    (PH-TIPO-REG "R") AND THE NEW CALCULATION IS
002322*                    WRITTEN AS AN "O" ROW CARRYING THE DIFFERENCE
002323*                    (PH-DIFERENCIA) AND THE RUN'S PH-LOTE. ONLY A
002324*                    POSITIVE DIFFERENCE IS PAID - BY TRANSFER ON
002325*                    EMPBANKO.DAT / EMPSEPAO.DAT OR BY A CHEQUE
002326*                    NUMBERED FROM EMPCHQ.SEQ - AND THE REGISTER
002327*                    WITH EACH PAYSLIP GOES TO EMPPAYO.RPT.
002328*                    GARNISHMENTS, ADVANCES AND UNION DUES ALREADY
002329*                    TAKEN IN THE PERIOD ARE CARRIED OVER FROM THE
002330*                    REVERSED ROW, AND RETROS SETTLED IN IT STAY
002331*                    IN THE RECALCULATION. A REGULAR
002332*                    RUN NOW LEAVES ALONE ANY EMPLOYEE ALREADY
002333*                    PAID OFF-CYCLE IN THE PERIOD.
002334*   2026-10-15  RT   A RUN OUTSIDE THE MONTH-END STREAM NOW SETS
002335*                    THE RUNPER PERIOD TO ITS OWN PERIOD AROUND
002336*                    THE EMPABSV CALL, SO A STANDALONE, CARD-
002337*                    PERIOD OR OFF-CYCLE RUN FILES THE ABSENCE
002338*                    HISTORY UNDER THE PERIOD IT CALCULATES
002339*                    INSTEAD OF THE CURRENT MONTH.
002340*   2026-10-15  RT   EMPPAY IS CALLED SEVERAL TIMES IN ONE
002341*                    SESSION (MENU, OPTION 88, THE EMPNOMB STREAM
002342*                    AND ITS RELAUNCHES), SO EVERY CALL NOW STARTS
002343*                    CLEAN.  RESET ON EACH CALL: THE RUN TYPE,
002344*                    TRANSFER FORMAT, CARD PERIOD, OFF-CYCLE BATCH
002345*                    AND OUTPUT FILE NAMES; THE CALCULATE, END-OF-
002346*                    MASTER, I/O-FAILURE, DEDUCTION END-OF-FILE,
002347*                    NO-RATES AND ONE-TIME WARNING SWITCHES; THE
002348*                    OFF-CYCLE LIST, THE IRPF, FIXED-DEDUCTION AND
002349*                    SCALE TABLE COUNTS AND THE PENDING CREDITOR
002350*                    RETENTIONS; THE EMPLOYEE, TRANSFER, NO-BANK
002351*                    AND CHEQUE COUNTS, THE RETRO, ADVANCE,
002352*                    GARNISHMENT, IRPF-SITUATION, UNION-DUES AND
002353*                    SKIPPED OFF-CYCLE COUNTERS AND EVERY RUN
002354*                    TOTAL.  BEFORE THIS A SECOND CALL PAID NOBODY
002355*                    YET MARKED THE PERIOD CALCULATED, AND ONE
002356*                    REFUSED OR FAILED RUN FAILED EVERY LATER ONE.
002357******************************************************************
002358 IDENTIFICATION DIVISION.
002359 PROGRAM-ID. EMPPAY.
002360
002361 ENVIRONMENT DIVISION.
002362 INPUT-OUTPUT SECTION.
002363 FILE-CONTROL.
002364     COPY EMPFSEL.
002365
002366     SELECT OPTIONAL AUSENCIAS-VALIDAS
002367         ASSIGN TO "EMPABSOK.DAT"
002370         ORGANIZATION IS SEQUENTIAL
002380         FILE STATUS IS AOK-FILE-STATUS.
002390
002391     SELECT OPTIONAL CONVENIO-TABLA
002392         ASSIGN TO "CONVMST.DAT"
002393         ORGANIZATION IS SEQUENTIAL
002394         FILE STATUS IS CNV-FILE-STATUS.
002395
002400     SELECT OPTIONAL DEDUCCION-MAESTRO
002410         ASSIGN TO "DEDMST.DAT"
002420         ORGANIZATION IS SEQUENTIAL
002480         FILE STATUS IS PYP-FILE-STATUS.
002490
002500     SELECT EMPLEADOS-NOMINA
002510         ASSIGN TO DYNAMIC PY-NOMBRE-NOMINA
002520         ORGANIZATION IS LINE SEQUENTIAL
002530         FILE STATUS IS RPT-FILE-STATUS.
002540
002640
002650     COPY EMPGNSEL.
002660
002661     COPY EMPIRSEL.
002662
002663     COPY EMPBNSEL.
002664
002665     COPY EMPSNSEL.
002666
002667     COPY EMPRMSEL.
002668
002669     COPY EMPOFSEL.
002670
002671     SELECT OPTIONAL CHEQUE-SECUENCIA
002672         ASSIGN TO "EMPCHQ.SEQ"
002673         ORGANIZATION IS SEQUENTIAL
002674         FILE STATUS IS SEQ-FILE-STATUS.
002675
002676     SELECT OPTIONAL ACREEDOR-TABLA
002677         ASSIGN TO "ACREEDOR.DAT"
002678         ORGANIZATION IS SEQUENTIAL
002679         FILE STATUS IS ACR-FILE-STATUS.
002680
002681     SELECT EMPLEADOS-BANCO
002685         ASSIGN TO DYNAMIC PY-NOMBRE-BANCO
002690         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS BNK-FILE-STATUS.
002710
002720     SELECT EMPLEADOS-SEPA
002730         ASSIGN TO DYNAMIC PY-NOMBRE-SEPA
002740         ORGANIZATION IS LINE SEQUENTIAL
002750         FILE STATUS IS SEP-FILE-STATUS.
002760
002840     05  AOK-E-ID            PIC X(50).
002850     05  AOK-TIPO            PIC X(02).
002860     05  AOK-DIAS            PIC 9(02).
002861     05  AOK-FECHA-INICIO    PIC 9(08).
002862
002863 FD  CONVENIO-TABLA.
002864 01  CNV-REGISTRO.
002865     05  CNV-CATEGORIA       PIC X(04).
002866     05  CNV-ANIO            PIC 9(4).
002867     05  CNV-MINIMO          PIC 9(7)V99.
002868     05  CNV-IT-DIA          PIC 9(3).
002869     05  CNV-IT-PCT          PIC 9(3)V99.
002870     05  CNV-VAC-TOPE        PIC 9(3).
002871     05  CNV-VAC-CADUCA      PIC 9(4).
002872
002880 FD  DEDUCCION-MAESTRO.
002890 01  DED-REGISTRO.
002900     05  DED-TIPO             PIC X(04).
003220
003230 FD  EMPVARP-ARCHIVO.
003240     COPY EMPVARP.
003241
003242 FD  EMPIRPF-ARCHIVO.
003243     COPY EMPIRP.
003244
003245 FD  EMPBEN-ARCHIVO.
003246     COPY EMPBEN.
003247
003248 FD  EMPSIND-ARCHIVO.
003249     COPY EMPSIN.
003250
003251 FD  EMPREM-ARCHIVO.
003252     COPY EMPREM.
003253
003254 FD  EMPOFF-ARCHIVO.
003255     COPY EMPOFF.
003256
003257 FD  CHEQUE-SECUENCIA.
003258 01  SEQ-REGISTRO.
003259     05  SEQ-PROXIMO         PIC 9(6).
003260
003261 FD  ACREEDOR-TABLA.
003262 01  ACR-REGISTRO.
003263     05  ACR-CODIGO          PIC X(30).
003264     05  ACR-TIPO            PIC X(01).
003265     05  ACR-ENTIDAD         PIC 9(04).
003266     05  ACR-OFICINA         PIC 9(04).
003267     05  ACR-DC              PIC 9(02).
003268     05  ACR-CUENTA          PIC 9(10).
003269     05  ACR-CUOTA           PIC 9(3)V99.
003270     05  ACR-CUOTA-PCT       PIC 9V99.
003271
003272 FD  EMPLEADOS-BANCO.
003273 01  BNK-REGISTRO             PIC X(80).
003280 01  BNK-CABECERA REDEFINES BNK-REGISTRO.
003290     05  BNK-CAB-TIPO         PIC X(03).
003300     05  BNK-CAB-FECHA        PIC 9(08).
003690     88  VAR-EOF              VALUE "Y".
003700 01  AOK-EOF-SW               PIC X VALUE "N".
003710     88  AOK-EOF              VALUE "Y".
003712 01  CNV-FILE-STATUS          PIC XX VALUE SPACES.
003714 01  CNV-EOF-SW               PIC X VALUE "N".
003716     88  CNV-EOF              VALUE "Y".
003720 01  PER-EOF-SW               PIC X VALUE "N".
003730     88  PER-EOF              VALUE "Y".
003740 01  EMP-EOF-SW               PIC X VALUE "N".
003770     88  DED-EOF              VALUE "Y".
003780 01  PY-SIN-RATES-SW          PIC X VALUE "N".
003790     88  PY-SIN-RATES         VALUE "Y".
003791 01  IRP-FILE-STATUS          PIC XX VALUE SPACES.
003792 01  IRP-EOF-SW               PIC X VALUE "N".
003793     88  IRP-EOF              VALUE "Y".
003794 01  PH-EOF-SW                PIC X VALUE "N".
003795     88  PH-EOF               VALUE "Y".
003796 01  BEN-FILE-STATUS          PIC XX VALUE SPACES.
003797 01  BEN-EOF-SW               PIC X VALUE "N".
003798     88  BEN-EOF              VALUE "Y".
003799 01  SIN-FILE-STATUS          PIC XX VALUE SPACES.
003800 01  SIN-EOF-SW               PIC X VALUE "N".
003801     88  SIN-EOF              VALUE "Y".
003802 01  REM-FILE-STATUS          PIC XX VALUE SPACES.
003803 01  ACR-FILE-STATUS          PIC XX VALUE SPACES.
003804 01  ACR-EOF-SW               PIC X VALUE "N".
003805     88  ACR-EOF              VALUE "Y".
003806 01  OFF-FILE-STATUS          PIC XX VALUE SPACES.
003807 01  OFF-EOF-SW               PIC X VALUE "N".
003808     88  OFF-EOF              VALUE "Y".
003809 01  SEQ-FILE-STATUS          PIC XX VALUE SPACES.
003810
003811 01  PY-IRPF-TABLA.
003820     05  PY-IRPF-MAX          PIC 9(2) VALUE 0.
003830     05  PY-IRPF-ENTRADA OCCURS 10 TIMES.
003840         10  PY-IRPF-DESDE    PIC 9(7)V99.
003850         10  PY-IRPF-HASTA    PIC 9(7)V99.
003860         10  PY-IRPF-PCT      PIC 99V99.
003861 01  PY-ESC-TABLA.
003862     05  PY-ESC-MAX           PIC 9(2) VALUE 0.
003863     05  PY-ESC-ENTRADA OCCURS 10 TIMES.
003864         10  PY-ESC-DESDE     PIC 9(7)V99.
003865         10  PY-ESC-HASTA     PIC 9(7)V99.
003866         10  PY-ESC-PCT       PIC 99V99.
003867 01  PY-ESC-PCT-MAX           PIC 99V99 VALUE 0.
003868 01  PY-MIN-PERSONAL          PIC 9(5)V99 VALUE 0.
003869 01  PY-MIN-DESC              PIC 9(5)V99 VALUE 0.
003870 01  PY-MIN-MENOR3            PIC 9(5)V99 VALUE 0.
003871 01  PY-MIN-ASC               PIC 9(5)V99 VALUE 0.
003872 01  PY-MIN-DISC              PIC 9(5)V99 VALUE 0.
003873 01  PY-MIN-DISC65            PIC 9(5)V99 VALUE 0.
003874 01  PY-GASTOS                PIC 9(5)V99 VALUE 0.
003875 01  PY-EXENTOS.
003876     05  PY-EXENTO            PIC 9(5)V99 OCCURS 3 TIMES.
003877 01  PY-HIPO-PCT              PIC 99V99 VALUE 0.
003878 01  PY-HIPO-LIMITE           PIC 9(7)V99 VALUE 0.
003879 01  PY-SS-PCT                PIC 99V99 VALUE 0.
003880 01  PY-SMI                   PIC 9(5)V99 VALUE 0.
003890 01  PY-TRIE-RATE             PIC 9(5)V99 VALUE 0.
003900 01  PY-FECHA-RATES           PIC 9(8) VALUE ZERO.
003950         10  PY-FIJO-IMPORTE  PIC 9(5)V99.
003960 01  PY-IDX                   PIC 9(2) VALUE 0.
003970 01  PY-IRPF-PCT-APLICA       PIC 99V99 VALUE 0.
003975 01  PY-IRPF-PCT-EDIT         PIC Z9.99.
003980 01  PY-PERIODO               PIC 9(6) VALUE ZERO.
003990 01  PY-PERIODO-CARD          PIC 9(6) VALUE ZERO.
004000 01  PYP-FILE-STATUS          PIC XX VALUE SPACES.
004010 01  SEP-FILE-STATUS          PIC XX VALUE SPACES.
004020 01  PY-TIPO-RUN              PIC X(01) VALUE "M".
004030     88  PY-RUN-EXTRA         VALUE "E".
004031     88  PY-RUN-FUERA-CICLO   VALUE "O".
004032 01  PY-NOMBRE-NOMINA         PIC X(20) VALUE "EMPPAY.RPT".
004033 01  PY-NOMBRE-BANCO          PIC X(20) VALUE "EMPBANK.DAT".
004034 01  PY-NOMBRE-SEPA           PIC X(20) VALUE "EMPSEPA.DAT".
004035 01  PY-ORIGEN                PIC X(20) VALUE "NOMINA RRHH".
004040 01  PY-FMT-BANCO             PIC X(01) VALUE "C".
004050     88  PY-CAB-PEDIDA        VALUES "C" "A".
004060     88  PY-SEPA-PEDIDA       VALUES "S" "A".
004490         10  PY-ABS-E-ID      PIC X(50).
004500         10  PY-ABS-TIPO      PIC X(02).
004510         10  PY-ABS-DIAS      PIC 9(02).
004515         10  PY-ABS-INICIO    PIC 9(08).
004520 01  PY-ABS-IDX               PIC 9(3) VALUE 0.
004530 01  PY-ABS-RECHAZOS          PIC 9(4) VALUE 0.
004533 01  PY-PER-ACCION            PIC X(08) VALUE SPACES.
004536 01  PY-PER-CADENA            PIC 9(6) VALUE ZERO.
004540 01  PY-DIAS-PAGADOS          PIC S9(3) VALUE 0.
004550 01  PY-DIA-TRABAJO           PIC 9(2) VALUE 0.
004560
005530     05  PY-EMB-PCT           PIC 9(2) OCCURS 4 TIMES.
005540 01  PY-EMB-T                 PIC 9(1) VALUE 0.
005550
005551 01  PY-IRP-TABLA.
005552     05  PY-IRP-MAX           PIC 9(4) VALUE 0.
005553     05  PY-IRP-ENTRADA OCCURS 2000 TIMES.
005554         10  PY-IRP-E-ID      PIC X(50).
005555         10  PY-IRP-SITUACION PIC X(01).
005556         10  PY-IRP-DESC      PIC 9(02).
005557         10  PY-IRP-MENOR3    PIC 9(02).
005558         10  PY-IRP-ASC       PIC 9(02).
005559         10  PY-IRP-DISCAP    PIC 9(02).
005560         10  PY-IRP-HIPOTECA  PIC X(01).
005561         10  PY-IRP-VOLUNT    PIC 99V99.
005562         10  PY-IRP-FECHA     PIC 9(08).
005563         10  PY-IRP-OPER      PIC X(08).
005564         10  PY-IRP-RECALC    PIC X(01).
005565         10  PY-IRP-TIPO      PIC 99V99.
005566         10  PY-IRP-ANIO      PIC 9(04).
005567         10  PY-IRP-SALARIO   PIC 9(7)V99.
005568         10  PY-IRP-PERIODO   PIC 9(06).
005569         10  PY-IRP-PAGA OCCURS 14 TIMES.
005570             15  PY-IRP-P-BASE PIC S9(7)V99.
005571             15  PY-IRP-P-IRPF PIC 9(7)V99.
005572             15  PY-IRP-P-HAY  PIC X(01).
005573 01  PY-IRP-IDX               PIC 9(4) VALUE 0.
005574 01  PY-IRP-HALLADO           PIC 9(4) VALUE 0.
005575 01  PY-IRP-CLAVE             PIC X(50) VALUE SPACES.
005576 01  PY-IRP-DESBORDE-SW       PIC X VALUE "N".
005577     88  PY-IRP-DESBORDE      VALUE "Y".
005578 01  PY-IRP-RECALCULADOS      PIC 9(5) VALUE 0.
005579 01  PY-IRP-NUEVO-SW          PIC X VALUE "N".
005580     88  PY-IRP-NUEVO         VALUE "Y".
005581 01  PY-SIN-ESCALA-AVISADO-SW PIC X VALUE "N".
005582     88  PY-SIN-ESCALA-AVISADO VALUE "Y".
005583 01  PY-IRP-ANIO-RUN          PIC 9(4) VALUE 0.
005584 01  PY-IRP-MES               PIC 9(2) VALUE 0.
005585 01  PY-IRP-SIT               PIC 9(1) VALUE 0.
005586 01  PY-SLOT                  PIC 9(2) VALUE 0.
005587 01  PY-PAGAS-PAGADAS         PIC 9(2) VALUE 0.
005588 01  PY-PAGAS-CAL             PIC 9(2) VALUE 0.
005589 01  PY-PAGAS-RESTAN          PIC 9(2) VALUE 0.
005590 01  PY-PAGA-REGULAR          PIC 9(7)V99 VALUE 0.
005591 01  PY-YTD-BASE              PIC S9(9)V99 VALUE 0.
005592 01  PY-YTD-IRPF              PIC 9(9)V99 VALUE 0.
005593 01  PY-ANUAL                 PIC S9(9)V99 VALUE 0.
005594 01  PY-BASE-LIQ              PIC S9(9)V99 VALUE 0.
005595 01  PY-MINIMO                PIC 9(9)V99 VALUE 0.
005596 01  PY-ESC-BASE              PIC 9(9)V99 VALUE 0.
005597 01  PY-ESC-CUOTA             PIC 9(9)V99 VALUE 0.
005598 01  PY-ESC-TRAMO             PIC 9(9)V99 VALUE 0.
005599 01  PY-CUOTA-BASE            PIC 9(9)V99 VALUE 0.
005600 01  PY-CUOTA-ANUAL           PIC S9(9)V99 VALUE 0.
005601 01  PY-TIPO-TEORICO          PIC S9(3)V99 VALUE 0.
005602 01  PY-TIPO-CALC             PIC S9(3)V99 VALUE 0.
005603
005604 01  PY-TRIENIOS              PIC 9(2) VALUE 0.
005605 01  PY-COMP-TRIENIO          PIC 9(5)V99 VALUE 0.
005606 01  PY-TOTAL-TRIENIO         PIC 9(9)V99 VALUE 0.
005607 01  PY-TRIENIO-EDIT          PIC ZZ,ZZ9.99.
005608
005609*    SICK LEAVE (IT/AT): STATUTORY BENEFIT BY LEAVE DAY, PLUS THE
005610*    CONVENIO TOP-UP BY CATEGORY LOADED FROM CONVMST.DAT.
005611 01  PY-CNV-TABLA.
005612     05  PY-CNV-MAX           PIC 9(3) VALUE 0.
005613     05  PY-CNV-ENTRADA OCCURS 100 TIMES.
005614         10  PY-CNV-CATEGORIA PIC X(04).
005615         10  PY-CNV-ANIO      PIC 9(4).
005616         10  PY-CNV-IT-DIA    PIC 9(3).
005617         10  PY-CNV-IT-PCT    PIC 9(3)V99.
005618 01  PY-CNV-IDX               PIC 9(3) VALUE 0.
005619 01  PY-CNV-POS               PIC 9(3) VALUE 0.
005620 01  PY-CNV-ANIO-RUN          PIC 9(4) VALUE 0.
005621 01  PY-IT-DIA-60             PIC 9(3) VALUE 4.
005622 01  PY-IT-DIA-75             PIC 9(3) VALUE 21.
005623 01  PY-IT-PCT-60             PIC 9(3)V99 VALUE 60.
005624 01  PY-IT-PCT-75             PIC 9(3)V99 VALUE 75.
005625 01  PY-IT-PCT-DIA            PIC 9(3)V99 VALUE 0.
005626 01  PY-IT-CNV-DIA            PIC 9(3) VALUE 0.
005627 01  PY-IT-CNV-PCT            PIC 9(3)V99 VALUE 0.
005628 01  PY-IT-BASE-DIA           PIC 9(5)V99 VALUE 0.
005629 01  PY-IT-DIA                PIC S9(5) VALUE 0.
005630 01  PY-IT-INICIO             PIC 9(08) VALUE 0.
005631 01  PY-IT-ANIO               PIC 9(4) VALUE 0.
005632 01  PY-IT-MES                PIC 9(2) VALUE 0.
005633 01  PY-IT-DIAS               PIC 9(2) VALUE 0.
005634 01  PY-IT-PRESTACION         PIC 9(7)V99 VALUE 0.
005635 01  PY-IT-COMPLEMENTO        PIC 9(7)V99 VALUE 0.
005636 01  PY-IT-EDIT               PIC Z,ZZZ,ZZ9.99.
005637 01  PY-IT-EDIT2              PIC Z,ZZZ,ZZ9.99.
005638 01  PY-TOTAL-IT-PREST        PIC 9(9)V99 VALUE 0.
005639 01  PY-TOTAL-IT-COMPL        PIC 9(9)V99 VALUE 0.
005640 01  PY-MESES-SERV            PIC S9(5) VALUE 0.
005641 01  PY-PER-ANIO              PIC 9(4) VALUE 0.
005642 01  PY-PER-MES               PIC 9(2) VALUE 0.
005643 01  PY-ING-ANIO              PIC 9(4) VALUE 0.
005644 01  PY-ING-MES               PIC 9(2) VALUE 0.
005645*    BENEFITS: THE ENROLMENTS ACTIVE IN THE PERIOD (EMPBEN.DAT)
005646*    AND THE LEGAL CEILING ON IN-KIND PAY (DEDMST.DAT TIPO FLEX).
005647 01  PY-BEN-TABLA.
005648     05  PY-BEN-MAX           PIC 9(3) VALUE 0.
005649     05  PY-BEN-ENTRADA OCCURS 300 TIMES.
005650         10  PY-BEN-E-ID      PIC X(50).
005651         10  PY-BEN-PLAN      PIC X(06).
005652         10  PY-BEN-MOD       PIC X(01).
005653         10  PY-BEN-COSTE     PIC 9(5)V99.
005654         10  PY-BEN-VALOR     PIC 9(5)V99.
005655         10  PY-BEN-EXENTO    PIC 9(5)V99.
005656 01  PY-BEN-IDX               PIC 9(3) VALUE 0.
005657 01  PY-BEN-INICIO            PIC 9(8) VALUE ZERO.
005658 01  PY-BEN-FIN               PIC 9(8) VALUE ZERO.
005659 01  PY-FLEX-PCT              PIC 99V99 VALUE 30.
005660 01  PY-BEN-IMPORTE           PIC 9(7)V99 VALUE 0.
005661 01  PY-BEN-TOPE              PIC 9(7)V99 VALUE 0.
005662 01  PY-BEN-EXCESO            PIC 9(7)V99 VALUE 0.
005663 01  PY-BEN-FLEX              PIC 9(7)V99 VALUE 0.
005664 01  PY-BEN-FLEX-EXENTO       PIC 9(7)V99 VALUE 0.
005665 01  PY-BEN-ESPECIE           PIC 9(7)V99 VALUE 0.
005666 01  PY-BEN-ESP-EXENTO        PIC 9(7)V99 VALUE 0.
005667 01  PY-BEN-ESP-GRAV          PIC 9(7)V99 VALUE 0.
005668 01  PY-BEN-INGRESO           PIC 9(7)V99 VALUE 0.
005669 01  PY-BEN-DESCUENTO         PIC 9(7)V99 VALUE 0.
005670 01  PY-BEN-EDIT              PIC Z,ZZZ,ZZ9.99.
005671 01  PY-BEN-EDIT2             PIC Z,ZZZ,ZZ9.99.
005672 01  PY-BEN-EDIT3             PIC Z,ZZZ,ZZ9.99.
005673 01  PY-TOTAL-BEN-FLEX        PIC 9(9)V99 VALUE 0.
005674 01  PY-TOTAL-BEN-ESPECIE     PIC 9(9)V99 VALUE 0.
005675 01  PY-TOTAL-BEN-INGRESO     PIC 9(9)V99 VALUE 0.
005676 01  PY-TOTAL-BEN-DESC        PIC 9(9)V99 VALUE 0.
005677
005678*----------------------------------------------------------------
005679* UNION DUES: THE UNIONS ON ACREEDOR.DAT, THE MEMBERSHIPS ON
005680* EMPSIND.DAT (ALL OF THEM - THE FILE IS REWRITTEN WITH THE LAST
005681* PERIOD DEDUCTED) AND THIS RUN'S THIRD-PARTY WITHHOLDINGS FOR
005682* EMPREM.DAT.
005683*----------------------------------------------------------------
005684 01  PY-ACR-TABLA.
005685     05  PY-ACR-MAX           PIC 9(3) VALUE 0.
005686     05  PY-ACR-ENTRADA OCCURS 100 TIMES.
005687         10  PY-ACR-CODIGO    PIC X(30).
005688         10  PY-ACR-CUOTA     PIC 9(3)V99.
005689         10  PY-ACR-PCT       PIC 9V99.
005690 01  PY-ACR-IDX               PIC 9(3) VALUE 0.
005691 01  PY-ACR-HALLADO           PIC 9(3) VALUE 0.
005692 01  PY-AFI-TABLA.
005693     05  PY-AFI-MAX           PIC 9(3) VALUE 0.
005694     05  PY-AFI-ENTRADA OCCURS 300 TIMES.
005695         10  PY-AFI-E-ID      PIC X(50).
005696         10  PY-AFI-SINDICATO PIC X(30).
005697         10  PY-AFI-NUMERO    PIC X(12).
005698         10  PY-AFI-DESDE     PIC 9(08).
005699         10  PY-AFI-HASTA     PIC 9(08).
005700         10  PY-AFI-ULT       PIC 9(06).
005701         10  PY-AFI-OPER      PIC X(08).
005702         10  PY-AFI-ALTA      PIC 9(08).
005703 01  PY-AFI-IDX               PIC 9(3) VALUE 0.
005704 01  PY-AFI-DESBORDE-SW       PIC X VALUE "N".
005705     88  PY-AFI-DESBORDE      VALUE "Y".
005706 01  PY-AFI-DESCONTADAS       PIC 9(5) VALUE 0.
005707 01  PY-SINDICAL              PIC 9(7)V99 VALUE 0.
005708 01  PY-CUOTA-SIN             PIC 9(7)V99 VALUE 0.
005709 01  PY-BRUTO-CUOTA           PIC 9(7)V99 VALUE 0.
005710 01  PY-TOTAL-SINDICAL        PIC 9(9)V99 VALUE 0.
005711 01  PY-SINDICAL-EDIT         PIC Z,ZZZ,ZZ9.99.
005712 01  PY-RTN-TABLA.
005713     05  PY-RTN-MAX           PIC 9(3) VALUE 0.
005714     05  PY-RTN-ENTRADA OCCURS 500 TIMES.
005715         10  PY-RTN-TIPO      PIC X(01).
005716         10  PY-RTN-ACREEDOR  PIC X(30).
005717         10  PY-RTN-E-ID      PIC X(50).
005718         10  PY-RTN-REF       PIC X(20).
005719         10  PY-RTN-IMPORTE   PIC 9(7)V99.
005720 01  PY-RTN-IDX               PIC 9(3) VALUE 0.
005721 01  PY-RTN-AVISADO-SW        PIC X VALUE "N".
005722     88  PY-RTN-AVISADO       VALUE "Y".
005723 01  PY-RTN-NUEVA.
005724     05  PY-RTN-N-TIPO        PIC X(01).
005725     05  PY-RTN-N-ACREEDOR    PIC X(30).
005726     05  PY-RTN-N-REF         PIC X(20).
005727     05  PY-RTN-N-IMPORTE     PIC 9(7)V99.
005728
005729*----------------------------------------------------------------
005730* OFF-CYCLE RUN: THE E-IDS LISTED ON EMPOFF.DAT, EACH WITH THE
005731* LATEST HISTORY ROW IT ALREADY HAS FOR THE PERIOD (REVERSED
005732* BEFORE THE NEW ONE IS WRITTEN).  ON A REGULAR RUN THE SAME TABLE
005733* HOLDS THE E-IDS ALREADY PAID OFF-CYCLE IN THE PERIOD, WHICH THE
005734* RUN LEAVES ALONE.  PA-REGISTRO IS THE ROW BEING REVERSED.
005735*----------------------------------------------------------------
005736 01  PY-OFC-TABLA.
005737     05  PY-OFC-MAX           PIC 9(3) VALUE 0.
005738     05  PY-OFC-ENTRADA OCCURS 200 TIMES.
005739         10  PY-OFC-E-ID      PIC X(50).
005740         10  PY-OFC-HECHO     PIC X(01).
005741         10  PY-OFC-PREVIA    PIC X(01).
005742         10  PY-OFC-FILA      PIC X(273).
005743 01  PY-OFC-IDX               PIC 9(3) VALUE 0.
005744 01  PY-OFC-HALLADO           PIC 9(3) VALUE 0.
005745 01  PY-OFC-ACTUAL            PIC 9(3) VALUE 0.
005746 01  PY-OFC-CLAVE             PIC X(50) VALUE SPACES.
005747 01  PY-OFC-LIMITE            PIC 9(3) VALUE 50.
005748 01  PY-OFC-DESBORDE-SW       PIC X VALUE "N".
005749     88  PY-OFC-DESBORDE      VALUE "Y".
005750 01  PY-OFC-OMITIDOS          PIC 9(5) VALUE 0.
005751 01  PY-OFC-PENDIENTES        PIC 9(3) VALUE 0.
005752 01  PY-INCLUIR-SW            PIC X VALUE "Y".
005753     88  PY-INCLUIR           VALUE "Y".
005754 01  PY-ANULAR-SW             PIC X VALUE "N".
005755     88  PY-ANULAR-PREVIA     VALUE "Y".
005756 01  PY-LOTE                  PIC 9(14) VALUE ZERO.
005757 01  PY-NETO-ANTERIOR         PIC S9(7)V99 VALUE 0.
005758 01  PY-DIFERENCIA            PIC S9(7)V99 VALUE 0.
005759 01  PY-TOTAL-DIFERENCIA      PIC S9(9)V99 VALUE 0.
005760 01  PY-IMPORTE-PAGO          PIC S9(7)V99 VALUE 0.
005761 01  PY-PAGO-TXT              PIC X(40) VALUE SPACES.
005762 01  PY-CHEQUE-SW             PIC X VALUE "N".
005763     88  PY-CHEQUE-EMITIDO    VALUE "Y".
005764 01  PY-CHQ-PROXIMO           PIC 9(6) VALUE 1.
005765 01  PY-CHQ-NUMERO            PIC 9(6) VALUE 0.
005766 01  PY-CHQ-EMITIDOS          PIC 9(5) VALUE 0.
005767     COPY EMPPAYH REPLACING ==EMPPAYH-REGISTRO== BY
005768         ==PA-REGISTRO== LEADING ==PH-== BY ==PA-==.
005769
005770 01  PY-MENSUAL               PIC 9(7)V99 VALUE 0.
005771 01  PY-IRPF                  PIC 9(7)V99 VALUE 0.
005772 01  PY-SS                    PIC 9(7)V99 VALUE 0.
005773 01  PY-FIJO                  PIC 9(7)V99 VALUE 0.
005774 01  PY-NETO                  PIC S9(7)V99 VALUE 0.
005775 01  PY-TOTAL-MENSUAL         PIC 9(9)V99 VALUE 0.
005776 01  PY-TOTAL-IRPF            PIC 9(9)V99 VALUE 0.
005777 01  PY-TOTAL-SS              PIC 9(9)V99 VALUE 0.
005778 01  PY-TOTAL-FIJO            PIC 9(9)V99 VALUE 0.
005779 01  PY-TOTAL-NETO            PIC S9(9)V99 VALUE 0.
005780 01  PY-MENSUAL-EDIT          PIC Z,ZZZ,ZZ9.99.
005781 01  PY-IRPF-EDIT             PIC Z,ZZZ,ZZ9.99.
005782 01  PY-SS-EDIT               PIC Z,ZZZ,ZZ9.99.
005783 01  PY-FIJO-EDIT             PIC Z,ZZZ,ZZ9.99.
005790 01  PY-NETO-EDIT             PIC -Z,ZZZ,ZZ9.99.
005800 01  PY-TOTAL-EDIT            PIC -Z,ZZZ,ZZZ,ZZ9.99.
005810
005900         PERFORM 1000-INITIALIZE
005910         PERFORM 2000-PROCESS-EMPLEADO UNTIL EMP-EOF
005920         PERFORM 3000-PRINT-TOTALES
005922         IF PY-CHQ-EMITIDOS > 0
005924             PERFORM 0990-GUARDAR-SECUENCIA
005926         END-IF
005930         IF NOT PY-IO-FALLO
005934*           AN OFF-CYCLE RUN DOES NOT CHANGE THE PERIOD'S STATUS.
005938             IF NOT PY-RUN-FUERA-CICLO
005942                 PERFORM 0600-MARCAR-CALCULADO
005946             END-IF
005950             IF PY-RET-PAGADOS > 0
005960                 PERFORM 0700-REESCRIBIR-RETROS
005970             END-IF
006000             END-IF
006010             IF PY-GRN-RETENIDOS > 0
006020                 PERFORM 0900-REESCRIBIR-EMBARGOS
006021             END-IF
006022             IF PY-IRP-RECALCULADOS > 0
006023                 PERFORM 0950-REESCRIBIR-SITUACIONES
006024             END-IF
006025             IF PY-AFI-DESCONTADAS > 0
006026                 PERFORM 0970-REESCRIBIR-AFILIACIONES
006027             END-IF
006028             IF PY-RTN-MAX > 0
006029                 PERFORM 0980-ANOTAR-RETENCIONES
006030             END-IF
006040         END-IF
006050     ELSE
006180
006190*----------------------------------------------------------------
006200* 0450-LEER-PARAMETRO - BYTE 1 OF THE EMPPAY.PRM JOB CARD: "E"
006206*                      MAKES THIS AN EXTRA-PAY RUN, "O" AN
006212*                      OFF-CYCLE RUN FOR THE E-IDS ON EMPOFF.DAT,
006218*                      ANYTHING ELSE (OR NO CARD) IS THE NORMAL
006224*                      MONTHLY RUN.
006230*                      BYTE 2 PICKS THE TRANSFER FORMAT: "S" SEPA
006240*                      ONLY, "A" BOTH, ANYTHING ELSE THE CLASSIC
006250*                      CAB/MOV/FIN FILE, SO EXISTING JOB STREAMS
006254*                      KEEP WORKING.  EVERY CALL STARTS FROM THE
006258*                      MONTHLY DEFAULTS, SO AN OFF-CYCLE RUN
006262*                      EARLIER IN THE SAME SESSION DOES NOT CARRY
006266*                      OVER INTO THE NEXT ONE.
006270*----------------------------------------------------------------
006280 0450-LEER-PARAMETRO.
006281     MOVE "M" TO PY-TIPO-RUN
006282     MOVE "EMPPAY.RPT"  TO PY-NOMBRE-NOMINA
006283     MOVE "EMPBANK.DAT" TO PY-NOMBRE-BANCO
006284     MOVE "EMPSEPA.DAT" TO PY-NOMBRE-SEPA
006285     MOVE "C" TO PY-FMT-BANCO
006286     MOVE ZERO TO PY-PERIODO-CARD
006287     MOVE ZERO TO PY-LOTE
006290     OPEN INPUT EMPPAY-PARAMETRO
006300     IF PYP-FILE-STATUS = "00"
006310         READ EMPPAY-PARAMETRO
006320             NOT AT END
006330                 IF PRM-TIPO-RUN = "E" OR PRM-TIPO-RUN = "O"
006340                     MOVE PRM-TIPO-RUN TO PY-TIPO-RUN
006350                 END-IF
006360                 IF PRM-FMT-BANCO = "S" OR PRM-FMT-BANCO = "A"
006370                     MOVE PRM-FMT-BANCO TO PY-FMT-BANCO
006530*                      WHETHER THIS RUN MAY CALCULATE.  A CLOSED
006540*                      PERIOD NEEDS A SUPERVISOR-LEVEL OPERATOR
006550*                      CONFIRMING THE OVERRIDE; ANYONE ELSE IS
006552*                      REFUSED WITH RETURN-CODE 8.  AN OFF-CYCLE
006554*                      RUN ONLY TOUCHES THE EMPLOYEES IT LISTS AND
006556*                      MAY RUN IN A CLOSED PERIOD.  THE SWITCHES,
006558*                      COUNTERS AND TOTALS OF THE LAST CALL ARE
006560*                      CLEARED FIRST - THE PROGRAM IS CALLED MORE
006562*                      THAN ONCE IN ONE SESSION.
006570*----------------------------------------------------------------
006580 0500-CHECK-PERIODO.
006581     MOVE "Y" TO PY-CALCULAR-SW
006582     MOVE "N" TO EMP-EOF-SW
006583     MOVE "N" TO PY-IO-FALLO-SW
006584     MOVE "N" TO DED-EOF-SW
006585     MOVE "N" TO PY-SIN-RATES-SW
006586     MOVE "N" TO PY-SIN-SMI-AVISADO-SW
006587     MOVE "N" TO PY-SIN-ESCALA-AVISADO-SW
006588     MOVE "N" TO PY-RTN-AVISADO-SW
006589     MOVE ZERO TO PY-OFC-MAX PY-IRPF-MAX PY-FIJO-MAX PY-ESC-MAX
006590         PY-RTN-MAX
006591     MOVE ZERO TO PY-TOTAL-COUNT PY-MOV-COUNT PY-MOV-TOTAL
006592         PY-SIN-BANCO-COUNT PY-CHEQUE-COUNT PY-CHQ-EMITIDOS
006593         PY-RET-PAGADOS PY-ADV-DESCONTADOS PY-GRN-RETENIDOS
006594         PY-IRP-RECALCULADOS PY-AFI-DESCONTADAS PY-OFC-OMITIDOS
006595     MOVE ZERO TO PY-TOTAL-MENSUAL PY-TOTAL-IRPF PY-TOTAL-SS
006596         PY-TOTAL-FIJO PY-TOTAL-NETO PY-TOTAL-RETRO PY-TOTAL-VAR
006597         PY-TOTAL-ANTICIPO PY-TOTAL-EMBARGO PY-TOTAL-TRIENIO
006598         PY-TOTAL-IT-PREST PY-TOTAL-IT-COMPL PY-TOTAL-BEN-FLEX
006599         PY-TOTAL-BEN-ESPECIE PY-TOTAL-BEN-INGRESO
006600         PY-TOTAL-BEN-DESC PY-TOTAL-SINDICAL PY-TOTAL-DIFERENCIA
006601     MOVE FUNCTION CURRENT-DATE(1:6) TO PY-PERIODO
006602     PERFORM 0450-LEER-PARAMETRO
006610*    AN OPTIONAL YYYYMM ON THE JOB CARD CALCULATES THAT PERIOD
006620*    INSTEAD OF THE WALL-CLOCK MONTH, SO A LATE JANUARY RUN
006630*    STILL USES JANUARY'S RATES.
006770         DISPLAY "EMPPAY: CORRIDA DE PAGA EXTRAORDINARIA -"
006780             " PERIODO " PY-PERIODO
006790     END-IF
006792     IF PY-RUN-FUERA-CICLO
006794         PERFORM 0550-PREPARAR-FUERA-CICLO
006796     END-IF
006800     PERFORM 0510-CARGAR-PERIODOS
006810     MOVE "A" TO PY-PER-STATUS
006820     MOVE "N" TO PY-PER-HALLADO-SW
006830     PERFORM 0530-BUSCAR-PERIODO
006840         VARYING PY-PER-IDX FROM 1 BY 1
006850         UNTIL PY-PER-IDX > PY-PER-MAX
006852     IF PY-PER-STATUS = "X" AND PY-RUN-FUERA-CICLO
006854         DISPLAY "EMPPAY: EL PERIODO " PY-PERIODO
006856             " ESTA CERRADO - SOLO SE RECALCULAN LOS EMPLEADOS"
006858             " DE EMPOFF.DAT"
006860     END-IF
006862     IF PY-PER-STATUS = "X" AND NOT PY-RUN-FUERA-CICLO
006870         DISPLAY "EMPPAY: EL PERIODO " PY-PERIODO
006880             " ESTA CERRADO"
006890         CALL "OPERSES" USING PY-OPERADOR, PY-OPER-NIVEL
007020             MOVE "N" TO PY-CALCULAR-SW
007030         END-IF
007040     END-IF.
007041
007042*----------------------------------------------------------------
007043* 0550-PREPARAR-FUERA-CICLO - AN OFF-CYCLE RUN WRITES ITS OWN
007044*                             REGISTER AND TRANSFER FILES, SO
007045*                             THE MONTH'S ONES SURVIVE, AND STAMPS
007046*                             ITS ROWS WITH A LOTE (THE RUN'S DATE
007047*                             AND TIME).  IT IS REFUSED FOR THE
007048*                             EXTRA-PAY PERIODS AND WITH NOBODY ON
007049*                             EMPOFF.DAT.
007050*----------------------------------------------------------------
007051 0550-PREPARAR-FUERA-CICLO.
007052     MOVE "EMPPAYO.RPT"  TO PY-NOMBRE-NOMINA
007053     MOVE "EMPBANKO.DAT" TO PY-NOMBRE-BANCO
007054     MOVE "EMPSEPAO.DAT" TO PY-NOMBRE-SEPA
007055     MOVE FUNCTION CURRENT-DATE(1:14) TO PY-LOTE
007056     MOVE SPACES TO PY-ORIGEN
007057     STRING "FUERA CICLO " PY-PERIODO DELIMITED BY SIZE
007058         INTO PY-ORIGEN
007059     DISPLAY "EMPPAY: CORRIDA FUERA DE CICLO - PERIODO "
007060         PY-PERIODO " LOTE " PY-LOTE
007061     MOVE PY-PERIODO(5:2) TO PY-MES
007062     IF PY-MES < 1 OR PY-MES > 12
007063         DISPLAY "EMPPAY: LAS PAGAS EXTRAORDINARIAS NO ADMITEN"
007064             " CORRIDA FUERA DE CICLO - CORRIDA RECHAZADA"
007065         MOVE "N" TO PY-CALCULAR-SW
007066     ELSE
007067         PERFORM 0560-CARGAR-LISTA
007068         IF PY-OFC-MAX = 0
007069             DISPLAY "EMPPAY: EMPOFF.DAT NO TRAE EMPLEADOS -"
007070                 " CORRIDA RECHAZADA"
007071             MOVE "N" TO PY-CALCULAR-SW
007072         END-IF
007073     END-IF.
007074
007075*----------------------------------------------------------------
007076* 0560-CARGAR-LISTA - THE E-IDS ON EMPOFF.DAT, EACH ONCE, UP TO
007077*                     PY-OFC-LIMITE OF THEM.
007078*----------------------------------------------------------------
007079 0560-CARGAR-LISTA.
007080     MOVE ZERO TO PY-OFC-MAX
007081     MOVE "N" TO OFF-EOF-SW
007082     OPEN INPUT EMPOFF-ARCHIVO
007083     IF OFF-FILE-STATUS = "00"
007084         PERFORM 0570-LEER-LISTA
007085         PERFORM 0575-GUARDAR-LISTA UNTIL OFF-EOF
007086     END-IF
007087     IF OFF-FILE-STATUS = "00" OR OFF-FILE-STATUS = "05"
007088             OR OFF-FILE-STATUS = "10"
007089         CLOSE EMPOFF-ARCHIVO
007090     END-IF.
007091
007092 0570-LEER-LISTA.
007093     READ EMPOFF-ARCHIVO
007094         AT END
007095             MOVE "Y" TO OFF-EOF-SW
007096     END-READ.
007097
007098 0575-GUARDAR-LISTA.
007099     IF OFF-E-ID NOT = SPACES
007100         MOVE OFF-E-ID TO PY-OFC-CLAVE
007101         PERFORM 0580-BUSCAR-LISTA
007102         IF PY-OFC-HALLADO = 0
007103             IF PY-OFC-MAX < PY-OFC-LIMITE
007104                 PERFORM 0585-AGREGAR-LISTA
007105             ELSE
007106                 DISPLAY "EMPPAY: EMPOFF.DAT TRAE MAS DE "
007107                     PY-OFC-LIMITE " EMPLEADOS - SOLO SE CALCULAN"
007108                     " LOS PRIMEROS"
007109                 MOVE "Y" TO OFF-EOF-SW
007110             END-IF
007111         END-IF
007112     END-IF
007113     IF NOT OFF-EOF
007114         PERFORM 0570-LEER-LISTA
007115     END-IF.
007116
007117 0580-BUSCAR-LISTA.
007118     MOVE 0 TO PY-OFC-HALLADO
007119     PERFORM 0582-COMPARAR-LISTA
007120         VARYING PY-OFC-IDX FROM 1 BY 1
007121         UNTIL PY-OFC-IDX > PY-OFC-MAX
007122             OR PY-OFC-HALLADO > 0.
007123
007124 0582-COMPARAR-LISTA.
007125     IF PY-OFC-E-ID (PY-OFC-IDX) = PY-OFC-CLAVE
007126         MOVE PY-OFC-IDX TO PY-OFC-HALLADO
007127     END-IF.
007128
007129 0585-AGREGAR-LISTA.
007130     ADD 1 TO PY-OFC-MAX
007131     MOVE PY-OFC-CLAVE TO PY-OFC-E-ID (PY-OFC-MAX)
007132     MOVE "N"          TO PY-OFC-HECHO (PY-OFC-MAX)
007133     MOVE "N"          TO PY-OFC-PREVIA (PY-OFC-MAX)
007134     MOVE SPACES       TO PY-OFC-FILA (PY-OFC-MAX).
007135
007136*----------------------------------------------------------------
007137* 0510-CARGAR-PERIODOS - READ EMPPER.DAT INTO THE WORK TABLE.
007138*----------------------------------------------------------------
007139 0510-CARGAR-PERIODOS.
007140     MOVE ZERO TO PY-PER-MAX
007141     MOVE "N" TO PER-EOF-SW
007142     OPEN INPUT EMPPER-ARCHIVO
007143     IF PER-FILE-STATUS = "00"
007144         PERFORM 0520-LEER-PERIODO
007150         PERFORM 0525-GUARDAR-PERIODO UNTIL PER-EOF
007160     END-IF
007170     IF PER-FILE-STATUS = "00" OR PER-FILE-STATUS = "05"
008720     WRITE EMPGARN-REGISTRO.
008730
008740*----------------------------------------------------------------
008741* 0950-REESCRIBIR-SITUACIONES - THE RUN RECALCULATED AT LEAST ONE
008742*                               PERSONAL IRPF RATE: WRITE THE
008743*                               WHOLE TABLE BACK TO EMPIRPF.DAT
008744*                               WITH THE NEW RATES, THE YEAR AND
008745*                               SALARY THEY WERE WORKED OUT FOR,
008746*                               AND THE RECALCULATION FLAG
008747*                               CLEARED.  ONLY REACHED ON A CLEAN
008748*                               RUN.
008749*----------------------------------------------------------------
008750 0950-REESCRIBIR-SITUACIONES.
008751     OPEN OUTPUT EMPIRPF-ARCHIVO
008752     MOVE "EMPIRPF.DAT" TO PY-ERR-ARCHIVO
008753     MOVE IRP-FILE-STATUS TO PY-ERR-STATUS
008754     PERFORM 9000-CHECK-ESTADO
008755     IF IRP-FILE-STATUS = "00"
008756         PERFORM 0960-ESCRIBIR-SITUACION
008757             VARYING PY-IRP-IDX FROM 1 BY 1
008758             UNTIL PY-IRP-IDX > PY-IRP-MAX
008759         CLOSE EMPIRPF-ARCHIVO
008760     END-IF.
008761
008762 0960-ESCRIBIR-SITUACION.
008763     MOVE PY-IRP-E-ID (PY-IRP-IDX)      TO IRP-E-ID
008764     MOVE PY-IRP-SITUACION (PY-IRP-IDX) TO IRP-SITUACION
008765     MOVE PY-IRP-DESC (PY-IRP-IDX)      TO IRP-DESCENDIENTES
008766     MOVE PY-IRP-MENOR3 (PY-IRP-IDX)    TO IRP-DESC-MENOR3
008767     MOVE PY-IRP-ASC (PY-IRP-IDX)       TO IRP-ASCENDIENTES
008768     MOVE PY-IRP-DISCAP (PY-IRP-IDX)    TO IRP-DISCAPACIDAD
008769     MOVE PY-IRP-HIPOTECA (PY-IRP-IDX)  TO IRP-HIPOTECA
008770     MOVE PY-IRP-VOLUNT (PY-IRP-IDX)    TO IRP-PCT-VOLUNTARIO
008771     MOVE PY-IRP-FECHA (PY-IRP-IDX)     TO IRP-FECHA-ALTA
008772     MOVE PY-IRP-OPER (PY-IRP-IDX)      TO IRP-OPERADOR
008773     MOVE PY-IRP-RECALC (PY-IRP-IDX)    TO IRP-RECALCULO
008774     MOVE PY-IRP-TIPO (PY-IRP-IDX)      TO IRP-TIPO
008775     MOVE PY-IRP-ANIO (PY-IRP-IDX)      TO IRP-TIPO-ANIO
008776     MOVE PY-IRP-SALARIO (PY-IRP-IDX)   TO IRP-TIPO-SALARIO
008777     MOVE PY-IRP-PERIODO (PY-IRP-IDX)   TO IRP-TIPO-PERIODO
008778     WRITE EMPIRPF-REGISTRO.
008779
008780*----------------------------------------------------------------
008781* 0970-REESCRIBIR-AFILIACIONES - DUES WERE DEDUCTED: WRITE THE
008782*                                WHOLE MEMBERSHIP TABLE BACK TO
008783*                                EMPSIND.DAT WITH THE LAST PERIOD
008784*                                DEDUCTED.  ONLY REACHED ON A
008785*                                CLEAN RUN.
008786*----------------------------------------------------------------
008787 0970-REESCRIBIR-AFILIACIONES.
008788     OPEN OUTPUT EMPSIND-ARCHIVO
008789     MOVE "EMPSIND.DAT" TO PY-ERR-ARCHIVO
008790     MOVE SIN-FILE-STATUS TO PY-ERR-STATUS
008791     PERFORM 9000-CHECK-ESTADO
008792     IF SIN-FILE-STATUS = "00"
008793         PERFORM 0975-ESCRIBIR-AFILIACION
008794             VARYING PY-AFI-IDX FROM 1 BY 1
008795             UNTIL PY-AFI-IDX > PY-AFI-MAX
008796         CLOSE EMPSIND-ARCHIVO
008797     END-IF.
008798
008799 0975-ESCRIBIR-AFILIACION.
008800     MOVE PY-AFI-E-ID (PY-AFI-IDX)      TO SIN-E-ID
008801     MOVE PY-AFI-SINDICATO (PY-AFI-IDX) TO SIN-SINDICATO
008802     MOVE PY-AFI-NUMERO (PY-AFI-IDX)    TO SIN-AFILIADO
008803     MOVE PY-AFI-DESDE (PY-AFI-IDX)     TO SIN-FECHA-DESDE
008804     MOVE PY-AFI-HASTA (PY-AFI-IDX)     TO SIN-FECHA-HASTA
008805     MOVE PY-AFI-ULT (PY-AFI-IDX)       TO SIN-ULT-PERIODO
008806     MOVE PY-AFI-OPER (PY-AFI-IDX)      TO SIN-OPERADOR
008807     MOVE PY-AFI-ALTA (PY-AFI-IDX)      TO SIN-FECHA-ALTA
008808     WRITE EMPSIN-REGISTRO.
008809
008810*----------------------------------------------------------------
008811* 0980-ANOTAR-RETENCIONES - APPEND THIS RUN'S EMBARGOS AND UNION
008812*                           DUES TO EMPREM.DAT, PENDING REMITTANCE
008813*                           (REM-REMESA ZERO).  ONLY REACHED ON A
008814*                           CLEAN RUN, THE SAME RUN THAT MOVES THE
008815*                           ULT-PERIODO GUARDS, SO A RE-RUN NEVER
008816*                           RECORDS AN AMOUNT TWICE.
008817*----------------------------------------------------------------
008818 0980-ANOTAR-RETENCIONES.
008819     OPEN EXTEND EMPREM-ARCHIVO
008820     IF REM-FILE-STATUS = "35"
008821         OPEN OUTPUT EMPREM-ARCHIVO
008822     END-IF
008823     MOVE "EMPREM.DAT" TO PY-ERR-ARCHIVO
008824     MOVE REM-FILE-STATUS TO PY-ERR-STATUS
008825     PERFORM 9000-CHECK-ESTADO
008826     IF REM-FILE-STATUS = "00" OR REM-FILE-STATUS = "05"
008827         PERFORM 0985-ESCRIBIR-RETENCION
008828             VARYING PY-RTN-IDX FROM 1 BY 1
008829             UNTIL PY-RTN-IDX > PY-RTN-MAX
008830         CLOSE EMPREM-ARCHIVO
008831         DISPLAY "EMPPAY: " PY-RTN-MAX " RETENCION(ES) A TERCEROS"
008832             " PENDIENTES DE REMESA EN EMPREM.DAT"
008833     END-IF.
008834
008835 0985-ESCRIBIR-RETENCION.
008836     MOVE PY-PERIODO                     TO REM-PERIODO
008837     MOVE PY-RTN-TIPO (PY-RTN-IDX)       TO REM-TIPO
008838     MOVE PY-RTN-ACREEDOR (PY-RTN-IDX)   TO REM-ACREEDOR
008839     MOVE PY-RTN-E-ID (PY-RTN-IDX)       TO REM-E-ID
008840     MOVE PY-RTN-REF (PY-RTN-IDX)        TO REM-REFERENCIA
008841     MOVE PY-RTN-IMPORTE (PY-RTN-IDX)    TO REM-IMPORTE
008842     MOVE FUNCTION CURRENT-DATE(1:8)     TO REM-FECHA
008843     MOVE ZERO                           TO REM-REMESA
008844     WRITE EMPREM-REGISTRO.
008845
008846*----------------------------------------------------------------
008847* 0990-GUARDAR-SECUENCIA - ROLL EMPCHQ.SEQ FORWARD PAST THE
008848*                          CHEQUES AN OFF-CYCLE RUN PRINTED, AS
008849*                          EMPCHQ DOES.
008850*----------------------------------------------------------------
008851 0990-GUARDAR-SECUENCIA.
008852     OPEN OUTPUT CHEQUE-SECUENCIA
008853     MOVE "EMPCHQ.SEQ" TO PY-ERR-ARCHIVO
008854     MOVE SEQ-FILE-STATUS TO PY-ERR-STATUS
008855     PERFORM 9000-CHECK-ESTADO
008856     IF SEQ-FILE-STATUS = "00"
008857         MOVE PY-CHQ-PROXIMO TO SEQ-PROXIMO
008858         WRITE SEQ-REGISTRO
008859         CLOSE CHEQUE-SECUENCIA
008860     END-IF.
008861
008862*----------------------------------------------------------------
008863* 1000-INITIALIZE - LOAD THE DEDUCTION MASTER INTO THE RATE
008864*                   TABLES, OPEN THE EMPLOYEE MASTER FOR A
008865*                   FRONT-TO-BACK PASS AND THE PAYROLL REPORT,
008866*                   THEN PRIME THE READ AND WRITE THE HEADING.
008867*----------------------------------------------------------------
008868 1000-INITIALIZE.
008869*    THE HISTORY AND DIRECT-DEPOSIT FILES GO THROUGH THE SAME
008870*    FILERR CHECK AS THE REPORT - A SHORT EMPBANK.DAT WITH A
008871*    CLEAN CONSOLE IS THE ONE FAILURE THIS RUN MUST NEVER SHIP.
008872     IF NOT PY-RUN-EXTRA
008873         PERFORM 1200-CARGAR-AUSENCIAS
008874         PERFORM 1800-CARGAR-CONVENIO
008875         PERFORM 1900-CARGAR-BENEFICIOS
008876         PERFORM 1950-CARGAR-SINDICATOS
008877     END-IF
008878     PERFORM 1300-CARGAR-RETROS
008880     PERFORM 1400-CARGAR-VARIABLES
008890     PERFORM 1500-CARGAR-ANTICIPOS
008900     PERFORM 1600-CARGAR-EMBARGOS
008910     PERFORM 1100-CARGAR-DEDUCCIONES
008911     PERFORM 1700-CARGAR-SITUACIONES-IRPF
008912     PERFORM 1050-CARGAR-FUERA-CICLO
008913     IF PY-RUN-FUERA-CICLO
008914         PERFORM 1080-LEER-SECUENCIA
008915     END-IF
008920     OPEN INPUT EMPLEADOS-ARCHIVO
008930     MOVE "EMPLEADOS.DAT" TO PY-ERR-ARCHIVO
008940     MOVE EMP-FILE-STATUS TO PY-ERR-STATUS
008950     PERFORM 9000-CHECK-ESTADO
008960     OPEN OUTPUT EMPLEADOS-NOMINA
008970     MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
008980     MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
008990     PERFORM 9000-CHECK-ESTADO
009000     OPEN EXTEND EMPLEADOS-PAY-HIST
009060     PERFORM 9000-CHECK-ESTADO
009070     IF PY-CAB-PEDIDA
009080         OPEN OUTPUT EMPLEADOS-BANCO
009090         MOVE PY-NOMBRE-BANCO TO PY-ERR-ARCHIVO
009100         MOVE BNK-FILE-STATUS TO PY-ERR-STATUS
009110         PERFORM 9000-CHECK-ESTADO
009120         MOVE SPACES TO BNK-REGISTRO
009130         MOVE "CAB" TO BNK-CAB-TIPO
009140         MOVE FUNCTION CURRENT-DATE(1:8) TO BNK-CAB-FECHA
009150         MOVE PY-ORIGEN TO BNK-CAB-ORIGEN
009160         WRITE BNK-REGISTRO
009170         MOVE PY-NOMBRE-BANCO TO PY-ERR-ARCHIVO
009180         MOVE BNK-FILE-STATUS TO PY-ERR-STATUS
009190         PERFORM 9000-CHECK-ESTADO
009200     END-IF
009210     IF PY-SEPA-PEDIDA
009220         OPEN OUTPUT EMPLEADOS-SEPA
009230         MOVE PY-NOMBRE-SEPA TO PY-ERR-ARCHIVO
009240         MOVE SEP-FILE-STATUS TO PY-ERR-STATUS
009250         PERFORM 9000-CHECK-ESTADO
009260         MOVE SPACES TO SEP-LINEA
009270         STRING "<CstmrCdtTrfInitn><GrpHdr><CreDtTm>"
009280             FUNCTION CURRENT-DATE(1:8)
009287             "</CreDtTm><InitgPty>" FUNCTION TRIM(PY-ORIGEN)
009294             "</InitgPty></GrpHdr>" DELIMITED BY SIZE
009301             INTO SEP-LINEA
009310         WRITE SEP-LINEA
009320         MOVE PY-NOMBRE-SEPA TO PY-ERR-ARCHIVO
009330         MOVE SEP-FILE-STATUS TO PY-ERR-STATUS
009340         PERFORM 9000-CHECK-ESTADO
009350     END-IF
009420             TO RPT-LINEA
009430         WRITE RPT-LINEA
009440     END-IF
009441     IF PY-RUN-FUERA-CICLO
009442         MOVE SPACES TO RPT-LINEA
009443         STRING "NOMINA FUERA DE CICLO - LOTE " PY-LOTE
009444             DELIMITED BY SIZE INTO RPT-LINEA
009445         WRITE RPT-LINEA
009446     END-IF
009450     MOVE "E-ID / NOMBRE / BRUTO / IRPF / S.SOC / FIJAS / NETO"
009460         TO RPT-LINEA
009470     WRITE RPT-LINEA
009510         WRITE RPT-LINEA
009520     END-IF
009530     PERFORM 2100-READ-EMPLEADO.
009531
009532*----------------------------------------------------------------
009533* 1050-CARGAR-FUERA-CICLO - ONE PASS OVER EMPPAYH.DAT FOR THE
009534*                           PERIOD.  AN OFF-CYCLE RUN KEEPS THE
009535*                           LATEST ROW OF EACH EMPLOYEE IT
009536*                           LISTS, TO BE REVERSED; A REGULAR RUN
009537*                           COLLECTS THE EMPLOYEES ALREADY PAID
009538*                           OFF-CYCLE, WHOSE PERIOD IS NOW
009539*                           SETTLED BY THOSE RUNS.
009540*----------------------------------------------------------------
009541 1050-CARGAR-FUERA-CICLO.
009542     MOVE "N" TO PH-EOF-SW
009543     MOVE "N" TO PY-OFC-DESBORDE-SW
009544     OPEN INPUT EMPLEADOS-PAY-HIST
009545     IF PH-FILE-STATUS = "00"
009546         PERFORM 1750-LEER-HISTORIA
009547         PERFORM 1060-ANOTAR-FUERA-CICLO UNTIL PH-EOF
009548     END-IF
009549     IF PH-FILE-STATUS = "00" OR PH-FILE-STATUS = "05"
009550             OR PH-FILE-STATUS = "10"
009551         CLOSE EMPLEADOS-PAY-HIST
009552     END-IF
009553     IF PY-OFC-DESBORDE
009554         DISPLAY "EMPPAY: DEMASIADOS EMPLEADOS PAGADOS FUERA DE"
009555             " CICLO EN EL PERIODO - LOS QUE NO CABEN SE"
009556             " RECALCULAN"
009557     END-IF.
009558
009559 1060-ANOTAR-FUERA-CICLO.
009560     IF PH-PERIODO = PY-PERIODO
009561         MOVE PH-E-ID TO PY-OFC-CLAVE
009562         PERFORM 0580-BUSCAR-LISTA
009563         IF PY-RUN-FUERA-CICLO
009564             IF PY-OFC-HALLADO > 0
009565                 MOVE EMPPAYH-REGISTRO
009566                     TO PY-OFC-FILA (PY-OFC-HALLADO)
009567                 MOVE "Y" TO PY-OFC-PREVIA (PY-OFC-HALLADO)
009568             END-IF
009569         ELSE
009570             IF PH-FUERA-CICLO AND PY-OFC-HALLADO = 0
009571                 IF PY-OFC-MAX < 200
009572                     PERFORM 0585-AGREGAR-LISTA
009573                 ELSE
009574                     MOVE "Y" TO PY-OFC-DESBORDE-SW
009575                 END-IF
009576             END-IF
009577         END-IF
009578     END-IF
009579     PERFORM 1750-LEER-HISTORIA.
009580
009581*----------------------------------------------------------------
009582* 1080-LEER-SECUENCIA - THE NEXT CHEQUE NUMBER FROM EMPCHQ.SEQ,
009583*                       FOR THE CHEQUES AN OFF-CYCLE RUN PRINTS
009584*                       ITSELF.
009585*----------------------------------------------------------------
009586 1080-LEER-SECUENCIA.
009587     OPEN INPUT CHEQUE-SECUENCIA
009588     IF SEQ-FILE-STATUS = "00"
009589         READ CHEQUE-SECUENCIA
009590             NOT AT END
009591                 MOVE SEQ-PROXIMO TO PY-CHQ-PROXIMO
009592         END-READ
009593     END-IF
009594     IF SEQ-FILE-STATUS = "00" OR SEQ-FILE-STATUS = "05"
009595             OR SEQ-FILE-STATUS = "10"
009596         CLOSE CHEQUE-SECUENCIA
009597     END-IF.
009598
009599*----------------------------------------------------------------
009600* 1100-CARGAR-DEDUCCIONES - READ DEDMST.DAT INTO THE IRPF
009601*                           BRACKET TABLE, THE SOCIAL-SECURITY
009602*                           PERCENTAGE AND THE FIXED-DEDUCTION
009603*                           TABLE.
009604*----------------------------------------------------------------
009610 1100-CARGAR-DEDUCCIONES.
009620     MOVE PY-PERIODO(5:2) TO PY-PER-MES
009630     IF PY-PER-MES = 13
009880*                         ABSENCE FEED (ITS REJECTS LAND IN
009890*                         EMPABSS.DAT), THEN LOAD THE VALIDATED
009900*                         ABSENCES INTO THE WORK TABLE FOR THE
009902*                         PRORATION.  EMPABSV FILES THE ABSENCE
009904*                         HISTORY UNDER THE STREAM PERIOD
009906*                         (RUNPER); A RUN OUTSIDE THE STREAM SETS
009908*                         IT TO THIS RUN'S PERIOD FOR THE CALL AND
009910*                         RELEASES IT AFTERWARDS, SO A CARD-PERIOD
009912*                         OR OFF-CYCLE RUN DOES NOT FILE UNDER THE
009914*                         CURRENT MONTH.
009920*----------------------------------------------------------------
009930 1200-CARGAR-AUSENCIAS.
009931     MOVE "LEER" TO PY-PER-ACCION
009932     CALL "RUNPER" USING PY-PER-ACCION, PY-PER-CADENA
009933     IF PY-PER-CADENA = ZERO
009934         MOVE "FIJAR" TO PY-PER-ACCION
009935         CALL "RUNPER" USING PY-PER-ACCION, PY-PERIODO
009936     END-IF
009937     MOVE ZERO TO RETURN-CODE
009940     CALL "EMPABSV"
009950     MOVE RETURN-CODE TO PY-ABS-RECHAZOS
009952     IF PY-PER-CADENA = ZERO
009954         MOVE "SOLTAR" TO PY-PER-ACCION
009956         CALL "RUNPER" USING PY-PER-ACCION, PY-PERIODO
009958     END-IF
009960     MOVE ZERO TO RETURN-CODE
009970     IF PY-ABS-RECHAZOS > 0
009980         DISPLAY "EMPPAY: " PY-ABS-RECHAZOS " AUSENCIA(S)"
010210         MOVE AOK-E-ID TO PY-ABS-E-ID (PY-ABS-MAX)
010220         MOVE AOK-TIPO TO PY-ABS-TIPO (PY-ABS-MAX)
010230         MOVE AOK-DIAS TO PY-ABS-DIAS (PY-ABS-MAX)
010235         MOVE AOK-FECHA-INICIO TO PY-ABS-INICIO (PY-ABS-MAX)
010240     ELSE
010250         DISPLAY "EMPPAY: TABLA DE AUSENCIAS LLENA - SOLO SE"
010260             " APLICAN LAS PRIMERAS 200"
010280     END-IF
010290     IF NOT AOK-EOF
010300         PERFORM 1210-LEER-AUSENCIA
010301     END-IF.
010302
010303*----------------------------------------------------------------
010304* 1800-CARGAR-CONVENIO - LOAD THE CONVENIO SICK-LEAVE TOP-UP FOR
010305*                        EACH CATEGORY: THE LATEST CONVMST.DAT
010306*                        YEAR NOT AFTER THE PAY PERIOD WINS, SO A
010307*                        CATEGORY KEEPS LAST YEAR'S TERMS UNTIL
010308*                        THE NEW TABLE IS KEYED.
010309*----------------------------------------------------------------
010310 1800-CARGAR-CONVENIO.
010311     MOVE ZERO TO PY-CNV-MAX
010312     MOVE PY-PERIODO(1:4) TO PY-CNV-ANIO-RUN
010313     MOVE "N" TO CNV-EOF-SW
010314     OPEN INPUT CONVENIO-TABLA
010315     IF CNV-FILE-STATUS = "00"
010316         PERFORM 1810-LEER-CONVENIO
010317         PERFORM 1820-GUARDAR-CONVENIO UNTIL CNV-EOF
010318     END-IF
010319     IF CNV-FILE-STATUS = "00" OR CNV-FILE-STATUS = "05"
010320         CLOSE CONVENIO-TABLA
010321     END-IF.
010322
010323 1810-LEER-CONVENIO.
010324     READ CONVENIO-TABLA
010325         AT END
010326             MOVE "Y" TO CNV-EOF-SW
010327     END-READ.
010328
010329 1820-GUARDAR-CONVENIO.
010330     IF CNV-ANIO NOT > PY-CNV-ANIO-RUN
010331         MOVE ZERO TO PY-CNV-POS
010332         PERFORM 1830-BUSCAR-CATEGORIA
010333             VARYING PY-CNV-IDX FROM 1 BY 1
010334             UNTIL PY-CNV-IDX > PY-CNV-MAX OR PY-CNV-POS > 0
010335         IF PY-CNV-POS = 0 AND PY-CNV-MAX < 100
010336             ADD 1 TO PY-CNV-MAX
010337             MOVE PY-CNV-MAX TO PY-CNV-POS
010338             MOVE ZERO TO PY-CNV-ANIO (PY-CNV-POS)
010339         END-IF
010340         IF PY-CNV-POS > 0
010341             IF CNV-ANIO NOT < PY-CNV-ANIO (PY-CNV-POS)
010342                 MOVE CNV-CATEGORIA TO
010343                     PY-CNV-CATEGORIA (PY-CNV-POS)
010344                 MOVE CNV-ANIO   TO PY-CNV-ANIO (PY-CNV-POS)
010345                 MOVE CNV-IT-DIA TO PY-CNV-IT-DIA (PY-CNV-POS)
010346                 MOVE CNV-IT-PCT TO PY-CNV-IT-PCT (PY-CNV-POS)
010347             END-IF
010348         END-IF
010349     END-IF
010350     PERFORM 1810-LEER-CONVENIO.
010351
010352 1830-BUSCAR-CATEGORIA.
010353     IF PY-CNV-CATEGORIA (PY-CNV-IDX) = CNV-CATEGORIA
010354         MOVE PY-CNV-IDX TO PY-CNV-POS
010355     END-IF.
010356
010357*----------------------------------------------------------------
010358* 1300-CARGAR-RETROS - LOAD EMPRETRO.DAT INTO THE WORK TABLE SO
010359*                      EACH EMPLOYEE'S PENDING ADJUSTMENTS CAN BE
010360*                      SETTLED WITH THE MONTH AND THE FILE
010370*                      REWRITTEN AT END OF RUN.  A FILE DEEPER
010380*                      THAN THE TABLE PAYS NO RETRO AT ALL THIS
012110         END-IF
012120     END-IF.
012130
012131*----------------------------------------------------------------
012132* 1700-CARGAR-SITUACIONES-IRPF - LOAD THE MODELO 145 DATA
012133*                (EMPIRPF.DAT) INTO THE WORK TABLE AND, WHEN THERE
012134*                IS ANY, PICK UP EACH DECLARANT'S YEAR-TO-DATE
012135*                TAXABLE GROSS AND WITHHOLDING FROM EMPPAYH.DAT
012136*                FOR THE REGULARISATION.  RUNS BEFORE THE HISTORY
012137*                IS OPENED FOR EXTEND.  A FILE DEEPER THAN THE
012138*                TABLE GETS NO PERSONAL RATE AT ALL THIS RUN - THE
012139*                GENERAL BRACKET APPLIES AND THE FILE IS NOT
012140*                REWRITTEN.
012141*----------------------------------------------------------------
012142 1700-CARGAR-SITUACIONES-IRPF.
012143     MOVE ZERO TO PY-IRP-MAX
012144     MOVE "N" TO IRP-EOF-SW
012145     MOVE "N" TO PY-IRP-DESBORDE-SW
012146     MOVE PY-PERIODO(1:4) TO PY-IRP-ANIO-RUN
012147     MOVE PY-PERIODO(5:2) TO PY-IRP-MES
012148     OPEN INPUT EMPIRPF-ARCHIVO
012149     IF IRP-FILE-STATUS = "00"
012150         PERFORM 1710-LEER-SITUACION
012151         PERFORM 1720-GUARDAR-SITUACION UNTIL IRP-EOF
012152     END-IF
012153     IF IRP-FILE-STATUS = "00" OR IRP-FILE-STATUS = "05"
012154             OR IRP-FILE-STATUS = "10"
012155         CLOSE EMPIRPF-ARCHIVO
012156     END-IF
012157     IF PY-IRP-DESBORDE
012158         DISPLAY "EMPPAY: EMPIRPF.DAT MAS HONDO QUE LA TABLA -"
012159             " SE APLICA LA TABLA GENERAL DE IRPF"
012160         MOVE ZERO TO PY-IRP-MAX
012161     END-IF
012162     IF PY-IRP-MAX > 0
012163         MOVE "N" TO PH-EOF-SW
012164         OPEN INPUT EMPLEADOS-PAY-HIST
012165         IF PH-FILE-STATUS = "00"
012166             PERFORM 1750-LEER-HISTORIA
012167             PERFORM 1760-ANOTAR-HISTORIA UNTIL PH-EOF
012168         END-IF
012169         IF PH-FILE-STATUS = "00" OR PH-FILE-STATUS = "05"
012170                 OR PH-FILE-STATUS = "10"
012171             CLOSE EMPLEADOS-PAY-HIST
012172         END-IF
012173     END-IF.
012174
012175 1710-LEER-SITUACION.
012176     READ EMPIRPF-ARCHIVO
012177         AT END
012178             MOVE "Y" TO IRP-EOF-SW
012179     END-READ.
012180
012181 1720-GUARDAR-SITUACION.
012182     IF PY-IRP-MAX < 2000
012183         ADD 1 TO PY-IRP-MAX
012184         MOVE IRP-E-ID           TO PY-IRP-E-ID (PY-IRP-MAX)
012185         MOVE IRP-SITUACION      TO PY-IRP-SITUACION (PY-IRP-MAX)
012186         MOVE IRP-DESCENDIENTES  TO PY-IRP-DESC (PY-IRP-MAX)
012187         MOVE IRP-DESC-MENOR3    TO PY-IRP-MENOR3 (PY-IRP-MAX)
012188         MOVE IRP-ASCENDIENTES   TO PY-IRP-ASC (PY-IRP-MAX)
012189         MOVE IRP-DISCAPACIDAD   TO PY-IRP-DISCAP (PY-IRP-MAX)
012190         MOVE IRP-HIPOTECA       TO PY-IRP-HIPOTECA (PY-IRP-MAX)
012191         MOVE IRP-PCT-VOLUNTARIO TO PY-IRP-VOLUNT (PY-IRP-MAX)
012192         MOVE IRP-FECHA-ALTA     TO PY-IRP-FECHA (PY-IRP-MAX)
012193         MOVE IRP-OPERADOR       TO PY-IRP-OPER (PY-IRP-MAX)
012194         MOVE IRP-RECALCULO      TO PY-IRP-RECALC (PY-IRP-MAX)
012195         MOVE IRP-TIPO           TO PY-IRP-TIPO (PY-IRP-MAX)
012196         MOVE IRP-TIPO-ANIO      TO PY-IRP-ANIO (PY-IRP-MAX)
012197         MOVE IRP-TIPO-SALARIO   TO PY-IRP-SALARIO (PY-IRP-MAX)
012198         MOVE IRP-TIPO-PERIODO   TO PY-IRP-PERIODO (PY-IRP-MAX)
012199         PERFORM 1730-LIMPIAR-PAGA
012200             VARYING PY-SLOT FROM 1 BY 1 UNTIL PY-SLOT > 14
012201     ELSE
012202         MOVE "Y" TO PY-IRP-DESBORDE-SW
012203         MOVE "Y" TO IRP-EOF-SW
012204     END-IF
012205     IF NOT IRP-EOF
012206         PERFORM 1710-LEER-SITUACION
012207     END-IF.
012208
012209 1730-LIMPIAR-PAGA.
012210     MOVE ZERO TO PY-IRP-P-BASE (PY-IRP-MAX, PY-SLOT)
012211     MOVE ZERO TO PY-IRP-P-IRPF (PY-IRP-MAX, PY-SLOT)
012212     MOVE "N"  TO PY-IRP-P-HAY (PY-IRP-MAX, PY-SLOT).
012213
012214 1750-LEER-HISTORIA.
012215     READ EMPLEADOS-PAY-HIST
012216         AT END
012217             MOVE "Y" TO PH-EOF-SW
012218     END-READ.
012219
012220*----------------------------------------------------------------
012221* 1760-ANOTAR-HISTORIA - ONE SLOT PER PAY OF THE YEAR (01-12 AND
012222*                        THE EXTRAS 13/14), ALWAYS THE LATEST ROW,
012223*                        SO A RERUN REPLACES ITS PERIOD INSTEAD OF
012224*                        DOUBLING IT.  THE PERIOD BEING CALCULATED
012225*                        NOW IS LEFT OUT - IT IS NOT PAID YET.
012226*----------------------------------------------------------------
012227 1760-ANOTAR-HISTORIA.
012228     IF PH-PERIODO(1:4) = PY-IRP-ANIO-RUN AND
012229             PH-PERIODO NOT = PY-PERIODO
012230         MOVE PH-E-ID TO PY-IRP-CLAVE
012231         PERFORM 2340-BUSCAR-SITUACION
012232         MOVE PH-PERIODO(5:2) TO PY-SLOT
012233         IF PY-IRP-HALLADO > 0 AND PY-SLOT > 0 AND PY-SLOT < 15
012234             COMPUTE PY-IRP-P-BASE (PY-IRP-HALLADO, PY-SLOT) =
012235                 PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VAR-GRAV
012236                 + PH-IT-PRESTACION + PH-IT-COMPLEMENTO
012237                 - PH-FLEX-EXENTO
012238             MOVE PH-IRPF
012239                 TO PY-IRP-P-IRPF (PY-IRP-HALLADO, PY-SLOT)
012240             MOVE "S" TO PY-IRP-P-HAY (PY-IRP-HALLADO, PY-SLOT)
012241         END-IF
012242     END-IF
012243     PERFORM 1750-LEER-HISTORIA.
012244
012245 1610-LEER-EMBARGO.
012246     READ EMPGARN-ARCHIVO
012247         AT END
012248             MOVE "Y" TO GRN-EOF-SW
012249     END-READ.
012250
012251 1620-GUARDAR-EMBARGO.
012252     IF PY-GRN-MAX < 100
012253         ADD 1 TO PY-GRN-MAX
012254         MOVE GRN-E-ID       TO PY-GRN-E-ID (PY-GRN-MAX)
012255         MOVE GRN-REFERENCIA TO PY-GRN-REF (PY-GRN-MAX)
012256         MOVE GRN-ACREEDOR   TO PY-GRN-ACREEDOR (PY-GRN-MAX)
012260         MOVE GRN-TOTAL      TO PY-GRN-TOTAL (PY-GRN-MAX)
012270         MOVE GRN-SALDO      TO PY-GRN-SALDO (PY-GRN-MAX)
012280         MOVE GRN-PRIORIDAD  TO PY-GRN-PRIO (PY-GRN-MAX)
012810*            EMPLOYER SS RATE - EMPSSRE'S, NOT OURS, BUT A
012820*            LEGITIMATE RESIDENT OF DEDMST.DAT.
012830             CONTINUE
012831*        THE PERSONAL-RATE PARAMETERS: THE PROGRESSIVE SCALE
012832*        (ONE ESCA ROW PER TRANCHE, MARGINAL PERCENTAGE), THE
012833*        PERSONAL AND FAMILY MINIMUM AMOUNTS, THE DEDUCTIBLE
012834*        EXPENSES, THE EXEMPT LIMIT PER FAMILY SITUATION AND
012835*        THE MORTGAGE REDUCTION (POINTS IN DED-PCT, GROSS
012836*        CEILING IN DED-HASTA).
012837         WHEN "ESCA"
012838             IF PY-ESC-MAX < 10
012839                 ADD 1 TO PY-ESC-MAX
012840                 MOVE DED-DESDE TO PY-ESC-DESDE (PY-ESC-MAX)
012841                 MOVE DED-HASTA TO PY-ESC-HASTA (PY-ESC-MAX)
012842                 MOVE DED-PCT   TO PY-ESC-PCT (PY-ESC-MAX)
012843                 IF DED-PCT > PY-ESC-PCT-MAX
012844                     MOVE DED-PCT TO PY-ESC-PCT-MAX
012845                 END-IF
012846             END-IF
012847         WHEN "MPER"
012848             MOVE DED-IMPORTE TO PY-MIN-PERSONAL
012849         WHEN "MDES"
012850             MOVE DED-IMPORTE TO PY-MIN-DESC
012851         WHEN "MME3"
012852             MOVE DED-IMPORTE TO PY-MIN-MENOR3
012853         WHEN "MASC"
012854             MOVE DED-IMPORTE TO PY-MIN-ASC
012855         WHEN "MDIS"
012856             MOVE DED-IMPORTE TO PY-MIN-DISC
012857         WHEN "MD65"
012858             MOVE DED-IMPORTE TO PY-MIN-DISC65
012859         WHEN "GAST"
012860             MOVE DED-IMPORTE TO PY-GASTOS
012861         WHEN "EXE1"
012862             MOVE DED-IMPORTE TO PY-EXENTO (1)
012863         WHEN "EXE2"
012864             MOVE DED-IMPORTE TO PY-EXENTO (2)
012865         WHEN "EXE3"
012866             MOVE DED-IMPORTE TO PY-EXENTO (3)
012867         WHEN "HIPO"
012868             MOVE DED-PCT   TO PY-HIPO-PCT
012869             MOVE DED-HASTA TO PY-HIPO-LIMITE
012870*        THE LEGAL CEILING ON IN-KIND PAY, AS A PERCENTAGE OF THE
012871*        SALARY, IN DED-PCT.
012872         WHEN "FLEX"
012873             MOVE DED-PCT   TO PY-FLEX-PCT
012874         WHEN OTHER
012875             DISPLAY "EMPPAY: TIPO DE DEDUCCION DESCONOCIDO: "
012876                 DED-TIPO
012877     END-EVALUATE.
012880
012890*----------------------------------------------------------------
012891* 1900-CARGAR-BENEFICIOS - LOAD THE EMPBEN.DAT ENROLMENTS WHOSE
012892*                          DATES COVER ANY PART OF THE PERIOD.
012893*                          MONTHLY RUNS ONLY - THE EXTRA PAYS
012894*                          CARRY NO BENEFITS.
012895*----------------------------------------------------------------
012896 1900-CARGAR-BENEFICIOS.
012897     MOVE ZERO TO PY-BEN-MAX
012898     COMPUTE PY-BEN-INICIO = PY-PERIODO * 100 + 1
012899     COMPUTE PY-BEN-FIN = PY-PERIODO * 100 + 31
012900     MOVE "N" TO BEN-EOF-SW
012901     OPEN INPUT EMPBEN-ARCHIVO
012902     IF BEN-FILE-STATUS = "00"
012903         PERFORM 1910-LEER-BENEFICIO
012904         PERFORM 1920-GUARDAR-BENEFICIO UNTIL BEN-EOF
012905     END-IF
012906     IF BEN-FILE-STATUS = "00" OR BEN-FILE-STATUS = "05"
012907             OR BEN-FILE-STATUS = "10"
012908         CLOSE EMPBEN-ARCHIVO
012909     END-IF.
012910
012911 1910-LEER-BENEFICIO.
012912     READ EMPBEN-ARCHIVO
012913         AT END
012914             MOVE "Y" TO BEN-EOF-SW
012915     END-READ.
012916
012917 1920-GUARDAR-BENEFICIO.
012918     IF BEN-FECHA-DESDE <= PY-BEN-FIN AND
012919             (BEN-FECHA-HASTA = ZERO OR
012920              BEN-FECHA-HASTA >= PY-BEN-INICIO)
012921         IF PY-BEN-MAX < 300
012922             ADD 1 TO PY-BEN-MAX
012923             MOVE BEN-E-ID   TO PY-BEN-E-ID (PY-BEN-MAX)
012924             MOVE BEN-PLAN   TO PY-BEN-PLAN (PY-BEN-MAX)
012925             MOVE BEN-MODALIDAD TO PY-BEN-MOD (PY-BEN-MAX)
012926             MOVE BEN-COSTE-EMPLEADO
012927                 TO PY-BEN-COSTE (PY-BEN-MAX)
012928             MOVE BEN-VALOR-ESPECIE
012929                 TO PY-BEN-VALOR (PY-BEN-MAX)
012930             MOVE BEN-EXENTO-MES TO PY-BEN-EXENTO (PY-BEN-MAX)
012931         ELSE
012932             DISPLAY "EMPPAY: TABLA DE BENEFICIOS LLENA - SOLO SE"
012933                 " APLICAN LOS PRIMEROS 300"
012934             MOVE "Y" TO BEN-EOF-SW
012935         END-IF
012936     END-IF
012937     IF NOT BEN-EOF
012938         PERFORM 1910-LEER-BENEFICIO
012939     END-IF.
012940
012941*----------------------------------------------------------------
012942* 1950-CARGAR-SINDICATOS - LOAD THE UNIONS (ACREEDOR.DAT TIPO S)
012943*                          WITH THEIR DUES, AND EVERY MEMBERSHIP
012944*                          ON EMPSIND.DAT.  MONTHLY RUNS ONLY -
012945*                          THE EXTRA PAYS CARRY NO DUES.  A
012946*                          MEMBERSHIP FILE DEEPER THAN THE TABLE
012947*                          DEDUCTS NO DUES THIS RUN.
012948*----------------------------------------------------------------
012949 1950-CARGAR-SINDICATOS.
012950     MOVE ZERO TO PY-ACR-MAX PY-AFI-MAX
012951     MOVE "N" TO ACR-EOF-SW
012952     OPEN INPUT ACREEDOR-TABLA
012953     IF ACR-FILE-STATUS = "00"
012954         PERFORM 1955-LEER-ACREEDOR
012955         PERFORM 1960-GUARDAR-ACREEDOR UNTIL ACR-EOF
012956     END-IF
012957     IF ACR-FILE-STATUS = "00" OR ACR-FILE-STATUS = "05"
012958             OR ACR-FILE-STATUS = "10"
012959         CLOSE ACREEDOR-TABLA
012960     END-IF
012961     MOVE "N" TO SIN-EOF-SW
012962     MOVE "N" TO PY-AFI-DESBORDE-SW
012963     OPEN INPUT EMPSIND-ARCHIVO
012964     IF SIN-FILE-STATUS = "00"
012965         PERFORM 1965-LEER-AFILIACION
012966         PERFORM 1970-GUARDAR-AFILIACION UNTIL SIN-EOF
012967     END-IF
012968     IF SIN-FILE-STATUS = "00" OR SIN-FILE-STATUS = "05"
012969             OR SIN-FILE-STATUS = "10"
012970         CLOSE EMPSIND-ARCHIVO
012971     END-IF
012972     IF PY-AFI-DESBORDE
012973         DISPLAY "EMPPAY: EMPSIND.DAT MAS HONDO QUE LA TABLA -"
012974             " NO SE DESCUENTAN CUOTAS SINDICALES ESTA CORRIDA"
012975         MOVE ZERO TO PY-AFI-MAX
012976     END-IF.
012977
012978 1955-LEER-ACREEDOR.
012979     READ ACREEDOR-TABLA
012980         AT END
012981             MOVE "Y" TO ACR-EOF-SW
012982     END-READ.
012983
012984 1960-GUARDAR-ACREEDOR.
012985     IF ACR-TIPO = "S"
012986         IF PY-ACR-MAX < 100
012987             ADD 1 TO PY-ACR-MAX
012988             MOVE ACR-CODIGO    TO PY-ACR-CODIGO (PY-ACR-MAX)
012989             MOVE ACR-CUOTA     TO PY-ACR-CUOTA (PY-ACR-MAX)
012990             MOVE ACR-CUOTA-PCT TO PY-ACR-PCT (PY-ACR-MAX)
012991         ELSE
012992             DISPLAY "EMPPAY: TABLA DE SINDICATOS LLENA - SOLO SE"
012993                 " CARGAN LOS PRIMEROS 100"
012994             MOVE "Y" TO ACR-EOF-SW
012995         END-IF
012996     END-IF
012997     IF NOT ACR-EOF
012998         PERFORM 1955-LEER-ACREEDOR
012999     END-IF.
013000
013001 1965-LEER-AFILIACION.
013002     READ EMPSIND-ARCHIVO
013003         AT END
013004             MOVE "Y" TO SIN-EOF-SW
013005     END-READ.
013006
013007 1970-GUARDAR-AFILIACION.
013008     IF PY-AFI-MAX < 300
013009         ADD 1 TO PY-AFI-MAX
013010         MOVE SIN-E-ID        TO PY-AFI-E-ID (PY-AFI-MAX)
013011         MOVE SIN-SINDICATO   TO PY-AFI-SINDICATO (PY-AFI-MAX)
013012         MOVE SIN-AFILIADO    TO PY-AFI-NUMERO (PY-AFI-MAX)
013013         MOVE SIN-FECHA-DESDE TO PY-AFI-DESDE (PY-AFI-MAX)
013014         MOVE SIN-FECHA-HASTA TO PY-AFI-HASTA (PY-AFI-MAX)
013015         MOVE SIN-ULT-PERIODO TO PY-AFI-ULT (PY-AFI-MAX)
013016         MOVE SIN-OPERADOR    TO PY-AFI-OPER (PY-AFI-MAX)
013017         MOVE SIN-FECHA-ALTA  TO PY-AFI-ALTA (PY-AFI-MAX)
013018     ELSE
013019         MOVE "Y" TO PY-AFI-DESBORDE-SW
013020         MOVE "Y" TO SIN-EOF-SW
013021     END-IF
013022     IF NOT SIN-EOF
013023         PERFORM 1965-LEER-AFILIACION
013024     END-IF.
013025
013026*----------------------------------------------------------------
013027* 2000-PROCESS-EMPLEADO - COMPUTE ONE ACTIVE EMPLOYEE'S MONTHLY
013028*                         GROSS, EACH DEDUCTION AND THE NET,
013029*                         PRINT THE REGISTER LINE, AND READ THE
013030*                         NEXT ONE.  AN OFF-CYCLE RUN ONLY TAKES
013031*                         THE EMPLOYEES IT LISTS AND PRINTS EACH
013032*                         ONE'S PAYSLIP WITH THE DIFFERENCE PAID.
013033*----------------------------------------------------------------
013034 2000-PROCESS-EMPLEADO.
013035     PERFORM 2050-BUSCAR-FUERA-CICLO
013036     IF PY-INCLUIR AND
013037             (E-ACTIVO OR
013038              (E-INACTIVO AND E-FECHA-BAJA(1:6) = PY-PERIODO) OR
013039              (E-SUSPENDIDO AND NOT PY-RUN-EXTRA AND
013040               E-EXC-FECHA-INICIO(1:6) = PY-PERIODO))
013041         ADD 1 TO PY-TOTAL-COUNT
013042         DIVIDE E-SALARIO BY 12 GIVING PY-MENSUAL ROUNDED
013043         IF PY-RUN-EXTRA
013044             PERFORM 2650-PRORRATEAR-EXTRA
013045         ELSE
013046             PERFORM 2600-PRORRATEAR-MENSUAL
013047         END-IF
013050         PERFORM 2450-CALCULAR-TRIENIOS
013055         PERFORM 2620-CALCULAR-IT
013060         PERFORM 2700-SUMAR-RETROS
013070         PERFORM 2800-SUMAR-VARIABLES
013075         PERFORM 2850-CALCULAR-BENEFICIOS
013080         PERFORM 2300-CALCULAR-DEDUCCIONES
013082         IF PY-ANULAR-PREVIA
013084             PERFORM 2970-ARRASTRAR-RETENCIONES
013086         ELSE
013088             PERFORM 2950-APLICAR-EMBARGOS
013090             PERFORM 2900-DESCONTAR-ANTICIPO
013092         END-IF
013094         PERFORM 2980-DESCONTAR-BENEFICIOS
013096         IF NOT PY-ANULAR-PREVIA
013098             PERFORM 2990-CUOTA-SINDICAL
013100         END-IF
013102         IF PY-RUN-FUERA-CICLO
013104             PERFORM 2060-ABRIR-RECIBO
013106         END-IF
013110         ADD PY-MENSUAL TO PY-TOTAL-MENSUAL
013120         ADD PY-RETRO   TO PY-TOTAL-RETRO
013130         ADD PY-COMP-TRIENIO TO PY-TOTAL-TRIENIO
013133         ADD PY-IT-PRESTACION TO PY-TOTAL-IT-PREST
013136         ADD PY-IT-COMPLEMENTO TO PY-TOTAL-IT-COMPL
013140         ADD PY-VAR-GRAVABLE TO PY-TOTAL-VAR
013150         ADD PY-VAR-EXENTO   TO PY-TOTAL-VAR
013160         ADD PY-ANTICIPO TO PY-TOTAL-ANTICIPO
013170         ADD PY-EMBARGO TO PY-TOTAL-EMBARGO
013171         ADD PY-BEN-FLEX TO PY-TOTAL-BEN-FLEX
013172         ADD PY-BEN-ESPECIE TO PY-TOTAL-BEN-ESPECIE
013173         ADD PY-BEN-INGRESO TO PY-TOTAL-BEN-INGRESO
013174         ADD PY-BEN-DESCUENTO TO PY-TOTAL-BEN-DESC
013175         ADD PY-SINDICAL TO PY-TOTAL-SINDICAL
013180         ADD PY-IRPF    TO PY-TOTAL-IRPF
013190         ADD PY-SS      TO PY-TOTAL-SS
013200         ADD PY-FIJO    TO PY-TOTAL-FIJO
013220         PERFORM 2200-WRITE-LINEA
013230         PERFORM 2400-WRITE-HISTORIA
013240         PERFORM 2500-WRITE-TRANSFERENCIA
013242         IF PY-RUN-FUERA-CICLO
013244             PERFORM 2230-CERRAR-RECIBO
013246         END-IF
013250     END-IF
013260     PERFORM 2100-READ-EMPLEADO.
013261
013262*----------------------------------------------------------------
013263* 2050-BUSCAR-FUERA-CICLO - IS THIS EMPLOYEE ON THE OFF-CYCLE
013264*                           TABLE?  AN OFF-CYCLE RUN TAKES ONLY
013265*                           THOSE ON IT, AND REVERSES THE ROW
013266*                           ALREADY IN THE PERIOD; A REGULAR RUN
013267*                           SKIPS THEM.
013268*----------------------------------------------------------------
013269 2050-BUSCAR-FUERA-CICLO.
013270     MOVE "Y" TO PY-INCLUIR-SW
013271     MOVE "N" TO PY-ANULAR-SW
013272     MOVE E-ID TO PY-OFC-CLAVE
013273     PERFORM 0580-BUSCAR-LISTA
013274     MOVE PY-OFC-HALLADO TO PY-OFC-ACTUAL
013275     IF PY-RUN-FUERA-CICLO
013276         IF PY-OFC-ACTUAL = 0
013277             MOVE "N" TO PY-INCLUIR-SW
013278         ELSE
013279             IF PY-OFC-PREVIA (PY-OFC-ACTUAL) = "Y"
013280                 MOVE PY-OFC-FILA (PY-OFC-ACTUAL) TO PA-REGISTRO
013281                 MOVE "Y" TO PY-ANULAR-SW
013282             END-IF
013283         END-IF
013284     ELSE
013285         IF PY-OFC-ACTUAL > 0
013286             MOVE "N" TO PY-INCLUIR-SW
013287             ADD 1 TO PY-OFC-OMITIDOS
013288             DISPLAY "EMPPAY: E-ID " FUNCTION TRIM(E-ID)
013289                 " YA PAGADO FUERA DE CICLO - NO SE RECALCULA"
013290         END-IF
013291     END-IF.
013292
013293*----------------------------------------------------------------
013294* 2060-ABRIR-RECIBO - OFF-CYCLE PAYSLIP HEADING, AND THE
013295*                     DIFFERENCE AGAINST THE NET OF THE ROW BEING
013296*                     REVERSED (THE WHOLE NET WHEN THERE IS
013297*                     NONE).
013298*----------------------------------------------------------------
013299 2060-ABRIR-RECIBO.
013300     MOVE "Y" TO PY-OFC-HECHO (PY-OFC-ACTUAL)
013301     IF PY-ANULAR-PREVIA
013302         MOVE PA-NETO TO PY-NETO-ANTERIOR
013303     ELSE
013304         MOVE ZERO TO PY-NETO-ANTERIOR
013305     END-IF
013306     COMPUTE PY-DIFERENCIA = PY-NETO - PY-NETO-ANTERIOR
013307     ADD PY-DIFERENCIA TO PY-TOTAL-DIFERENCIA
013308     MOVE ALL "=" TO RPT-LINEA
013309     PERFORM 2290-ESCRIBIR-LINEA
013310     MOVE SPACES TO RPT-LINEA
013311     STRING "RECIBO DE NOMINA FUERA DE CICLO - PERIODO "
013312         PY-PERIODO " - " FUNCTION TRIM(E-NOMBRE)
013313         DELIMITED BY SIZE INTO RPT-LINEA
013314     PERFORM 2290-ESCRIBIR-LINEA.
013315
013316 2100-READ-EMPLEADO.
013317     READ EMPLEADOS-ARCHIVO NEXT RECORD
013318         AT END
013319             MOVE "Y" TO EMP-EOF-SW
013320     END-READ
013330     IF EMP-FILE-STATUS NOT = "00" AND
013340             EMP-FILE-STATUS NOT = "10"
013560         PY-NETO-EDIT DELIMITED BY SIZE
013570         INTO RPT-LINEA
013580     WRITE RPT-LINEA
013590     MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
013600     MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
013610     PERFORM 9000-CHECK-ESTADO
013620     IF PY-RETRO NOT = ZERO
013650         STRING "    AJUSTE RETROACTIVO: " PY-RETRO-EDIT
013660             DELIMITED BY SIZE INTO RPT-LINEA
013670         WRITE RPT-LINEA
013680         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
013690         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
013700         PERFORM 9000-CHECK-ESTADO
013710     END-IF
013800             "  SALDO: " PY-ANT-SALDO-EDIT
013810             DELIMITED BY SIZE INTO RPT-LINEA
013820         WRITE RPT-LINEA
013830         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
013840         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
013850         PERFORM 9000-CHECK-ESTADO
013860     END-IF
013900         STRING "    EMBARGO RETENIDO: " PY-EMBARGO-EDIT
013910             DELIMITED BY SIZE INTO RPT-LINEA
013920         WRITE RPT-LINEA
013921         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
013922         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
013923         PERFORM 9000-CHECK-ESTADO
013924     END-IF
013925     IF PY-SINDICAL NOT = ZERO
013926         MOVE PY-SINDICAL TO PY-SINDICAL-EDIT
013927         MOVE SPACES TO RPT-LINEA
013928         STRING "    CUOTA SINDICAL: " PY-SINDICAL-EDIT
013929             DELIMITED BY SIZE INTO RPT-LINEA
013930         WRITE RPT-LINEA
013931         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
013932         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
013933         PERFORM 9000-CHECK-ESTADO
013934     END-IF
013935     IF PY-IRP-NUEVO
013936         MOVE PY-IRPF-PCT-APLICA TO PY-IRPF-PCT-EDIT
013937         MOVE SPACES TO RPT-LINEA
013938         STRING "    TIPO IRPF PERSONAL REGULARIZADO: "
013939             PY-IRPF-PCT-EDIT " %"
013940             DELIMITED BY SIZE INTO RPT-LINEA
013941         WRITE RPT-LINEA
013942         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
013943         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
013950         PERFORM 9000-CHECK-ESTADO
013960     END-IF
013970     IF PY-COMP-TRIENIO NOT = ZERO
014010             " TRIENIOS): " PY-TRIENIO-EDIT
014020             DELIMITED BY SIZE INTO RPT-LINEA
014030         WRITE RPT-LINEA
014031         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
014032         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
014033         PERFORM 9000-CHECK-ESTADO
014034     END-IF
014035     IF PY-IT-DIAS NOT = ZERO
014036         MOVE PY-IT-PRESTACION TO PY-IT-EDIT
014037         MOVE SPACES TO RPT-LINEA
014038         STRING "    PRESTACION IT (" PY-IT-DIAS
014039             " DIAS): " PY-IT-EDIT
014040             DELIMITED BY SIZE INTO RPT-LINEA
014041         WRITE RPT-LINEA
014042         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
014043         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
014044         PERFORM 9000-CHECK-ESTADO
014045         IF PY-IT-COMPLEMENTO NOT = ZERO
014046             MOVE PY-IT-COMPLEMENTO TO PY-IT-EDIT2
014047             MOVE SPACES TO RPT-LINEA
014048             STRING "    COMPLEMENTO IT EMPRESA: " PY-IT-EDIT2
014049                 DELIMITED BY SIZE INTO RPT-LINEA
014050             WRITE RPT-LINEA
014051             MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
014052             MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
014053             PERFORM 9000-CHECK-ESTADO
014054         END-IF
014055     END-IF
014056     PERFORM 2220-LINEAS-BENEFICIOS.
014057
014058*----------------------------------------------------------------
014059* 2230-CERRAR-RECIBO - THE FOOT OF THE OFF-CYCLE PAYSLIP: THE NET
014060*                      BEFORE AND AFTER, THE DIFFERENCE AND HOW
014061*                      IT WAS PAID.  A NEGATIVE DIFFERENCE IS NOT
014062*                      PAID - IT IS LEFT FOR PAYROLL TO RECOVER.
014063*----------------------------------------------------------------
014064 2230-CERRAR-RECIBO.
014065     IF PY-ANULAR-PREVIA
014066         MOVE PY-NETO-ANTERIOR TO PY-NETO-EDIT
014067         MOVE SPACES TO RPT-LINEA
014068         STRING "    NETO ANTERIOR (ANULADO): " PY-NETO-EDIT
014069             DELIMITED BY SIZE INTO RPT-LINEA
014070         PERFORM 2290-ESCRIBIR-LINEA
014071     END-IF
014072     MOVE PY-NETO TO PY-NETO-EDIT
014073     MOVE SPACES TO RPT-LINEA
014074     STRING "    NETO RECALCULADO       : " PY-NETO-EDIT
014075         DELIMITED BY SIZE INTO RPT-LINEA
014076     PERFORM 2290-ESCRIBIR-LINEA
014077     MOVE PY-DIFERENCIA TO PY-NETO-EDIT
014078     MOVE SPACES TO RPT-LINEA
014079     STRING "    DIFERENCIA             : " PY-NETO-EDIT
014080         DELIMITED BY SIZE INTO RPT-LINEA
014081     PERFORM 2290-ESCRIBIR-LINEA
014082     IF PY-PAGO-TXT = SPACES
014083         IF PY-DIFERENCIA < ZERO
014084             MOVE "A RECUPERAR - NO SE PAGA" TO PY-PAGO-TXT
014085         ELSE
014086             MOVE "NADA QUE PAGAR" TO PY-PAGO-TXT
014087         END-IF
014088     END-IF
014089     MOVE SPACES TO RPT-LINEA
014090     STRING "    PAGO                   : " PY-PAGO-TXT
014091         DELIMITED BY SIZE INTO RPT-LINEA
014092     PERFORM 2290-ESCRIBIR-LINEA
014093     IF PY-CHEQUE-EMITIDO
014094         PERFORM 2540-IMPRIMIR-CHEQUE
014095     END-IF.
014096
014097 2290-ESCRIBIR-LINEA.
014098     WRITE RPT-LINEA
014099     MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
014100     MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
014101     PERFORM 9000-CHECK-ESTADO.
014102
014103*----------------------------------------------------------------
014104* 2220-LINEAS-BENEFICIOS - THE BENEFITS LINES OF THE REGISTER:
014105*                          FLEXIBLE PAY, IN-KIND PAY WITH ITS
014106*                          INGRESO A CUENTA, DEDUCTIONS AND ANY
014107*                          EXCESS OVER THE LEGAL CEILING.
014108*----------------------------------------------------------------
014109 2220-LINEAS-BENEFICIOS.
014110     IF PY-BEN-FLEX NOT = ZERO
014111         MOVE PY-BEN-FLEX TO PY-BEN-EDIT
014112         MOVE PY-BEN-FLEX-EXENTO TO PY-BEN-EDIT2
014113         MOVE SPACES TO RPT-LINEA
014114         STRING "    RETRIBUCION FLEXIBLE: " PY-BEN-EDIT
014115             "  EXENTA: " PY-BEN-EDIT2
014116             DELIMITED BY SIZE INTO RPT-LINEA
014117         WRITE RPT-LINEA
014118         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
014119         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
014120         PERFORM 9000-CHECK-ESTADO
014121     END-IF
014122     IF PY-BEN-ESPECIE NOT = ZERO
014123         MOVE PY-BEN-ESPECIE TO PY-BEN-EDIT
014124         MOVE PY-BEN-ESP-GRAV TO PY-BEN-EDIT2
014125         MOVE PY-BEN-INGRESO TO PY-BEN-EDIT3
014126         MOVE SPACES TO RPT-LINEA
014127         STRING "    RETRIBUCION EN ESPECIE: " PY-BEN-EDIT
014128             "  GRAVADA: " PY-BEN-EDIT2
014129             "  INGRESO A CUENTA: " PY-BEN-EDIT3
014130             DELIMITED BY SIZE INTO RPT-LINEA
014131         WRITE RPT-LINEA
014132         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
014133         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
014134         PERFORM 9000-CHECK-ESTADO
014135     END-IF
014136     IF PY-BEN-DESCUENTO NOT = ZERO
014137         MOVE PY-BEN-DESCUENTO TO PY-BEN-EDIT
014138         MOVE SPACES TO RPT-LINEA
014139         STRING "    DESCUENTO BENEFICIOS: " PY-BEN-EDIT
014140             DELIMITED BY SIZE INTO RPT-LINEA
014141         WRITE RPT-LINEA
014142         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
014143         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
014144         PERFORM 9000-CHECK-ESTADO
014145     END-IF
014146     IF PY-BEN-EXCESO NOT = ZERO
014147         MOVE PY-BEN-EXCESO TO PY-BEN-EDIT
014148         MOVE SPACES TO RPT-LINEA
014149         STRING "    EXCESO SOBRE TOPE DE ESPECIE: " PY-BEN-EDIT
014150             " (INCLUIDO EN EL DESCUENTO, TRIBUTA)"
014151             DELIMITED BY SIZE INTO RPT-LINEA
014152         WRITE RPT-LINEA
014153         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
014154         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
014155         PERFORM 9000-CHECK-ESTADO
014156     END-IF.
014157
014158*----------------------------------------------------------------
014159* 2210-LINEA-VARIABLE - ONE REGISTER LINE PER ONE-OFF CONCEPT
014160*                       PAID TO THE CURRENT EMPLOYEE THIS PERIOD.
014161*----------------------------------------------------------------
014162 2210-LINEA-VARIABLE.
014163     IF PY-VAR-E-ID (PY-VAR-IDX) = E-ID
014164         MOVE PY-VAR-IMPORTE (PY-VAR-IDX) TO PY-VAR-EDIT
014165         MOVE SPACES TO RPT-LINEA
014170         STRING "    CONCEPTO " PY-VAR-CONCEPTO (PY-VAR-IDX)
014180             " " FUNCTION TRIM(PY-VAR-DESC (PY-VAR-IDX))
014190             ": " PY-VAR-EDIT
014200             DELIMITED BY SIZE INTO RPT-LINEA
014210         WRITE RPT-LINEA
014220         MOVE PY-NOMBRE-NOMINA TO PY-ERR-ARCHIVO
014230         MOVE RPT-FILE-STATUS TO PY-ERR-STATUS
014240         PERFORM 9000-CHECK-ESTADO
014250     END-IF.
014260
014270*----------------------------------------------------------------
014277* 2300-CALCULAR-DEDUCCIONES - IRPF AT THE EMPLOYEE'S PERSONAL
014284*                             MODELO 145 RATE, OR FROM THE
014291*                             ANNUAL-SALARY BRACKET WHEN THERE IS
014298*                             NO DECLARATION, SOCIAL SECURITY FROM
014305*                             ITS PERCENTAGE, FIXED DEDUCTIONS
014312*                             FROM THE TABLE, ALL AGAINST THE
014319*                             MONTHLY GROSS, THEN THE NET.
014330*----------------------------------------------------------------
014340 2300-CALCULAR-DEDUCCIONES.
014350     MOVE ZERO TO PY-IRPF PY-SS PY-FIJO
014360     MOVE ZERO TO PY-IRPF-PCT-APLICA
014361     MOVE "N" TO PY-IRP-NUEVO-SW
014362     MOVE E-ID TO PY-IRP-CLAVE
014363     PERFORM 2340-BUSCAR-SITUACION
014364     IF PY-IRP-HALLADO > 0 AND PY-ESC-MAX = 0
014365         IF NOT PY-SIN-ESCALA-AVISADO
014366             DISPLAY "EMPPAY: HAY MODELOS 145 PERO DEDMST.DAT NO"
014367                 " TRAE TIPO ESCA - SE APLICA LA TABLA GENERAL"
014368             MOVE "Y" TO PY-SIN-ESCALA-AVISADO-SW
014369         END-IF
014370         MOVE 0 TO PY-IRP-HALLADO
014371     END-IF
014372     IF PY-IRP-HALLADO > 0
014373         PERFORM 2330-TIPO-PERSONAL
014374     ELSE
014375         PERFORM 2310-BUSCAR-TRAMO-IRPF
014376             VARYING PY-IDX FROM 1 BY 1
014377             UNTIL PY-IDX > PY-IRPF-MAX
014378     END-IF
014379*    THE EXEMPT PART OF THE FLEXIBLE PAY LEAVES THE IRPF BASE;
014380*    THE TAXABLE IN-KIND VALUE BEARS THE INGRESO A CUENTA AT THE
014381*    SAME RATE AND THE WHOLE IN-KIND VALUE JOINS THE SS BASE.
014400     COMPUTE PY-IRPF ROUNDED =
014410         (PY-MENSUAL + PY-COMP-TRIENIO + PY-RETRO
014413         + PY-VAR-GRAVABLE + PY-IT-PRESTACION
014416         + PY-IT-COMPLEMENTO - PY-BEN-FLEX-EXENTO)
014419         * PY-IRPF-PCT-APLICA / 100
014422     COMPUTE PY-BEN-INGRESO ROUNDED =
014425         PY-BEN-ESP-GRAV * PY-IRPF-PCT-APLICA / 100
014430     COMPUTE PY-SS ROUNDED =
014440         (PY-MENSUAL + PY-COMP-TRIENIO + PY-RETRO
014446         + PY-VAR-GRAVABLE + PY-IT-PRESTACION
014452         + PY-IT-COMPLEMENTO + PY-BEN-ESPECIE) * PY-SS-PCT / 100
014460     PERFORM 2320-SUMAR-FIJAS
014470         VARYING PY-IDX FROM 1 BY 1
014480         UNTIL PY-IDX > PY-FIJO-MAX
014490     COMPUTE PY-NETO = PY-MENSUAL + PY-COMP-TRIENIO + PY-RETRO
014500         + PY-VAR-GRAVABLE + PY-VAR-EXENTO
014506         + PY-IT-PRESTACION + PY-IT-COMPLEMENTO
014512         - PY-IRPF - PY-SS - PY-FIJO - PY-BEN-INGRESO
014520     IF PY-NETO < ZERO
014530         DISPLAY "EMPPAY: NETO NEGATIVO PARA E-ID "
014540             FUNCTION TRIM(E-ID) " - REVISAR DEDUCCIONES"
014560
014570*----------------------------------------------------------------
014580* 2400-WRITE-HISTORIA - APPEND THIS EMPLOYEE'S CALCULATION TO THE
014584*                       PAYROLL HISTORY FOR THE PAYSLIP RUN.  AN
014588*                       OFF-CYCLE RUN FIRST REVERSES THE ROW IT
014592*                       REPLACES AND MARKS ITS OWN WITH THE
014596*                       DIFFERENCE AND THE LOTE.
014600*----------------------------------------------------------------
014610 2400-WRITE-HISTORIA.
014612     IF PY-ANULAR-PREVIA
014614         PERFORM 2410-ESCRIBIR-ANULACION
014616     END-IF
014620     MOVE PY-PERIODO TO PH-PERIODO
014630     MOVE E-ID       TO PH-E-ID
014640     MOVE PY-MENSUAL TO PH-BRUTO
014730     MOVE PY-ANT-SALDO TO PH-ANT-SALDO
014740     MOVE PY-EMBARGO   TO PH-EMBARGO
014750     MOVE PY-COMP-TRIENIO TO PH-TRIENIO
014751     MOVE PY-IRPF-PCT-APLICA TO PH-IRPF-PCT
014752     MOVE PY-IT-DIAS        TO PH-IT-DIAS
014753     MOVE PY-IT-PRESTACION  TO PH-IT-PRESTACION
014754     MOVE PY-IT-COMPLEMENTO TO PH-IT-COMPLEMENTO
014755     MOVE PY-BEN-FLEX        TO PH-FLEXIBLE
014756     MOVE PY-BEN-FLEX-EXENTO TO PH-FLEX-EXENTO
014757     MOVE PY-BEN-ESPECIE     TO PH-ESPECIE
014758     MOVE PY-BEN-ESP-GRAV    TO PH-ESP-GRAV
014759     MOVE PY-BEN-INGRESO     TO PH-ESP-INGRESO
014760     MOVE PY-BEN-DESCUENTO   TO PH-BENEFICIO
014761     MOVE PY-SINDICAL        TO PH-SINDICAL
014762     IF PY-RUN-FUERA-CICLO
014763         MOVE "O"           TO PH-TIPO-REG
014764         MOVE PY-DIFERENCIA TO PH-DIFERENCIA
014765         MOVE PY-LOTE       TO PH-LOTE
014766     ELSE
014767         MOVE SPACE         TO PH-TIPO-REG
014768         MOVE ZERO          TO PH-DIFERENCIA PH-LOTE
014769     END-IF
014770     WRITE EMPPAYH-REGISTRO
014771     MOVE "EMPPAYH.DAT" TO PY-ERR-ARCHIVO
014772     MOVE PH-FILE-STATUS TO PY-ERR-STATUS
014773     PERFORM 9000-CHECK-ESTADO.
014774
014775*----------------------------------------------------------------
014776* 2410-ESCRIBIR-ANULACION - THE ROW BEING REPLACED, WRITTEN AGAIN
014777*                           WITH EVERY AMOUNT NEGATED.  THE RATE,
014778*                           THE LEAVE DAYS AND THE ADVANCE
014779*                           BALANCE ARE NOT AMOUNTS AND STAY AS
014780*                           THEY WERE.
014781*----------------------------------------------------------------
014782 2410-ESCRIBIR-ANULACION.
014783     MOVE PA-REGISTRO TO EMPPAYH-REGISTRO
014784     MULTIPLY -1 BY PH-BRUTO PH-IRPF PH-SS PH-FIJO PH-NETO
014785         PH-RETRO PH-VARIABLE PH-VAR-GRAV PH-ANTICIPO PH-EMBARGO
014786         PH-TRIENIO PH-IT-PRESTACION PH-IT-COMPLEMENTO
014787         PH-FLEXIBLE PH-FLEX-EXENTO PH-ESPECIE PH-ESP-GRAV
014788         PH-ESP-INGRESO PH-BENEFICIO PH-SINDICAL
014789     MOVE "R"     TO PH-TIPO-REG
014790     MOVE ZERO    TO PH-DIFERENCIA
014791     MOVE PY-LOTE TO PH-LOTE
014792     WRITE EMPPAYH-REGISTRO
014793     MOVE "EMPPAYH.DAT" TO PY-ERR-ARCHIVO
014794     MOVE PH-FILE-STATUS TO PY-ERR-STATUS
014795     PERFORM 9000-CHECK-ESTADO.
014800
014810*----------------------------------------------------------------
014820* 2450-CALCULAR-TRIENIOS - THE CONVENIO PAYS A MONTHLY COMPLEMENT
015180*                            EMPBANK.DAT FOR THIS EMPLOYEE.  NO
015190*                            BANK DETAILS ON RECORD, OR A NET OF
015200*                            ZERO OR LESS, SKIPS THE MOVEMENT AND
015205*                            COUNTS IT FOR THE RUN SUMMARY.  AN
015210*                            OFF-CYCLE RUN PAYS THE DIFFERENCE
015215*                            INSTEAD OF THE NET.
015220*----------------------------------------------------------------
015230 2500-WRITE-TRANSFERENCIA.
015231     MOVE SPACES TO PY-PAGO-TXT
015232     MOVE "N" TO PY-CHEQUE-SW
015233     IF PY-RUN-FUERA-CICLO
015234         MOVE PY-DIFERENCIA TO PY-IMPORTE-PAGO
015235     ELSE
015236         MOVE PY-NETO TO PY-IMPORTE-PAGO
015237     END-IF
015240*    A CHEQUE-PAID EMPLOYEE NEVER REACHES THE TRANSFER FILE -
015246*    THE EMPCHQ RUN PAYS IT FROM THE HISTORY INSTEAD.  AN
015252*    OFF-CYCLE RUN NUMBERS AND PRINTS ITS OWN CHEQUE.
015260     IF E-PAGO-CHEQUE
015270         ADD 1 TO PY-CHEQUE-COUNT
015272         IF PY-RUN-FUERA-CICLO AND PY-IMPORTE-PAGO > ZERO
015274             PERFORM 2530-NUMERAR-CHEQUE
015276         END-IF
015280     ELSE
015290         PERFORM 2510-TRANSFERIR
015300     END-IF.
015340         ADD 1 TO PY-SIN-BANCO-COUNT
015350         DISPLAY "EMPPAY: SIN DATOS BANCARIOS PARA E-ID "
015360             FUNCTION TRIM(E-ID) " - NO SE TRANSFIERE"
015363         MOVE "SIN DATOS BANCARIOS - NO SE TRANSFIERE"
015366             TO PY-PAGO-TXT
015370     ELSE
015380         IF PY-IMPORTE-PAGO > ZERO
015390             MOVE "N" TO PY-MOV-OK-SW
015400             IF PY-CAB-PEDIDA
015410                 MOVE SPACES TO BNK-REGISTRO
015440                 MOVE E-BANCO-OFICINA TO BNK-MOV-OFICINA
015450                 MOVE E-BANCO-DC      TO BNK-MOV-DC
015460                 MOVE E-BANCO-CUENTA  TO BNK-MOV-CUENTA
015470                 MOVE PY-IMPORTE-PAGO TO BNK-MOV-IMPORTE
015480                 MOVE E-ID(1:46)      TO BNK-MOV-E-ID
015490                 WRITE BNK-REGISTRO
015500                 MOVE PY-NOMBRE-BANCO TO PY-ERR-ARCHIVO
015510                 MOVE BNK-FILE-STATUS TO PY-ERR-STATUS
015520                 PERFORM 9000-CHECK-ESTADO
015530                 IF BNK-FILE-STATUS = "00"
015590             END-IF
015600             IF PY-MOV-OK
015610                 ADD 1 TO PY-MOV-COUNT
015616                 ADD PY-IMPORTE-PAGO TO PY-MOV-TOTAL
015622                 MOVE "TRANSFERENCIA" TO PY-PAGO-TXT
015630             END-IF
015640         END-IF
015650     END-IF.
015651
015652*----------------------------------------------------------------
015653* 2530-NUMERAR-CHEQUE - TAKE THE NEXT NUMBER OF THE EMPCHQ.SEQ
015654*                       SERIES FOR AN OFF-CYCLE CHEQUE.
015655*----------------------------------------------------------------
015656 2530-NUMERAR-CHEQUE.
015657     MOVE PY-CHQ-PROXIMO TO PY-CHQ-NUMERO
015658     ADD 1 TO PY-CHQ-PROXIMO
015659     ADD 1 TO PY-CHQ-EMITIDOS
015660     MOVE "Y" TO PY-CHEQUE-SW
015661     MOVE SPACES TO PY-PAGO-TXT
015662     STRING "CHEQUE NO. " PY-CHQ-NUMERO DELIMITED BY SIZE
015663         INTO PY-PAGO-TXT.
015664
015665*----------------------------------------------------------------
015666* 2540-IMPRIMIR-CHEQUE - THE CHEQUE DOCUMENT UNDER THE OFF-CYCLE
015667*                        PAYSLIP, LAID OUT AS EMPCHQ PRINTS IT.
015668*----------------------------------------------------------------
015669 2540-IMPRIMIR-CHEQUE.
015670     MOVE ALL "-" TO RPT-LINEA
015671     PERFORM 2290-ESCRIBIR-LINEA
015672     MOVE SPACES TO RPT-LINEA
015673     STRING "CHEQUE NO. " PY-CHQ-NUMERO
015674         "   FECHA " FUNCTION CURRENT-DATE(1:8)
015675         DELIMITED BY SIZE INTO RPT-LINEA
015676     PERFORM 2290-ESCRIBIR-LINEA
015677     MOVE SPACES TO RPT-LINEA
015678     STRING "PAGUESE A : " FUNCTION TRIM(E-NOMBRE)
015679         DELIMITED BY SIZE INTO RPT-LINEA
015680     PERFORM 2290-ESCRIBIR-LINEA
015681     MOVE SPACES TO RPT-LINEA
015682     STRING "E-ID      : " FUNCTION TRIM(E-ID)
015683         DELIMITED BY SIZE INTO RPT-LINEA
015684     PERFORM 2290-ESCRIBIR-LINEA
015685     MOVE PY-IMPORTE-PAGO TO PY-NETO-EDIT
015686     MOVE SPACES TO RPT-LINEA
015687     STRING "IMPORTE   : " PY-NETO-EDIT
015688         "   PERIODO " PY-PERIODO
015689         DELIMITED BY SIZE INTO RPT-LINEA
015690     PERFORM 2290-ESCRIBIR-LINEA.
015691
015692*----------------------------------------------------------------
015693* 2550-WRITE-SEPA-MOV - ONE SEPA CREDIT-TRANSFER LINE FOR THIS
015694*                       EMPLOYEE, WITH THE IBAN DERIVED FROM THE
015700*                       CCC ON RECORD.
015710*----------------------------------------------------------------
015720 2550-WRITE-SEPA-MOV.
015730     PERFORM 2560-CALCULAR-IBAN
015740     MOVE PY-IMPORTE-PAGO TO PY-SEPA-IMPORTE
015750     MOVE SPACES TO SEP-LINEA
015760     STRING "<CdtTrfTxInf><InstdAmt>" PY-SEPA-IMPORTE
015770         "</InstdAmt><IBAN>" PY-IBAN
015790         "</Nm></CdtTrfTxInf>"
015800         DELIMITED BY SIZE INTO SEP-LINEA
015810     WRITE SEP-LINEA
015820     MOVE PY-NOMBRE-SEPA TO PY-ERR-ARCHIVO
015830     MOVE SEP-FILE-STATUS TO PY-ERR-STATUS
015840     PERFORM 9000-CHECK-ESTADO
015850     IF SEP-FILE-STATUS = "00"
016170*                           INSIDE THE PERIOD DROPS THE DAYS
016180*                           BEFORE IT, A TERMINATION DATE INSIDE
016190*                           THE PERIOD DROPS THE DAYS AFTER IT,
016194*                           AND EVERY VALIDATED "NP" (NO PAGADA),
016198*                           "IT" OR "AT" (SICK LEAVE) ABSENCE DAY
016202*                           COMES OFF AS WELL - SICK-LEAVE DAYS
016206*                           ARE PAID BY 2620-CALCULAR-IT INSTEAD.
016210*                           AN EXCEDENCIA STARTING INSIDE THE
016214*                           PERIOD DROPS ITS START DAY ONWARD.
016220*----------------------------------------------------------------
016230 2600-PRORRATEAR-MENSUAL.
016240     MOVE 30 TO PY-DIAS-PAGADOS
016390         COMPUTE PY-DIAS-PAGADOS =
016400             PY-DIAS-PAGADOS - (30 - PY-DIA-TRABAJO)
016410     END-IF
016411     IF E-SUSPENDIDO AND E-EXC-FECHA-INICIO(1:6) = PY-PERIODO
016412         MOVE E-EXC-FECHA-INICIO(7:2) TO PY-DIA-TRABAJO
016413         IF PY-DIA-TRABAJO > 30
016414             MOVE 30 TO PY-DIA-TRABAJO
016415         END-IF
016416         COMPUTE PY-DIAS-PAGADOS =
016417             PY-DIAS-PAGADOS - (31 - PY-DIA-TRABAJO)
016418     END-IF
016420     PERFORM 2610-RESTAR-AUSENCIA
016430         VARYING PY-ABS-IDX FROM 1 BY 1
016440         UNTIL PY-ABS-IDX > PY-ABS-MAX
016520
016530 2610-RESTAR-AUSENCIA.
016540     IF PY-ABS-E-ID (PY-ABS-IDX) = E-ID AND
016550             (PY-ABS-TIPO (PY-ABS-IDX) = "NP" OR "IT" OR "AT")
016560         SUBTRACT PY-ABS-DIAS (PY-ABS-IDX)
016570             FROM PY-DIAS-PAGADOS
016580     END-IF.
016581
016582*----------------------------------------------------------------
016583* 2620-CALCULAR-IT - PAY EACH VALIDATED SICK-LEAVE DAY ("IT"
016584*                    COMMON ILLNESS, "AT" WORK ACCIDENT) AS ITS
016585*                    OWN CONCEPT.  THE DAILY REGULATORY BASE IS
016586*                    THE MONTHLY SALARY PLUS SENIORITY WITH THE
016587*                    TWO EXTRA PAYS PRORATED, OVER 30 DAYS.  THE
016588*                    LEAVE DAY IS COUNTED FROM THE START DATE IN
016589*                    30-DAY COMMERCIAL MONTHS, SO A LEAVE RUNNING
016590*                    ACROSS PERIODS KEEPS ITS RATE: DAYS 1-3 ARE
016591*                    UNPAID, 4-20 AT 60% AND 21 ONWARD AT 75% OF
016592*                    THE BASE.  FROM THE CONVENIO DAY FOR THE
016593*                    EMPLOYEE'S CATEGORY THE COMPANY TOPS THE
016594*                    BENEFIT UP TO THE CONVENIO PERCENTAGE.
016595*----------------------------------------------------------------
016596 2620-CALCULAR-IT.
016597     MOVE ZERO TO PY-IT-DIAS PY-IT-PRESTACION PY-IT-COMPLEMENTO
016598     COMPUTE PY-IT-BASE-DIA ROUNDED =
016599         (E-SALARIO / 12 + PY-COMP-TRIENIO) * 14 / 12 / 30
016600     MOVE ZERO TO PY-IT-CNV-DIA PY-IT-CNV-PCT
016601     PERFORM 2625-BUSCAR-COMPLEMENTO
016602         VARYING PY-CNV-IDX FROM 1 BY 1
016603         UNTIL PY-CNV-IDX > PY-CNV-MAX
016604     PERFORM 2630-APLICAR-BAJA
016605         VARYING PY-ABS-IDX FROM 1 BY 1
016606         UNTIL PY-ABS-IDX > PY-ABS-MAX.
016607
016608 2625-BUSCAR-COMPLEMENTO.
016609     IF PY-CNV-CATEGORIA (PY-CNV-IDX) = E-CATEGORIA
016610         MOVE PY-CNV-IT-DIA (PY-CNV-IDX) TO PY-IT-CNV-DIA
016611         MOVE PY-CNV-IT-PCT (PY-CNV-IDX) TO PY-IT-CNV-PCT
016612     END-IF.
016613
016614 2630-APLICAR-BAJA.
016615     IF PY-ABS-E-ID (PY-ABS-IDX) = E-ID AND
016616             (PY-ABS-TIPO (PY-ABS-IDX) = "IT" OR "AT")
016617         MOVE PY-ABS-INICIO (PY-ABS-IDX) TO PY-IT-INICIO
016618         IF PY-IT-INICIO(1:6) NOT < PY-PERIODO
016619             MOVE 1 TO PY-IT-DIA
016620         ELSE
016621             MOVE PY-PERIODO(1:4) TO PY-PER-ANIO
016622             MOVE PY-PERIODO(5:2) TO PY-PER-MES
016623             MOVE PY-IT-INICIO(1:4) TO PY-IT-ANIO
016624             MOVE PY-IT-INICIO(5:2) TO PY-IT-MES
016625             MOVE PY-IT-INICIO(7:2) TO PY-DIA-TRABAJO
016626             IF PY-DIA-TRABAJO > 30
016627                 MOVE 30 TO PY-DIA-TRABAJO
016628             END-IF
016629             COMPUTE PY-IT-DIA =
016630                 ((PY-PER-ANIO - PY-IT-ANIO) * 12
016631                 + PY-PER-MES - PY-IT-MES) * 30
016632                 - PY-DIA-TRABAJO + 2
016633         END-IF
016634         ADD PY-ABS-DIAS (PY-ABS-IDX) TO PY-IT-DIAS
016635         PERFORM 2635-PAGAR-DIA-BAJA
016636             PY-ABS-DIAS (PY-ABS-IDX) TIMES
016637     END-IF.
016638
016639 2635-PAGAR-DIA-BAJA.
016640     EVALUATE TRUE
016641         WHEN PY-IT-DIA < PY-IT-DIA-60
016642             MOVE ZERO TO PY-IT-PCT-DIA
016643         WHEN PY-IT-DIA < PY-IT-DIA-75
016644             MOVE PY-IT-PCT-60 TO PY-IT-PCT-DIA
016645         WHEN OTHER
016646             MOVE PY-IT-PCT-75 TO PY-IT-PCT-DIA
016647     END-EVALUATE
016648     COMPUTE PY-IT-PRESTACION ROUNDED = PY-IT-PRESTACION
016649         + PY-IT-BASE-DIA * PY-IT-PCT-DIA / 100
016650     IF PY-IT-CNV-DIA > ZERO AND PY-IT-DIA NOT < PY-IT-CNV-DIA
016651             AND PY-IT-CNV-PCT > PY-IT-PCT-DIA
016652         COMPUTE PY-IT-COMPLEMENTO ROUNDED = PY-IT-COMPLEMENTO
016653             + PY-IT-BASE-DIA * (PY-IT-CNV-PCT - PY-IT-PCT-DIA)
016654             / 100
016655     END-IF
016656     ADD 1 TO PY-IT-DIA.
016657
016658*----------------------------------------------------------------
016659* 2650-PRORRATEAR-EXTRA - THE EXTRA PAY IS ONE MONTHLY SALARY
016660*                         ACCRUED OVER A 180-DAY COMMERCIAL
016661*                         SEMESTER (JANUARY-JUNE FOR THE YYYY13
016662*                         PAY, JULY-DECEMBER FOR YYYY14).  A HIRE
016663*                         DATE INSIDE THE SEMESTER DROPS THE DAYS
016664*                         BEFORE IT, SO SOMEONE HIRED IN APRIL
016670*                         GETS THE JUNE PAY PRORATED INSTEAD OF
016680*                         FULL OR NOTHING.
016690*----------------------------------------------------------------
017160         MOVE "A" TO PY-RET-EST (PY-RET-IDX)
017170         MOVE PY-PERIODO TO PY-RET-ABONO (PY-RET-IDX)
017180         ADD 1 TO PY-RET-PAGADOS
017181     ELSE
017182*        A RETRO SETTLED BY THE ROW BEING REVERSED STAYS IN THE
017183*        RECALCULATION.
017184         IF PY-ANULAR-PREVIA AND
017185                 PY-RET-E-ID (PY-RET-IDX) = E-ID AND
017186                 PY-RET-EST (PY-RET-IDX) = "A" AND
017187                 PY-RET-ABONO (PY-RET-IDX) = PY-PERIODO
017188             ADD PY-RET-IMPORTE (PY-RET-IDX) TO PY-RETRO
017189         END-IF
017190     END-IF.
017200
017210*----------------------------------------------------------------
017360             ADD PY-VAR-IMPORTE (PY-VAR-IDX) TO PY-VAR-GRAVABLE
017370         ELSE
017380             ADD PY-VAR-IMPORTE (PY-VAR-IDX) TO PY-VAR-EXENTO
017381         END-IF
017382     END-IF.
017383
017384*----------------------------------------------------------------
017385* 2850-CALCULAR-BENEFICIOS - THIS EMPLOYEE'S ENROLMENTS FOR THE
017386*                            PERIOD.  FLEXIBLE PAY IS THE
017387*                            EMPLOYEE'S COST, EXEMPT UP TO THE
017388*                            PLAN'S MONTHLY LIMIT.  IN KIND, THE
017389*                            VALUE LESS THE EMPLOYEE'S CO-PAY IS
017390*                            THE IN-KIND PAY, EXEMPT UP TO THE
017391*                            LIMIT, AND THE CO-PAY IS DEDUCTED.
017392*                            FLEXIBLE AND IN-KIND PAY TOGETHER
017393*                            MAY NOT PASS THE LEGAL CEILING ON
017394*                            THE SALARY PLUS SENIORITY; FLEXIBLE
017395*                            PAY ABOVE IT BECOMES AN ORDINARY
017396*                            DEDUCTION FROM THE TAXED NET.
017397*----------------------------------------------------------------
017398 2850-CALCULAR-BENEFICIOS.
017399     MOVE ZERO TO PY-BEN-FLEX PY-BEN-FLEX-EXENTO
017400         PY-BEN-ESPECIE PY-BEN-ESP-EXENTO PY-BEN-ESP-GRAV
017401         PY-BEN-INGRESO PY-BEN-DESCUENTO PY-BEN-EXCESO
017402     PERFORM 2860-APLICAR-BENEFICIO
017403         VARYING PY-BEN-IDX FROM 1 BY 1
017404         UNTIL PY-BEN-IDX > PY-BEN-MAX
017405     COMPUTE PY-BEN-TOPE ROUNDED =
017406         (PY-MENSUAL + PY-COMP-TRIENIO) * PY-FLEX-PCT / 100
017407     IF PY-BEN-FLEX + PY-BEN-ESPECIE > PY-BEN-TOPE
017408         COMPUTE PY-BEN-EXCESO =
017409             PY-BEN-FLEX + PY-BEN-ESPECIE - PY-BEN-TOPE
017410         IF PY-BEN-EXCESO > PY-BEN-FLEX
017411             MOVE PY-BEN-FLEX TO PY-BEN-EXCESO
017412         END-IF
017413         SUBTRACT PY-BEN-EXCESO FROM PY-BEN-FLEX
017414         ADD PY-BEN-EXCESO TO PY-BEN-DESCUENTO
017415         IF PY-BEN-FLEX-EXENTO > PY-BEN-FLEX
017416             MOVE PY-BEN-FLEX TO PY-BEN-FLEX-EXENTO
017417         END-IF
017418     END-IF
017419     COMPUTE PY-BEN-ESP-GRAV = PY-BEN-ESPECIE - PY-BEN-ESP-EXENTO.
017420
017421 2860-APLICAR-BENEFICIO.
017422     IF PY-BEN-E-ID (PY-BEN-IDX) = E-ID
017423         IF PY-BEN-MOD (PY-BEN-IDX) = "F"
017424             ADD PY-BEN-COSTE (PY-BEN-IDX) TO PY-BEN-FLEX
017425             IF PY-BEN-COSTE (PY-BEN-IDX) >
017426                     PY-BEN-EXENTO (PY-BEN-IDX)
017427                 ADD PY-BEN-EXENTO (PY-BEN-IDX)
017428                     TO PY-BEN-FLEX-EXENTO
017429             ELSE
017430                 ADD PY-BEN-COSTE (PY-BEN-IDX)
017431                     TO PY-BEN-FLEX-EXENTO
017432             END-IF
017433         ELSE
017434             ADD PY-BEN-COSTE (PY-BEN-IDX) TO PY-BEN-DESCUENTO
017435             IF PY-BEN-VALOR (PY-BEN-IDX) >
017436                     PY-BEN-COSTE (PY-BEN-IDX)
017437                 COMPUTE PY-BEN-IMPORTE =
017438                     PY-BEN-VALOR (PY-BEN-IDX)
017439                     - PY-BEN-COSTE (PY-BEN-IDX)
017440                 ADD PY-BEN-IMPORTE TO PY-BEN-ESPECIE
017441                 IF PY-BEN-IMPORTE > PY-BEN-EXENTO (PY-BEN-IDX)
017442                     ADD PY-BEN-EXENTO (PY-BEN-IDX)
017443                         TO PY-BEN-ESP-EXENTO
017444                 ELSE
017445                     ADD PY-BEN-IMPORTE TO PY-BEN-ESP-EXENTO
017446                 END-IF
017447             END-IF
017448         END-IF
017449     END-IF.
017450
017451*----------------------------------------------------------------
017452* 2900-DESCONTAR-ANTICIPO - RECOVER THIS EMPLOYEE'S ADVANCE
017453*                           INSTALMENTS AGAINST THE NET: EACH
017454*                           VIGENTE ADVANCE IS CHARGED ITS CUOTA,
017460*                           NEVER MORE THAN ITS BALANCE, AND AN
017470*                           ADVANCE REACHING ZERO RETIRES ITSELF
017480*                           (ESTADO LIQUIDADO).
018480         END-IF
018490         MOVE PY-PERIODO TO PY-GRN-ULT (PY-GRN-IDX)
018500         ADD 1 TO PY-GRN-RETENIDOS
018501         MOVE "E" TO PY-RTN-N-TIPO
018502         MOVE PY-GRN-ACREEDOR (PY-GRN-IDX) TO PY-RTN-N-ACREEDOR
018503         MOVE PY-GRN-REF (PY-GRN-IDX) TO PY-RTN-N-REF
018504         MOVE PY-EMB-CUOTA TO PY-RTN-N-IMPORTE
018505         PERFORM 2999-ANOTAR-RETENCION
018506     END-IF.
018507
018508*----------------------------------------------------------------
018509* 2970-ARRASTRAR-RETENCIONES - OFF-CYCLE RECALCULATION OF A PERIOD
018510*                              ALREADY PAID: THE GARNISHMENTS,
018511*                              ADVANCE INSTALMENT AND UNION
018512*                              DUES WERE TAKEN, AND THEIR FILES
018513*                              MOVED ON, BY THE ROW BEING
018514*                              REVERSED, SO THE SAME AMOUNTS ARE
018515*                              CARRIED OVER, NOT CHARGED AGAIN.
018516*----------------------------------------------------------------
018517 2970-ARRASTRAR-RETENCIONES.
018518     MOVE PA-EMBARGO   TO PY-EMBARGO
018519     MOVE PA-ANTICIPO  TO PY-ANTICIPO
018520     MOVE PA-ANT-SALDO TO PY-ANT-SALDO
018521     MOVE PA-SINDICAL  TO PY-SINDICAL
018522     SUBTRACT PY-EMBARGO PY-ANTICIPO PY-SINDICAL FROM PY-NETO.
018523
018524*----------------------------------------------------------------
018525* 2980-DESCONTAR-BENEFICIOS - THE FLEXIBLE PAY AND THE BENEFIT
018526*                             DEDUCTIONS LEAVE THE NET LAST, SO
018527*                             THE GARNISHMENT SCALE STILL SEES
018528*                             THE FULL SALARY.
018529*----------------------------------------------------------------
018530 2980-DESCONTAR-BENEFICIOS.
018531     IF PY-BEN-FLEX + PY-BEN-DESCUENTO > ZERO
018532         SUBTRACT PY-BEN-FLEX PY-BEN-DESCUENTO FROM PY-NETO
018533         IF PY-NETO < ZERO
018534             DISPLAY "EMPPAY: NETO NEGATIVO TRAS BENEFICIOS PARA"
018535                 " E-ID " FUNCTION TRIM(E-ID)
018536         END-IF
018537     END-IF.
018538
018539*----------------------------------------------------------------
018540* 2990-CUOTA-SINDICAL - THE DUES OF EACH MEMBERSHIP IN FORCE IN
018541*                       THE PERIOD: THE UNION'S FIXED AMOUNT, OR
018542*                       ITS PERCENTAGE OF THE CASH GROSS.  THEY
018543*                       LEAVE THE NET LAST AND ONLY WHOLE - DUES
018544*                       THE NET CANNOT COVER ARE NOT DEDUCTED THIS
018545*                       MONTH.  A MEMBERSHIP ALREADY CHARGED THIS
018546*                       PERIOD IS SKIPPED, SO A RE-RUN CANNOT
018547*                       DEDUCT TWICE.
018548*----------------------------------------------------------------
018549 2990-CUOTA-SINDICAL.
018550     MOVE ZERO TO PY-SINDICAL
018551     IF PY-AFI-MAX > 0
018552         COMPUTE PY-BRUTO-CUOTA = PY-MENSUAL + PY-COMP-TRIENIO
018553             + PY-RETRO + PY-VAR-GRAVABLE + PY-VAR-EXENTO
018554             + PY-IT-PRESTACION + PY-IT-COMPLEMENTO
018555         PERFORM 2991-COBRAR-AFILIACION
018556             VARYING PY-AFI-IDX FROM 1 BY 1
018557             UNTIL PY-AFI-IDX > PY-AFI-MAX
018558     END-IF.
018559
018560 2991-COBRAR-AFILIACION.
018561     IF PY-AFI-E-ID (PY-AFI-IDX) = E-ID AND
018562             PY-AFI-DESDE (PY-AFI-IDX) <= PY-BEN-FIN AND
018563             (PY-AFI-HASTA (PY-AFI-IDX) = ZERO OR
018564              PY-AFI-HASTA (PY-AFI-IDX) >= PY-BEN-INICIO) AND
018565             PY-AFI-ULT (PY-AFI-IDX) NOT = PY-PERIODO
018566         MOVE 0 TO PY-ACR-HALLADO
018567         PERFORM 2992-BUSCAR-SINDICATO
018568             VARYING PY-ACR-IDX FROM 1 BY 1
018569             UNTIL PY-ACR-IDX > PY-ACR-MAX
018570                 OR PY-ACR-HALLADO > 0
018571         IF PY-ACR-HALLADO = 0
018572             DISPLAY "EMPPAY: SINDICATO "
018573                 FUNCTION TRIM(PY-AFI-SINDICATO (PY-AFI-IDX))
018574                 " NO ESTA EN ACREEDOR.DAT - SIN CUOTA PARA "
018575                 FUNCTION TRIM(E-ID)
018576         ELSE
018577             PERFORM 2993-DESCONTAR-CUOTA
018578         END-IF
018579     END-IF.
018580
018581 2992-BUSCAR-SINDICATO.
018582     IF PY-ACR-CODIGO (PY-ACR-IDX) =
018583             PY-AFI-SINDICATO (PY-AFI-IDX)
018584         MOVE PY-ACR-IDX TO PY-ACR-HALLADO
018585     END-IF.
018586
018587 2993-DESCONTAR-CUOTA.
018588     IF PY-ACR-PCT (PY-ACR-HALLADO) > ZERO
018589         COMPUTE PY-CUOTA-SIN ROUNDED = PY-BRUTO-CUOTA
018590             * PY-ACR-PCT (PY-ACR-HALLADO) / 100
018591     ELSE
018592         MOVE PY-ACR-CUOTA (PY-ACR-HALLADO) TO PY-CUOTA-SIN
018593     END-IF
018594     IF PY-CUOTA-SIN > ZERO
018595         IF PY-NETO < PY-CUOTA-SIN
018596             DISPLAY "EMPPAY: NETO INSUFICIENTE PARA LA CUOTA"
018597                 " SINDICAL DE " FUNCTION TRIM(E-ID)
018598                 " - NO SE DESCUENTA ESTE MES"
018599         ELSE
018600             SUBTRACT PY-CUOTA-SIN FROM PY-NETO
018601             ADD PY-CUOTA-SIN TO PY-SINDICAL
018602             MOVE PY-PERIODO TO PY-AFI-ULT (PY-AFI-IDX)
018603             ADD 1 TO PY-AFI-DESCONTADAS
018604             MOVE "S" TO PY-RTN-N-TIPO
018605             MOVE PY-AFI-SINDICATO (PY-AFI-IDX)
018606                 TO PY-RTN-N-ACREEDOR
018607             MOVE PY-AFI-NUMERO (PY-AFI-IDX) TO PY-RTN-N-REF
018608             MOVE PY-CUOTA-SIN TO PY-RTN-N-IMPORTE
018609             PERFORM 2999-ANOTAR-RETENCION
018610         END-IF
018611     END-IF.
018612
018613*----------------------------------------------------------------
018614* 2999-ANOTAR-RETENCION - KEEP ONE AMOUNT WITHHELD FOR A THIRD
018615*                         PARTY (PY-RTN-NUEVA) FOR EMPREM.DAT.
018616*                         A FULL TABLE IS REPORTED ONCE; THE
018617*                         EMPREMT BALANCE THEN FLAGS THE GAP.
018618*----------------------------------------------------------------
018619 2999-ANOTAR-RETENCION.
018620     IF PY-RTN-MAX < 500
018621         ADD 1 TO PY-RTN-MAX
018622         MOVE PY-RTN-N-TIPO      TO PY-RTN-TIPO (PY-RTN-MAX)
018623         MOVE PY-RTN-N-ACREEDOR  TO PY-RTN-ACREEDOR (PY-RTN-MAX)
018624         MOVE E-ID               TO PY-RTN-E-ID (PY-RTN-MAX)
018625         MOVE PY-RTN-N-REF       TO PY-RTN-REF (PY-RTN-MAX)
018626         MOVE PY-RTN-N-IMPORTE   TO PY-RTN-IMPORTE (PY-RTN-MAX)
018627     ELSE
018628         IF NOT PY-RTN-AVISADO
018629             DISPLAY "EMPPAY: TABLA DE RETENCIONES A TERCEROS"
018630                 " LLENA - EMPREM.DAT QUEDARA INCOMPLETO"
018631             MOVE "Y" TO PY-RTN-AVISADO-SW
018632         END-IF
018633     END-IF.
018634
018635 2310-BUSCAR-TRAMO-IRPF.
018636     IF E-SALARIO >= PY-IRPF-DESDE (PY-IDX) AND
018637             E-SALARIO <= PY-IRPF-HASTA (PY-IDX)
018638         MOVE PY-IRPF-PCT (PY-IDX) TO PY-IRPF-PCT-APLICA
018639     END-IF.
018640
018641*----------------------------------------------------------------
018642* 2330-TIPO-PERSONAL - THE RATE ON EMPIRPF.DAT STAYS IN FORCE
018643*                      UNTIL THE YEAR TURNS, E-SALARIO CHANGES OR
018644*                      THE SCREEN FLAGS A NEW DECLARATION; THEN IT
018645*                      IS WORKED OUT AGAIN AND REGULARISED FOR THE
018646*                      REST OF THE YEAR.
018647*----------------------------------------------------------------
018648 2330-TIPO-PERSONAL.
018649     IF PY-IRP-RECALC (PY-IRP-HALLADO) = "S" OR
018650             PY-IRP-ANIO (PY-IRP-HALLADO) NOT = PY-IRP-ANIO-RUN OR
018651             PY-IRP-SALARIO (PY-IRP-HALLADO) NOT = E-SALARIO
018652         PERFORM 2350-CALCULAR-TIPO-ANUAL
018653         MOVE PY-TIPO-CALC TO PY-IRP-TIPO (PY-IRP-HALLADO)
018654         MOVE PY-IRP-ANIO-RUN TO PY-IRP-ANIO (PY-IRP-HALLADO)
018655         MOVE E-SALARIO TO PY-IRP-SALARIO (PY-IRP-HALLADO)
018656         MOVE PY-PERIODO TO PY-IRP-PERIODO (PY-IRP-HALLADO)
018657         MOVE "N" TO PY-IRP-RECALC (PY-IRP-HALLADO)
018658         ADD 1 TO PY-IRP-RECALCULADOS
018659         MOVE "Y" TO PY-IRP-NUEVO-SW
018660     END-IF
018661     MOVE PY-IRP-TIPO (PY-IRP-HALLADO) TO PY-IRPF-PCT-APLICA.
018662
018663 2340-BUSCAR-SITUACION.
018664     MOVE 0 TO PY-IRP-HALLADO
018665     PERFORM 2345-COMPARAR-SITUACION
018666         VARYING PY-IRP-IDX FROM 1 BY 1
018667         UNTIL PY-IRP-IDX > PY-IRP-MAX OR PY-IRP-HALLADO > 0.
018668
018669 2345-COMPARAR-SITUACION.
018670     IF PY-IRP-E-ID (PY-IRP-IDX) = PY-IRP-CLAVE
018671         MOVE PY-IRP-IDX TO PY-IRP-HALLADO
018672     END-IF.
018673
018674*----------------------------------------------------------------
018675* 2350-CALCULAR-TIPO-ANUAL - PROJECT THE YEAR'S TAXABLE GROSS
018676*                            (WHAT HAS BEEN PAID SO FAR PLUS THE
018677*                            REGULAR PAY TIMES THE PAYS STILL TO
018678*                            COME, EXTRAS INCLUDED), WORK OUT THE
018679*                            YEAR'S TAX AND THE THEORETICAL RATE,
018680*                            THEN SPREAD WHAT IS STILL DUE AFTER
018681*                            THE WITHHOLDING ALREADY DONE OVER THE
018682*                            REMAINING PAYS.  NEVER BELOW ZERO,
018683*                            NEVER ABOVE THE TOP MARGINAL RATE,
018684*                            NEVER BELOW A VOLUNTARY HIGHER RATE.
018685*----------------------------------------------------------------
018686 2350-CALCULAR-TIPO-ANUAL.
018687     MOVE ZERO TO PY-YTD-BASE PY-YTD-IRPF PY-PAGAS-PAGADAS
018688     PERFORM 2355-SUMAR-PAGA
018689         VARYING PY-SLOT FROM 1 BY 1 UNTIL PY-SLOT > 14
018690*    PAYS STILL TO COME BY THE CALENDAR, THIS ONE INCLUDED: THE
018691*    MONTHS LEFT PLUS THE EXTRAS NOT YET DUE.  A PERSON HIRED
018692*    LATE IN THE YEAR IS CAPPED BY THE CALENDAR, ONE WITH A FULL
018693*    HISTORY BY THE 14 PAYS OF THE YEAR.
018694     EVALUATE TRUE
018695         WHEN PY-IRP-MES = 13
018696             MOVE 8 TO PY-PAGAS-CAL
018697         WHEN PY-IRP-MES = 14
018698             MOVE 2 TO PY-PAGAS-CAL
018699         WHEN PY-IRP-MES <= 6
018700             COMPUTE PY-PAGAS-CAL = 12 - PY-IRP-MES + 1 + 2
018701         WHEN OTHER
018702             COMPUTE PY-PAGAS-CAL = 12 - PY-IRP-MES + 1 + 1
018703     END-EVALUATE
018704     COMPUTE PY-PAGAS-RESTAN = 14 - PY-PAGAS-PAGADAS
018705     IF PY-PAGAS-CAL < PY-PAGAS-RESTAN
018706         MOVE PY-PAGAS-CAL TO PY-PAGAS-RESTAN
018707     END-IF
018708     IF PY-PAGAS-RESTAN < 1
018709         MOVE 1 TO PY-PAGAS-RESTAN
018710     END-IF
018711     COMPUTE PY-PAGA-REGULAR ROUNDED =
018712         E-SALARIO / 12 + PY-COMP-TRIENIO
018713     COMPUTE PY-ANUAL = PY-YTD-BASE
018714         + PY-PAGAS-RESTAN * PY-PAGA-REGULAR
018715     MOVE ZERO TO PY-TIPO-TEORICO
018716     EVALUATE PY-IRP-SITUACION (PY-IRP-HALLADO)
018717         WHEN "1"
018718             MOVE 1 TO PY-IRP-SIT
018719         WHEN "2"
018720             MOVE 2 TO PY-IRP-SIT
018721         WHEN OTHER
018722             MOVE 3 TO PY-IRP-SIT
018723     END-EVALUATE
018724     IF PY-ANUAL > PY-EXENTO (PY-IRP-SIT)
018725         PERFORM 2370-CUOTA-TEORICA
018726     END-IF
018727     IF PY-PAGA-REGULAR = ZERO
018728         MOVE PY-TIPO-TEORICO TO PY-TIPO-CALC
018729     ELSE
018730         COMPUTE PY-TIPO-CALC ROUNDED =
018731             (PY-ANUAL * PY-TIPO-TEORICO / 100 - PY-YTD-IRPF)
018732             * 100 / (PY-PAGAS-RESTAN * PY-PAGA-REGULAR)
018733     END-IF
018734     IF PY-TIPO-CALC < ZERO
018735         MOVE ZERO TO PY-TIPO-CALC
018736     END-IF
018737     IF PY-TIPO-CALC > PY-ESC-PCT-MAX
018738         MOVE PY-ESC-PCT-MAX TO PY-TIPO-CALC
018739     END-IF
018740     IF PY-TIPO-CALC < PY-IRP-VOLUNT (PY-IRP-HALLADO)
018741         MOVE PY-IRP-VOLUNT (PY-IRP-HALLADO) TO PY-TIPO-CALC
018742     END-IF.
018743
018744 2355-SUMAR-PAGA.
018745     IF PY-IRP-P-HAY (PY-IRP-HALLADO, PY-SLOT) = "S"
018746         ADD 1 TO PY-PAGAS-PAGADAS
018747         ADD PY-IRP-P-BASE (PY-IRP-HALLADO, PY-SLOT)
018748             TO PY-YTD-BASE
018749         ADD PY-IRP-P-IRPF (PY-IRP-HALLADO, PY-SLOT)
018750             TO PY-YTD-IRPF
018751     END-IF.
018752
018753*----------------------------------------------------------------
018754* 2370-CUOTA-TEORICA - THE YEAR'S TAX: THE SCALE OVER THE BASE
018755*                      (GROSS LESS SOCIAL SECURITY AND THE
018756*                      DEDUCTIBLE EXPENSES) LESS THE SCALE OVER
018757*                      THE PERSONAL AND FAMILY MINIMUM, AS A
018758*                      PERCENTAGE OF THE GROSS, LESS THE MORTGAGE
018759*                      POINTS WHEN THEY APPLY.
018760*----------------------------------------------------------------
018761 2370-CUOTA-TEORICA.
018762     COMPUTE PY-BASE-LIQ ROUNDED = PY-ANUAL
018763         - PY-ANUAL * PY-SS-PCT / 100 - PY-GASTOS
018764     IF PY-BASE-LIQ < ZERO
018765         MOVE ZERO TO PY-BASE-LIQ
018766     END-IF
018767     COMPUTE PY-MINIMO = PY-MIN-PERSONAL
018768         + PY-IRP-DESC (PY-IRP-HALLADO) * PY-MIN-DESC
018769         + PY-IRP-MENOR3 (PY-IRP-HALLADO) * PY-MIN-MENOR3
018770         + PY-IRP-ASC (PY-IRP-HALLADO) * PY-MIN-ASC
018771     IF PY-IRP-DISCAP (PY-IRP-HALLADO) >= 65
018772         ADD PY-MIN-DISC65 TO PY-MINIMO
018773     ELSE
018774         IF PY-IRP-DISCAP (PY-IRP-HALLADO) >= 33
018775             ADD PY-MIN-DISC TO PY-MINIMO
018776         END-IF
018777     END-IF
018778     IF PY-MINIMO > PY-BASE-LIQ
018779         MOVE PY-BASE-LIQ TO PY-MINIMO
018780     END-IF
018781     MOVE PY-BASE-LIQ TO PY-ESC-BASE
018782     PERFORM 2380-APLICAR-ESCALA
018783     MOVE PY-ESC-CUOTA TO PY-CUOTA-BASE
018784     MOVE PY-MINIMO TO PY-ESC-BASE
018785     PERFORM 2380-APLICAR-ESCALA
018786     COMPUTE PY-CUOTA-ANUAL = PY-CUOTA-BASE - PY-ESC-CUOTA
018787     IF PY-CUOTA-ANUAL > ZERO AND PY-ANUAL > ZERO
018788         COMPUTE PY-TIPO-TEORICO ROUNDED =
018789             PY-CUOTA-ANUAL * 100 / PY-ANUAL
018790     END-IF
018791     IF PY-IRP-HIPOTECA (PY-IRP-HALLADO) = "S" AND
018792             PY-ANUAL < PY-HIPO-LIMITE
018793         SUBTRACT PY-HIPO-PCT FROM PY-TIPO-TEORICO
018794         IF PY-TIPO-TEORICO < ZERO
018795             MOVE ZERO TO PY-TIPO-TEORICO
018796         END-IF
018797     END-IF.
018798
018799 2380-APLICAR-ESCALA.
018800     MOVE ZERO TO PY-ESC-CUOTA
018801     PERFORM 2385-TRAMO-ESCALA
018802         VARYING PY-IDX FROM 1 BY 1
018803         UNTIL PY-IDX > PY-ESC-MAX.
018804
018805 2385-TRAMO-ESCALA.
018806     IF PY-ESC-BASE > PY-ESC-DESDE (PY-IDX)
018807         IF PY-ESC-BASE < PY-ESC-HASTA (PY-IDX)
018808             COMPUTE PY-ESC-TRAMO =
018809                 PY-ESC-BASE - PY-ESC-DESDE (PY-IDX)
018810         ELSE
018811             COMPUTE PY-ESC-TRAMO =
018812                 PY-ESC-HASTA (PY-IDX) - PY-ESC-DESDE (PY-IDX)
018813         END-IF
018814         COMPUTE PY-ESC-CUOTA ROUNDED = PY-ESC-CUOTA
018815             + PY-ESC-TRAMO * PY-ESC-PCT (PY-IDX) / 100
018816     END-IF.
018817
018818 2320-SUMAR-FIJAS.
018819     ADD PY-FIJO-IMPORTE (PY-IDX) TO PY-FIJO.
018820
018821*----------------------------------------------------------------
018822* 3000-PRINT-TOTALES - WRITE THE GRAND TOTAL LINES OF THE
018823*                      PAYROLL REGISTER AND DISPLAY A RUN
018824*                      SUMMARY.
018825*----------------------------------------------------------------
018826 3000-PRINT-TOTALES.
018827     MOVE SPACES TO RPT-LINEA
018828     WRITE RPT-LINEA
018829     MOVE PY-TOTAL-MENSUAL TO PY-TOTAL-EDIT
018830     STRING "TOTAL BRUTO MENSUAL   : " PY-TOTAL-EDIT
018831         DELIMITED BY SIZE INTO RPT-LINEA
018832     WRITE RPT-LINEA
018833     MOVE PY-TOTAL-RETRO TO PY-TOTAL-EDIT
018834     STRING "TOTAL AJUSTES RETRO   : " PY-TOTAL-EDIT
018835         DELIMITED BY SIZE INTO RPT-LINEA
018836     WRITE RPT-LINEA
018837     MOVE PY-TOTAL-VAR TO PY-TOTAL-EDIT
018838     STRING "TOTAL CONC. VARIABLES : " PY-TOTAL-EDIT
018839         DELIMITED BY SIZE INTO RPT-LINEA
018840     WRITE RPT-LINEA
018841     MOVE PY-TOTAL-ANTICIPO TO PY-TOTAL-EDIT
018842     STRING "TOTAL ANTICIPOS DESC. : " PY-TOTAL-EDIT
018843         DELIMITED BY SIZE INTO RPT-LINEA
018850     WRITE RPT-LINEA
018860     MOVE PY-TOTAL-TRIENIO TO PY-TOTAL-EDIT
018870     STRING "TOTAL ANTIGUEDAD      : " PY-TOTAL-EDIT
018880         DELIMITED BY SIZE INTO RPT-LINEA
018890     WRITE RPT-LINEA
018891     MOVE PY-TOTAL-IT-PREST TO PY-TOTAL-EDIT
018892     STRING "TOTAL PRESTACION IT   : " PY-TOTAL-EDIT
018893         DELIMITED BY SIZE INTO RPT-LINEA
018894     WRITE RPT-LINEA
018895     MOVE PY-TOTAL-IT-COMPL TO PY-TOTAL-EDIT
018896     STRING "TOTAL COMPLEMENTO IT  : " PY-TOTAL-EDIT
018897         DELIMITED BY SIZE INTO RPT-LINEA
018898     WRITE RPT-LINEA
018900     MOVE PY-TOTAL-EMBARGO TO PY-TOTAL-EDIT
018910     STRING "TOTAL EMBARGOS RETEN. : " PY-TOTAL-EDIT
018911         DELIMITED BY SIZE INTO RPT-LINEA
018912     WRITE RPT-LINEA
018913     MOVE PY-TOTAL-BEN-FLEX TO PY-TOTAL-EDIT
018914     STRING "TOTAL RETRIB. FLEXIBLE: " PY-TOTAL-EDIT
018915         DELIMITED BY SIZE INTO RPT-LINEA
018916     WRITE RPT-LINEA
018917     MOVE PY-TOTAL-BEN-ESPECIE TO PY-TOTAL-EDIT
018918     STRING "TOTAL RETRIB. ESPECIE : " PY-TOTAL-EDIT
018919         DELIMITED BY SIZE INTO RPT-LINEA
018920     WRITE RPT-LINEA
018921     MOVE PY-TOTAL-BEN-INGRESO TO PY-TOTAL-EDIT
018922     STRING "TOTAL INGRESOS A CTA. : " PY-TOTAL-EDIT
018923         DELIMITED BY SIZE INTO RPT-LINEA
018924     WRITE RPT-LINEA
018925     MOVE PY-TOTAL-BEN-DESC TO PY-TOTAL-EDIT
018926     STRING "TOTAL DESC. BENEFICIOS: " PY-TOTAL-EDIT
018927         DELIMITED BY SIZE INTO RPT-LINEA
018928     WRITE RPT-LINEA
018929     MOVE PY-TOTAL-SINDICAL TO PY-TOTAL-EDIT
018930     STRING "TOTAL CUOTAS SINDIC.  : " PY-TOTAL-EDIT
018931         DELIMITED BY SIZE INTO RPT-LINEA
018932     WRITE RPT-LINEA
018940     MOVE PY-TOTAL-IRPF TO PY-TOTAL-EDIT
018950     STRING "TOTAL IRPF            : " PY-TOTAL-EDIT
018960         DELIMITED BY SIZE INTO RPT-LINEA
019070     STRING "TOTAL NETO MENSUAL    : " PY-TOTAL-EDIT
019080         DELIMITED BY SIZE INTO RPT-LINEA
019090     WRITE RPT-LINEA
019091     IF PY-RUN-FUERA-CICLO
019092         MOVE PY-TOTAL-DIFERENCIA TO PY-TOTAL-EDIT
019093         MOVE SPACES TO RPT-LINEA
019094         STRING "TOTAL DIFERENCIAS     : " PY-TOTAL-EDIT
019095             DELIMITED BY SIZE INTO RPT-LINEA
019096         WRITE RPT-LINEA
019097         MOVE ZERO TO PY-OFC-PENDIENTES
019098         PERFORM 3050-AVISAR-PENDIENTE
019099             VARYING PY-OFC-IDX FROM 1 BY 1
019100             UNTIL PY-OFC-IDX > PY-OFC-MAX
019101         IF PY-OFC-PENDIENTES > 0
019102             MOVE 4 TO RETURN-CODE
019103         END-IF
019104     END-IF
019105     IF PY-CAB-PEDIDA
019110         MOVE SPACES TO BNK-REGISTRO
019120         MOVE "FIN" TO BNK-FIN-TIPO
019130         MOVE PY-MOV-COUNT TO BNK-FIN-COUNT
019140         MOVE PY-MOV-TOTAL TO BNK-FIN-TOTAL
019150         WRITE BNK-REGISTRO
019160         MOVE PY-NOMBRE-BANCO TO PY-ERR-ARCHIVO
019170         MOVE BNK-FILE-STATUS TO PY-ERR-STATUS
019180         PERFORM 9000-CHECK-ESTADO
019190     END-IF
019250             "</CtrlSum></CstmrCdtTrfInitn>"
019260             DELIMITED BY SIZE INTO SEP-LINEA
019270         WRITE SEP-LINEA
019280         MOVE PY-NOMBRE-SEPA TO PY-ERR-ARCHIVO
019290         MOVE SEP-FILE-STATUS TO PY-ERR-STATUS
019300         PERFORM 9000-CHECK-ESTADO
019310     END-IF
019340     DISPLAY "EMPPAY: TOTAL NETO MENSUAL: " PY-TOTAL-EDIT
019350     DISPLAY "EMPPAY: MOVIMIENTOS BANCARIOS: " PY-MOV-COUNT
019360         "  SIN DATOS BANCARIOS: " PY-SIN-BANCO-COUNT
019361         "  POR CHEQUE: " PY-CHEQUE-COUNT
019362     IF PY-IRP-RECALCULADOS > 0
019363         DISPLAY "EMPPAY: TIPOS IRPF PERSONALES REGULARIZADOS: "
019364             PY-IRP-RECALCULADOS
019365     END-IF
019366     IF PY-RUN-FUERA-CICLO
019367         MOVE PY-TOTAL-DIFERENCIA TO PY-TOTAL-EDIT
019368         DISPLAY "EMPPAY: TOTAL DIFERENCIAS FUERA DE CICLO: "
019369             PY-TOTAL-EDIT "  CHEQUES: " PY-CHQ-EMITIDOS
019370     END-IF
019371     IF PY-OFC-OMITIDOS > 0
019372         DISPLAY "EMPPAY: OMITIDOS POR NOMINA FUERA DE CICLO: "
019373             PY-OFC-OMITIDOS
019374     END-IF.
019375
019376*----------------------------------------------------------------
019377* 3050-AVISAR-PENDIENTE - A LISTED E-ID THE OFF-CYCLE RUN NEVER
019378*                         REACHED: NOT ON THE MASTER, OR NOT
019379*                         PAYABLE IN THE PERIOD.
019380*----------------------------------------------------------------
019381 3050-AVISAR-PENDIENTE.
019382     IF PY-OFC-HECHO (PY-OFC-IDX) NOT = "Y"
019383         ADD 1 TO PY-OFC-PENDIENTES
019384         MOVE SPACES TO RPT-LINEA
019385         STRING "AVISO: E-ID "
019386             FUNCTION TRIM(PY-OFC-E-ID (PY-OFC-IDX))
019387             " NO PROCESADO - NO EXISTE O NO COBRA EN EL PERIODO"
019388             DELIMITED BY SIZE INTO RPT-LINEA
019389         WRITE RPT-LINEA
019390         DISPLAY "EMPPAY: E-ID "
019391             FUNCTION TRIM(PY-OFC-E-ID (PY-OFC-IDX))
019392             " DE EMPOFF.DAT NO PROCESADO"
019393     END-IF.
019394
019395 9000-CHECK-ESTADO.
019400     IF PY-ERR-STATUS NOT = "00" AND PY-ERR-STATUS NOT = "05"
019410         CALL "FILERR" USING PY-LOG-PROGRAMA, PY-ERR-ARCHIVO,
019420             PY-ERR-STATUS
019510*    PREVIOUS RUN'S OUTPUT UNDER TODAY'S DATE.
019520     IF PY-CALCULAR
019530         CALL "OPERSES" USING PY-OPERADOR, PY-OPER-NIVEL
019540         MOVE PY-NOMBRE-NOMINA TO PY-ARCHIVO-SPOOL
019550         CALL "SPOOLCAT" USING PY-LOG-PROGRAMA,
019560             PY-ARCHIVO-SPOOL, PY-OPERADOR
019570     END-IF
