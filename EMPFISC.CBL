000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       TAX-AGENCY WITHHOLDING FILINGS.  FOR A REQUESTED
000060*                YEAR AND QUARTER, TOTALS THE TAXABLE PERCEPTIONS
000070*                (PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VAR-GRAV)
000080*                AND THE IRPF WITHHELD (PH-IRPF) FROM THE
000090*                EMPPAYH.DAT HISTORY - LATEST ROW PER EMPLOYEE AND
000100*                PERIOD, THE WAY EMPCERT AND EMPSSRE KEEP THEIR
000110*                FIGURES - AND WRITES THE QUARTERLY MODELO 111
000120*                FILE (MOD111.DAT: RECIPIENTS, PERCEPTIONS AND
000130*                WITHHOLDING, CASH AND IN-KIND APART).  EVERY
000140*                QUARTER RELEASED IS RECORDED ON EMP111H.DAT.  THE
000150*                FOURTH-QUARTER RUN ALSO BUILDS THE ANNUAL MODELO
000160*                190 (MOD190.DAT, ONE DECLARANT RECORD AND ONE
000170*                500-BYTE RECORD PER RECIPIENT) AND RELEASES
000180*                NEITHER FILE UNLESS THE FOUR QUARTERS AS FILED
000190*                ADD UP TO THE 190 - A QUARTER NEVER FILED, OR
000200*                A PAYROLL RERUN AFTER FILING, STOPS THE JOB WITH
000210*                RETURN CODE 8 AND THE DIFFERENCES ON THE CONTROL
000220*                LISTING.  THE DECLARANT'S NIF, NAME, TELEPHONE,
000230*                CONTACT AND PROVINCE COME FROM EMPFISC.PRM.
000240* TECTONICS:     cobc -x -std=ibm -I copybooks EMPFISC.CBL
000250*                RPTROUTE RPTBANNER RUNLOG OPERSES SPOOLCAT
000260*                IDENREG
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   ---------- ----  ----------------------------------------
000310*   2026-10-15  RT   ORIGINAL PROGRAM.
000320*   2026-10-15  RT   THE GROSS NOW ADDS PH-IT-PRESTACION AND PH-
000330*                    IT-COMPLEMENTO, THE SICK-LEAVE BENEFIT AND
000340*                    CONVENIO TOP-UP THE PAYROLL RUN NOW PAYS
000350*                    INSTEAD OF THE SALARY FOR THOSE DAYS.
000360*   2026-10-15  RT   EACH MODELO 190 RECIPIENT RECORD NOW CARRIES
000370*                    THE EMPLOYEE'S NIF (M190-P-NIF) FROM THE
000380*                    EMPIDEN.DAT IDENTITY REGISTER; A RECIPIENT
000390*                    WITH NO NIF ON FILE IS NAMED ON THE CONSOLE
000400*                    SO IT CAN BE KEYED BEFORE THE FILE IS
000410*                    SUBMITTED.
000420*   2026-10-15  RT   IN-KIND PAY FROM THE BENEFITS FILE IS NOW
000430*                    FILED: THE TAXABLE IN-KIND VALUE (PH-ESP-
000440*                    GRAV) AND ITS INGRESO A CUENTA (PH-ESP-
000450*                    INGRESO) FILL BOXES 04-06 OF THE 111, THE IN-
000460*                    KIND FIELDS OF EACH 190 RECIPIENT
000470*                    (REPERCUTIDO, SINCE THE EMPLOYEE BEARS IT)
000480*                    AND THE EMP111H.DAT FILING, AND TAKE PART IN
000490*                    THE FOURTH-QUARTER CROSS-CHECK. THE EXEMPT
000500*                    PART OF THE FLEXIBLE PAY (PH-FLEX-EXENTO)
000510*                    LEAVES THE CASH PERCEPTIONS.
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. EMPFISC.
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     COPY EMPFSEL.
000600     COPY EMPPHSEL.
000610
000620     SELECT OPTIONAL DECLARANTE-PARM
000630         ASSIGN TO "EMPFISC.PRM"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS PRM-FILE-STATUS.
000660
000670     SELECT OPTIONAL PRESENTADOS-111
000680         ASSIGN TO "EMP111H.DAT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS HT-FILE-STATUS.
000710
000720     SELECT MODELO-111
000730         ASSIGN TO "MOD111.DAT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS M111-FILE-STATUS.
000760
000770     SELECT MODELO-190
000780         ASSIGN TO "MOD190.DAT"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS M190-FILE-STATUS.
000810
000820     SELECT EMPFISC-REPORTE
000830         ASSIGN TO "EMPFISC.RPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS RPT-FILE-STATUS.
000860
000870     SELECT EMPFISC-IMPRESORA
000880         ASSIGN TO "EMPFISC.PRN"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS PRN-FILE-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  EMPLEADOS-ARCHIVO.
000950     COPY EMPREG.
000960
000970 FD  EMPLEADOS-PAY-HIST.
000980     COPY EMPPAYH.
000990
001000 FD  DECLARANTE-PARM.
001010 01  PRM-REGISTRO.
001020     05  PRM-NIF              PIC X(09).
001030     05  PRM-RAZON            PIC X(40).
001040     05  PRM-TELEFONO         PIC 9(09).
001050     05  PRM-CONTACTO         PIC X(40).
001060     05  PRM-PROVINCIA        PIC 9(02).
001070
001080 FD  PRESENTADOS-111.
001090 01  HT-REGISTRO.
001100     05  HT-ANIO              PIC 9(04).
001110     05  HT-TRIMESTRE         PIC 9(01).
001120     05  HT-PERCEPTORES       PIC 9(07).
001130     05  HT-DIN-BASE          PIC S9(11)V99.
001140     05  HT-DIN-RETEN         PIC 9(11)V99.
001150     05  HT-ESP-PERCEPTORES   PIC 9(07).
001160     05  HT-ESP-VALOR         PIC 9(11)V99.
001170     05  HT-ESP-INGRESO       PIC 9(11)V99.
001180     05  HT-FECHA             PIC 9(08).
001190     05  HT-OPERADOR          PIC X(08).
001200
001210 FD  MODELO-111.
001220 01  M111-REGISTRO.
001230     05  M111-MODELO          PIC X(03).
001240     05  M111-EJERCICIO       PIC 9(04).
001250     05  M111-PERIODO         PIC X(02).
001260     05  M111-NIF             PIC X(09).
001270     05  M111-RAZON           PIC X(40).
001280     05  M111-C01             PIC 9(08).
001290     05  M111-C02-SIGNO       PIC X(01).
001300     05  M111-C02             PIC 9(15)V99.
001310     05  M111-C03             PIC 9(15)V99.
001320     05  M111-C04             PIC 9(08).
001330     05  M111-C05             PIC 9(15)V99.
001340     05  M111-C06             PIC 9(15)V99.
001350     05  M111-C28             PIC 9(15)V99.
001360     05  M111-C30             PIC 9(15)V99.
001370     05  M111-FECHA           PIC 9(08).
001380     05  FILLER               PIC X(65).
001390
001400 FD  MODELO-190.
001410 01  M190-REGISTRO            PIC X(500).
001420 01  M190-DECLARANTE REDEFINES M190-REGISTRO.
001430     05  M190-D-TIPO          PIC X(01).
001440     05  M190-D-MODELO        PIC X(03).
001450     05  M190-D-EJERCICIO     PIC 9(04).
001460     05  M190-D-NIF           PIC X(09).
001470     05  M190-D-RAZON         PIC X(40).
001480     05  M190-D-SOPORTE       PIC X(01).
001490     05  M190-D-TELEFONO      PIC 9(09).
001500     05  M190-D-CONTACTO      PIC X(40).
001510     05  M190-D-JUSTIFICANTE  PIC 9(13).
001520     05  M190-D-COMPLEMENT    PIC X(01).
001530     05  M190-D-SUSTITUTIVA   PIC X(01).
001540     05  M190-D-ANTERIOR      PIC 9(13).
001550     05  M190-D-PERCEPTORES   PIC 9(09).
001560     05  M190-D-PERC-SIGNO    PIC X(01).
001570     05  M190-D-PERCEPCIONES  PIC 9(13)V99.
001580     05  M190-D-RETENCIONES   PIC 9(13)V99.
001590     05  FILLER               PIC X(325).
001600 01  M190-PERCEPTOR REDEFINES M190-REGISTRO.
001610     05  M190-P-TIPO          PIC X(01).
001620     05  M190-P-MODELO        PIC X(03).
001630     05  M190-P-EJERCICIO     PIC 9(04).
001640     05  M190-P-NIF-DECL      PIC X(09).
001650     05  M190-P-NIF           PIC X(09).
001660     05  M190-P-NIF-REPR      PIC X(09).
001670     05  M190-P-NOMBRE        PIC X(40).
001680     05  M190-P-PROVINCIA     PIC 9(02).
001690     05  M190-P-CLAVE         PIC X(01).
001700     05  M190-P-SUBCLAVE      PIC X(02).
001710     05  M190-P-DIN-SIGNO     PIC X(01).
001720     05  M190-P-DIN-PERCEP    PIC 9(11)V99.
001730     05  M190-P-DIN-RETEN     PIC 9(11)V99.
001740     05  M190-P-ESP-SIGNO     PIC X(01).
001750     05  M190-P-ESP-VALOR     PIC 9(11)V99.
001760     05  M190-P-ESP-INGRESO   PIC 9(11)V99.
001770     05  M190-P-ESP-REPERC    PIC 9(11)V99.
001780     05  M190-P-EJ-DEVENGO    PIC 9(04).
001790     05  M190-P-CEUTA         PIC X(01).
001800     05  M190-P-ANIO-NACIM    PIC 9(04).
001810     05  FILLER               PIC X(344).
001820
001830 FD  EMPFISC-REPORTE.
001840 01  RPT-LINEA                PIC X(132).
001850
001860 FD  EMPFISC-IMPRESORA.
001870 01  LINEA-IMPRESORA          PIC X(132).
001880
001890 WORKING-STORAGE SECTION.
001900 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001910 01  PH-FILE-STATUS           PIC XX VALUE SPACES.
001920 01  PRM-FILE-STATUS          PIC XX VALUE SPACES.
001930 01  HT-FILE-STATUS           PIC XX VALUE SPACES.
001940 01  M111-FILE-STATUS         PIC XX VALUE SPACES.
001950 01  M190-FILE-STATUS         PIC XX VALUE SPACES.
001960 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001970 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
001980
001990 01  PH-EOF-SW                PIC X VALUE "N".
002000     88  PH-EOF               VALUE "Y".
002010 01  HT-EOF-SW                PIC X VALUE "N".
002020     88  HT-EOF               VALUE "Y".
002030
002040 01  MF-DESTINO               PIC X(01) VALUE "F".
002050     88  MF-DESTINO-IMPRESORA VALUE "P".
002060 01  MF-BANNER                PIC X(80) VALUE SPACES.
002070 01  MF-TRIM-ENTRADA          PIC X(05) VALUE SPACES.
002080 01  MF-ANIO                  PIC 9(04) VALUE ZERO.
002090 01  MF-TRIMESTRE             PIC 9(01) VALUE ZERO.
002100 01  MF-MES-HOY               PIC 9(02) VALUE ZERO.
002110 01  MF-FECHA-HOY             PIC 9(08) VALUE ZERO.
002120 01  MF-TRIM-LISTO-SW         PIC X VALUE "N".
002130     88  MF-TRIM-LISTO        VALUE "Y".
002140 01  MF-CUADRE-SW             PIC X VALUE "Y".
002150     88  MF-CUADRE-OK         VALUE "Y".
002160
002170 01  MF-DECLARANTE.
002180     05  MF-NIF               PIC X(09) VALUE SPACES.
002190     05  MF-RAZON             PIC X(40) VALUE SPACES.
002200     05  MF-TELEFONO          PIC 9(09) VALUE ZERO.
002210     05  MF-CONTACTO          PIC X(40) VALUE SPACES.
002220     05  MF-PROVINCIA         PIC 9(02) VALUE ZERO.
002230
002240 01  MF-IDN-ACCION            PIC X(08) VALUE SPACES.
002250 01  MF-IDN-RESULTADO-SW      PIC X VALUE "N".
002260 01  MF-SIN-NIF               PIC 9(5) VALUE 0.
002270     COPY EMPIDEN.
002280
002290*    ONE ENTRY PER RECIPIENT PAID IN THE YEAR, ONE SLOT PER
002300*    PERIOD (MONTHS 01-12 PLUS THE EXTRA PAYS 13 AND 14); A
002310*    RERUN OF A PERIOD OVERWRITES ITS SLOT.
002320 01  MF-REC-TABLA.
002330     05  MF-REC-MAX           PIC 9(3) VALUE 0.
002340     05  MF-REC-ENTRADA OCCURS 500 TIMES.
002350         10  MF-REC-E-ID      PIC X(50).
002360         10  MF-REC-BASE      PIC S9(9)V99.
002370         10  MF-REC-IRPF      PIC 9(9)V99.
002380         10  MF-REC-ESP       PIC 9(9)V99.
002390         10  MF-REC-ING       PIC 9(9)V99.
002400         10  MF-REC-PAGA OCCURS 14 TIMES.
002410             15  MF-REC-P-BASE    PIC S9(7)V99.
002420             15  MF-REC-P-IRPF    PIC 9(7)V99.
002430             15  MF-REC-P-ESP     PIC 9(7)V99.
002440             15  MF-REC-P-ING     PIC 9(7)V99.
002450             15  MF-REC-P-HAY-SW  PIC X.
002460                 88  MF-REC-P-HAY VALUE "Y".
002470 01  MF-REC-IDX               PIC 9(3) VALUE 0.
002480 01  MF-REC-HALLADO           PIC 9(3) VALUE 0.
002490 01  MF-MES                   PIC 9(2) VALUE 0.
002500 01  MF-MES-IDX               PIC 9(2) VALUE 0.
002510 01  MF-TRIM-MES              PIC 9(1) VALUE 0.
002520
002530 01  MF-EN-TRIM-TABLA.
002540     05  MF-EN-TRIM-SW        PIC X OCCURS 4 TIMES.
002550 01  MF-EN-ANIO-SW            PIC X VALUE "N".
002560 01  MF-EN-TRIM-ESP-TABLA.
002570     05  MF-EN-TRIM-ESP-SW    PIC X OCCURS 4 TIMES.
002580
002590 01  MF-TRIM-TABLA.
002600     05  MF-T-ENTRADA OCCURS 4 TIMES.
002610         10  MF-T-PERCEPTORES PIC 9(7).
002620         10  MF-T-BASE        PIC S9(11)V99.
002630         10  MF-T-RETEN       PIC 9(11)V99.
002640         10  MF-T-PRESENTADO-SW PIC X.
002650             88  MF-T-PRESENTADO VALUE "Y".
002660         10  MF-T-P-BASE      PIC S9(11)V99.
002670         10  MF-T-P-RETEN     PIC 9(11)V99.
002680         10  MF-T-P-FECHA     PIC 9(8).
002690         10  MF-T-ESP-PERCEPTORES PIC 9(7).
002700         10  MF-T-ESP-VALOR   PIC 9(11)V99.
002710         10  MF-T-ESP-INGRESO PIC 9(11)V99.
002720         10  MF-T-P-ESP-VALOR PIC 9(11)V99.
002730         10  MF-T-P-ESP-INGRESO PIC 9(11)V99.
002740 01  MF-T-IDX                 PIC 9(1) VALUE 0.
002750
002760 01  MF-A-PERCEPTORES         PIC 9(7) VALUE 0.
002770 01  MF-A-BASE                PIC S9(11)V99 VALUE 0.
002780 01  MF-A-RETEN               PIC 9(11)V99 VALUE 0.
002790 01  MF-A-ESP-VALOR           PIC 9(11)V99 VALUE 0.
002800 01  MF-A-ESP-INGRESO         PIC 9(11)V99 VALUE 0.
002810 01  MF-SUMA-BASE             PIC S9(11)V99 VALUE 0.
002820 01  MF-SUMA-RETEN            PIC 9(11)V99 VALUE 0.
002830 01  MF-SUMA-ESP-VALOR        PIC 9(11)V99 VALUE 0.
002840 01  MF-SUMA-ESP-INGRESO      PIC 9(11)V99 VALUE 0.
002850 01  MF-A-TOTAL               PIC S9(11)V99 VALUE 0.
002860
002870*    EMP111H.DAT IN MEMORY, REWRITTEN WHOLE WHEN A QUARTER IS
002880*    RELEASED.  THE ENTRY LAYOUT IS HT-REGISTRO'S.
002890 01  MF-H-TABLA.
002900     05  MF-H-MAX             PIC 9(3) VALUE 0.
002910     05  MF-H-ENTRADA OCCURS 200 TIMES.
002920         10  MF-H-ANIO        PIC 9(04).
002930         10  MF-H-TRIMESTRE   PIC 9(01).
002940         10  MF-H-PERCEPTORES PIC 9(07).
002950         10  MF-H-DIN-BASE    PIC S9(11)V99.
002960         10  MF-H-DIN-RETEN   PIC 9(11)V99.
002970         10  MF-H-ESP-PERCEPTORES PIC 9(07).
002980         10  MF-H-ESP-VALOR   PIC 9(11)V99.
002990         10  MF-H-ESP-INGRESO PIC 9(11)V99.
003000         10  MF-H-FECHA       PIC 9(08).
003010         10  MF-H-OPERADOR    PIC X(08).
003020 01  MF-H-IDX                 PIC 9(3) VALUE 0.
003030 01  MF-H-HALLADO             PIC 9(3) VALUE 0.
003040 01  MF-H-DESBORDE-SW         PIC X VALUE "N".
003050     88  MF-H-DESBORDE        VALUE "Y".
003060 01  MF-SUSTITUYE-SW          PIC X VALUE "N".
003070     88  MF-SUSTITUYE         VALUE "Y".
003080
003090 01  MF-IMPORTE-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003100 01  MF-IMPORTE-EDIT2         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003110 01  MF-CONTADOR-EDIT         PIC Z,ZZZ,ZZ9.
003120
003130 01  MF-ARCHIVO-SPOOL        PIC X(20) VALUE SPACES.
003140 01  MF-SPL-OPERADOR         PIC X(08) VALUE SPACES.
003150 01  MF-SPL-NIVEL            PIC X(01) VALUE SPACES.
003160 01  MF-LOG-PROGRAMA          PIC X(08) VALUE "EMPFISC".
003170 01  MF-LOG-EVENTO            PIC X(06) VALUE SPACES.
003180 01  MF-LOG-CONTADOR          PIC 9(07) VALUE 0.
003190 01  MF-LOG-RETORNO           PIC 9(04) VALUE 0.
003200
003210 PROCEDURE DIVISION.
003220
003230 0000-MAINLINE.
003240     MOVE "INICIO" TO MF-LOG-EVENTO
003250     CALL "RUNLOG" USING MF-LOG-PROGRAMA, MF-LOG-EVENTO,
003260         MF-LOG-CONTADOR, MF-LOG-RETORNO
003270     PERFORM 1000-INITIALIZE
003280     PERFORM 2000-CARGAR-HISTORIA
003290     PERFORM 3000-TOTALIZAR
003300     IF MF-TRIMESTRE = 4
003310         PERFORM 4000-CUADRAR-TRIMESTRES
003320     END-IF
003330     IF MF-CUADRE-OK
003340         PERFORM 5000-ESCRIBIR-MODELO-111
003350         IF MF-TRIMESTRE = 4
003360             PERFORM 5500-ESCRIBIR-MODELO-190
003370         END-IF
003380         PERFORM 5800-REGISTRAR-PRESENTACION
003390     ELSE
003400         DISPLAY "EMPFISC: LOS TRIMESTRES NO CUADRAN CON EL 190 -"
003410             " NO SE GENERA NINGUN FICHERO (VER EMPFISC.RPT)"
003420         MOVE 8 TO RETURN-CODE
003430     END-IF
003440     PERFORM 6000-LISTADO-CONTROL
003450     MOVE "FIN" TO MF-LOG-EVENTO
003460     MOVE MF-T-PERCEPTORES (MF-TRIMESTRE) TO MF-LOG-CONTADOR
003470     MOVE RETURN-CODE TO MF-LOG-RETORNO
003480     CALL "RUNLOG" USING MF-LOG-PROGRAMA, MF-LOG-EVENTO,
003490         MF-LOG-CONTADOR, MF-LOG-RETORNO
003500     MOVE MF-LOG-RETORNO TO RETURN-CODE
003510     PERFORM 9999-EXIT.
003520
003530*----------------------------------------------------------------
003540* 1000-INITIALIZE - ASK THE YEAR AND QUARTER (ENTER MEANS THE
003550*                   LAST CLOSED ONE), LOAD THE DECLARANT AND THE
003560*                   QUARTERS ALREADY FILED.
003570*----------------------------------------------------------------
003580 1000-INITIALIZE.
003590     MOVE FUNCTION CURRENT-DATE(1:8) TO MF-FECHA-HOY
003600     PERFORM 1100-CAPTURAR-TRIMESTRE UNTIL MF-TRIM-LISTO
003610     PERFORM 1200-CARGAR-DECLARANTE
003620     PERFORM 1300-CARGAR-PRESENTADOS
003630     CALL "OPERSES" USING MF-SPL-OPERADOR, MF-SPL-NIVEL.
003640
003650 1100-CAPTURAR-TRIMESTRE.
003660     DISPLAY "EJERCICIO Y TRIMESTRE YYYYT (ENTER = ULTIMO"
003670         " TRIMESTRE CERRADO): "
003680     ACCEPT MF-TRIM-ENTRADA
003690     IF MF-TRIM-ENTRADA = SPACES
003700         MOVE MF-FECHA-HOY(1:4) TO MF-ANIO
003710         MOVE MF-FECHA-HOY(5:2) TO MF-MES-HOY
003720         COMPUTE MF-TRIMESTRE = (MF-MES-HOY - 1) / 3
003730         IF MF-TRIMESTRE = 0
003740             MOVE 4 TO MF-TRIMESTRE
003750             SUBTRACT 1 FROM MF-ANIO
003760         END-IF
003770         MOVE "Y" TO MF-TRIM-LISTO-SW
003780     ELSE
003790         IF MF-TRIM-ENTRADA IS NUMERIC AND
003800                 MF-TRIM-ENTRADA(5:1) >= "1" AND
003810                 MF-TRIM-ENTRADA(5:1) <= "4"
003820             MOVE MF-TRIM-ENTRADA(1:4) TO MF-ANIO
003830             MOVE MF-TRIM-ENTRADA(5:1) TO MF-TRIMESTRE
003840             MOVE "Y" TO MF-TRIM-LISTO-SW
003850         ELSE
003860             DISPLAY "TRIMESTRE INVALIDO - YYYY SEGUIDO DE 1 A 4"
003870         END-IF
003880     END-IF.
003890
003900*----------------------------------------------------------------
003910* 1200-CARGAR-DECLARANTE - THE COMPANY'S OWN DATA FOR THE HEADER
003920*                          RECORDS.  WITHOUT EMPFISC.PRM THE NIF
003930*                          AND NAME ARE ASKED AT THE TERMINAL, THE
003940*                          WAY RPTBANNER ASKS FOR ITS OPERATOR.
003950*----------------------------------------------------------------
003960 1200-CARGAR-DECLARANTE.
003970     OPEN INPUT DECLARANTE-PARM
003980     IF PRM-FILE-STATUS = "00"
003990         READ DECLARANTE-PARM
004000             NOT AT END
004010                 MOVE PRM-NIF       TO MF-NIF
004020                 MOVE PRM-RAZON     TO MF-RAZON
004030                 MOVE PRM-TELEFONO  TO MF-TELEFONO
004040                 MOVE PRM-CONTACTO  TO MF-CONTACTO
004050                 MOVE PRM-PROVINCIA TO MF-PROVINCIA
004060         END-READ
004070     END-IF
004080     IF PRM-FILE-STATUS = "00" OR PRM-FILE-STATUS = "05"
004090             OR PRM-FILE-STATUS = "10"
004100         CLOSE DECLARANTE-PARM
004110     END-IF
004120     IF MF-NIF = SPACES
004130         DISPLAY "NIF DEL DECLARANTE: "
004140         ACCEPT MF-NIF
004150         DISPLAY "RAZON SOCIAL DEL DECLARANTE: "
004160         ACCEPT MF-RAZON
004170     END-IF.
004180
004190*----------------------------------------------------------------
004200* 1300-CARGAR-PRESENTADOS - EMP111H.DAT INTO THE TABLE; THE
004210*                           QUARTERS OF THE REQUESTED YEAR ALSO
004220*                           GO TO THE QUARTER TABLE AS "FILED".
004230*----------------------------------------------------------------
004240 1300-CARGAR-PRESENTADOS.
004250     INITIALIZE MF-TRIM-TABLA
004260     MOVE ZERO TO MF-H-MAX
004270     MOVE "N" TO HT-EOF-SW
004280     OPEN INPUT PRESENTADOS-111
004290     IF HT-FILE-STATUS = "00"
004300         PERFORM 1310-LEER-PRESENTADO
004310         PERFORM 1320-GUARDAR-PRESENTADO UNTIL HT-EOF
004320     END-IF
004330     IF HT-FILE-STATUS = "00" OR HT-FILE-STATUS = "05"
004340             OR HT-FILE-STATUS = "10"
004350         CLOSE PRESENTADOS-111
004360     END-IF.
004370
004380 1310-LEER-PRESENTADO.
004390     READ PRESENTADOS-111
004400         AT END
004410             MOVE "Y" TO HT-EOF-SW
004420     END-READ.
004430
004440 1320-GUARDAR-PRESENTADO.
004450     IF MF-H-MAX < 200
004460         ADD 1 TO MF-H-MAX
004470         MOVE HT-REGISTRO TO MF-H-ENTRADA (MF-H-MAX)
004480     ELSE
004490         MOVE "Y" TO MF-H-DESBORDE-SW
004500     END-IF
004510     IF HT-ANIO = MF-ANIO AND HT-TRIMESTRE >= 1 AND
004520             HT-TRIMESTRE <= 4
004530         MOVE HT-TRIMESTRE TO MF-T-IDX
004540         MOVE "Y"          TO MF-T-PRESENTADO-SW (MF-T-IDX)
004550         MOVE HT-DIN-BASE  TO MF-T-P-BASE (MF-T-IDX)
004560         MOVE HT-DIN-RETEN TO MF-T-P-RETEN (MF-T-IDX)
004570         MOVE HT-ESP-VALOR TO MF-T-P-ESP-VALOR (MF-T-IDX)
004580         MOVE HT-ESP-INGRESO TO MF-T-P-ESP-INGRESO (MF-T-IDX)
004590         MOVE HT-FECHA     TO MF-T-P-FECHA (MF-T-IDX)
004600     END-IF
004610     PERFORM 1310-LEER-PRESENTADO.
004620
004630*----------------------------------------------------------------
004640* 2000-CARGAR-HISTORIA - ONE TABLE ENTRY PER RECIPIENT PAID IN THE
004650*                        YEAR, ALWAYS THE LATEST HISTORY ROW PER
004660*                        PERIOD, SO A PAYROLL RERUN DOES NOT
004670*                        DOUBLE THE FILED FIGURES.
004680*----------------------------------------------------------------
004690 2000-CARGAR-HISTORIA.
004700     MOVE ZERO TO MF-REC-MAX
004710     MOVE "N" TO PH-EOF-SW
004720     OPEN INPUT EMPLEADOS-PAY-HIST
004730     IF PH-FILE-STATUS = "00"
004740         PERFORM 2100-LEER-HISTORIA
004750         PERFORM 2200-ANOTAR-HISTORIA UNTIL PH-EOF
004760     END-IF
004770     IF PH-FILE-STATUS = "00" OR PH-FILE-STATUS = "05"
004780             OR PH-FILE-STATUS = "10"
004790         CLOSE EMPLEADOS-PAY-HIST
004800     END-IF.
004810
004820 2100-LEER-HISTORIA.
004830     READ EMPLEADOS-PAY-HIST
004840         AT END
004850             MOVE "Y" TO PH-EOF-SW
004860     END-READ.
004870
004880 2200-ANOTAR-HISTORIA.
004890     MOVE PH-PERIODO(5:2) TO MF-MES
004900     IF PH-PERIODO(1:4) = MF-ANIO AND MF-MES >= 1
004910             AND MF-MES <= 14
004920         MOVE 0 TO MF-REC-HALLADO
004930         PERFORM 2300-BUSCAR-RECEPTOR
004940             VARYING MF-REC-IDX FROM 1 BY 1
004950             UNTIL MF-REC-IDX > MF-REC-MAX
004960                 OR MF-REC-HALLADO > 0
004970         IF MF-REC-HALLADO = 0 AND MF-REC-MAX < 500
004980             ADD 1 TO MF-REC-MAX
004990             MOVE MF-REC-MAX TO MF-REC-HALLADO
005000             INITIALIZE MF-REC-ENTRADA (MF-REC-HALLADO)
005010             MOVE PH-E-ID TO MF-REC-E-ID (MF-REC-HALLADO)
005020         END-IF
005030         IF MF-REC-HALLADO > 0
005040             COMPUTE MF-REC-P-BASE (MF-REC-HALLADO, MF-MES) =
005050                 PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VAR-GRAV
005060                 + PH-IT-PRESTACION + PH-IT-COMPLEMENTO
005070                 - PH-FLEX-EXENTO
005080             MOVE PH-IRPF
005090                 TO MF-REC-P-IRPF (MF-REC-HALLADO, MF-MES)
005100             MOVE PH-ESP-GRAV
005110                 TO MF-REC-P-ESP (MF-REC-HALLADO, MF-MES)
005120             MOVE PH-ESP-INGRESO
005130                 TO MF-REC-P-ING (MF-REC-HALLADO, MF-MES)
005140             MOVE "Y" TO MF-REC-P-HAY-SW (MF-REC-HALLADO, MF-MES)
005150         ELSE
005160             DISPLAY "EMPFISC: TABLA DE PERCEPTORES LLENA - LOS"
005170                 " MODELOS QUEDAN CORTOS"
005180         END-IF
005190     END-IF
005200     PERFORM 2100-LEER-HISTORIA.
005210
005220 2300-BUSCAR-RECEPTOR.
005230     IF MF-REC-E-ID (MF-REC-IDX) = PH-E-ID
005240         MOVE MF-REC-IDX TO MF-REC-HALLADO
005250     END-IF.
005260
005270*----------------------------------------------------------------
005280* 3000-TOTALIZAR - SPREAD EVERY PERIOD SLOT OVER ITS QUARTER (THE
005290*                  JUNE EXTRA PAY, PERIOD 13, IS THE SECOND; THE
005300*                  DECEMBER ONE, 14, THE FOURTH), COUNT EACH
005310*                  RECIPIENT ONCE PER QUARTER AND ONCE IN THE
005320*                  YEAR, AND KEEP EACH RECIPIENT'S ANNUAL FIGURES
005330*                  FOR THE 190.  A RECIPIENT WITH TAXABLE IN-KIND
005340*                  PAY IN THE QUARTER IS ALSO COUNTED IN BOX 04.
005350*----------------------------------------------------------------
005360 3000-TOTALIZAR.
005370     MOVE ZERO TO MF-A-PERCEPTORES MF-A-BASE MF-A-RETEN
005380     MOVE ZERO TO MF-A-ESP-VALOR MF-A-ESP-INGRESO
005390     PERFORM 3100-TOTALIZAR-RECEPTOR
005400         VARYING MF-REC-IDX FROM 1 BY 1
005410         UNTIL MF-REC-IDX > MF-REC-MAX.
005420
005430 3100-TOTALIZAR-RECEPTOR.
005440     MOVE ALL "N" TO MF-EN-TRIM-TABLA
005450     MOVE ALL "N" TO MF-EN-TRIM-ESP-TABLA
005460     MOVE "N" TO MF-EN-ANIO-SW
005470     MOVE ZERO TO MF-REC-BASE (MF-REC-IDX)
005480     MOVE ZERO TO MF-REC-IRPF (MF-REC-IDX)
005490     MOVE ZERO TO MF-REC-ESP (MF-REC-IDX)
005500     MOVE ZERO TO MF-REC-ING (MF-REC-IDX)
005510     PERFORM 3200-TOTALIZAR-PAGA
005520         VARYING MF-MES-IDX FROM 1 BY 1
005530         UNTIL MF-MES-IDX > 14
005540     PERFORM 3300-CONTAR-PERCEPTOR
005550         VARYING MF-T-IDX FROM 1 BY 1
005560         UNTIL MF-T-IDX > 4
005570     IF MF-EN-ANIO-SW = "Y"
005580         ADD 1 TO MF-A-PERCEPTORES
005590         ADD MF-REC-BASE (MF-REC-IDX) TO MF-A-BASE
005600         ADD MF-REC-IRPF (MF-REC-IDX) TO MF-A-RETEN
005610         ADD MF-REC-ESP (MF-REC-IDX)  TO MF-A-ESP-VALOR
005620         ADD MF-REC-ING (MF-REC-IDX)  TO MF-A-ESP-INGRESO
005630     END-IF.
005640
005650 3200-TOTALIZAR-PAGA.
005660     IF MF-REC-P-HAY (MF-REC-IDX, MF-MES-IDX)
005670         EVALUATE MF-MES-IDX
005680             WHEN 13
005690                 MOVE 2 TO MF-TRIM-MES
005700             WHEN 14
005710                 MOVE 4 TO MF-TRIM-MES
005720             WHEN OTHER
005730                 COMPUTE MF-TRIM-MES = (MF-MES-IDX + 2) / 3
005740         END-EVALUATE
005750         MOVE "Y" TO MF-EN-TRIM-SW (MF-TRIM-MES)
005760         MOVE "Y" TO MF-EN-ANIO-SW
005770         ADD MF-REC-P-BASE (MF-REC-IDX, MF-MES-IDX)
005780             TO MF-T-BASE (MF-TRIM-MES)
005790             MF-REC-BASE (MF-REC-IDX)
005800         ADD MF-REC-P-IRPF (MF-REC-IDX, MF-MES-IDX)
005810             TO MF-T-RETEN (MF-TRIM-MES)
005820             MF-REC-IRPF (MF-REC-IDX)
005830         IF MF-REC-P-ESP (MF-REC-IDX, MF-MES-IDX) > ZERO
005840             MOVE "Y" TO MF-EN-TRIM-ESP-SW (MF-TRIM-MES)
005850             ADD MF-REC-P-ESP (MF-REC-IDX, MF-MES-IDX)
005860                 TO MF-T-ESP-VALOR (MF-TRIM-MES)
005870                 MF-REC-ESP (MF-REC-IDX)
005880             ADD MF-REC-P-ING (MF-REC-IDX, MF-MES-IDX)
005890                 TO MF-T-ESP-INGRESO (MF-TRIM-MES)
005900                 MF-REC-ING (MF-REC-IDX)
005910         END-IF
005920     END-IF.
005930
005940 3300-CONTAR-PERCEPTOR.
005950     IF MF-EN-TRIM-SW (MF-T-IDX) = "Y"
005960         ADD 1 TO MF-T-PERCEPTORES (MF-T-IDX)
005970     END-IF
005980     IF MF-EN-TRIM-ESP-SW (MF-T-IDX) = "Y"
005990         ADD 1 TO MF-T-ESP-PERCEPTORES (MF-T-IDX)
006000     END-IF.
006010
006020*----------------------------------------------------------------
006030* 4000-CUADRAR-TRIMESTRES - BEFORE THE FOURTH-QUARTER 111 AND THE
006040*                           190 GO OUT: THE FIRST THREE QUARTERS
006050*                           MUST HAVE BEEN FILED, AND THOSE FILED
006060*                           FIGURES PLUS THE FOURTH QUARTER MUST
006070*                           EQUAL THE 190 TOTALS TO THE CENT.
006080*----------------------------------------------------------------
006090 4000-CUADRAR-TRIMESTRES.
006100     MOVE "Y" TO MF-CUADRE-SW
006110     MOVE ZERO TO MF-SUMA-BASE MF-SUMA-RETEN
006120     MOVE ZERO TO MF-SUMA-ESP-VALOR MF-SUMA-ESP-INGRESO
006130     PERFORM 4100-SUMAR-PRESENTADO
006140         VARYING MF-T-IDX FROM 1 BY 1
006150         UNTIL MF-T-IDX > 3
006160     ADD MF-T-BASE (4)  TO MF-SUMA-BASE
006170     ADD MF-T-RETEN (4) TO MF-SUMA-RETEN
006180     ADD MF-T-ESP-VALOR (4)   TO MF-SUMA-ESP-VALOR
006190     ADD MF-T-ESP-INGRESO (4) TO MF-SUMA-ESP-INGRESO
006200     IF MF-SUMA-BASE NOT = MF-A-BASE OR
006210             MF-SUMA-RETEN NOT = MF-A-RETEN OR
006220             MF-SUMA-ESP-VALOR NOT = MF-A-ESP-VALOR OR
006230             MF-SUMA-ESP-INGRESO NOT = MF-A-ESP-INGRESO
006240         MOVE "N" TO MF-CUADRE-SW
006250     END-IF.
006260
006270 4100-SUMAR-PRESENTADO.
006280     IF MF-T-PRESENTADO (MF-T-IDX)
006290         ADD MF-T-P-BASE (MF-T-IDX)  TO MF-SUMA-BASE
006300         ADD MF-T-P-RETEN (MF-T-IDX) TO MF-SUMA-RETEN
006310         ADD MF-T-P-ESP-VALOR (MF-T-IDX) TO MF-SUMA-ESP-VALOR
006320         ADD MF-T-P-ESP-INGRESO (MF-T-IDX)
006330             TO MF-SUMA-ESP-INGRESO
006340     ELSE
006350         MOVE "N" TO MF-CUADRE-SW
006360     END-IF.
006370
006380*----------------------------------------------------------------
006390* 5000-ESCRIBIR-MODELO-111 - ONE RECORD FOR THE QUARTER: BOXES
006400*                            01-03 CASH, 04-06 IN KIND, 28 THE
006410*                            TOTAL WITHHELD AND 30 THE AMOUNT TO
006420*                            PAY IN.
006430*----------------------------------------------------------------
006440 5000-ESCRIBIR-MODELO-111.
006450     OPEN OUTPUT MODELO-111
006460     MOVE SPACES TO M111-REGISTRO
006470     MOVE "111"        TO M111-MODELO
006480     MOVE MF-ANIO      TO M111-EJERCICIO
006490     MOVE SPACES       TO M111-PERIODO
006500     STRING MF-TRIMESTRE "T" DELIMITED BY SIZE INTO M111-PERIODO
006510     MOVE MF-NIF       TO M111-NIF
006520     MOVE MF-RAZON     TO M111-RAZON
006530     MOVE MF-T-PERCEPTORES (MF-TRIMESTRE) TO M111-C01
006540     IF MF-T-BASE (MF-TRIMESTRE) < ZERO
006550         MOVE "N" TO M111-C02-SIGNO
006560         COMPUTE M111-C02 = ZERO - MF-T-BASE (MF-TRIMESTRE)
006570     ELSE
006580         MOVE SPACE TO M111-C02-SIGNO
006590         MOVE MF-T-BASE (MF-TRIMESTRE) TO M111-C02
006600     END-IF
006610     MOVE MF-T-RETEN (MF-TRIMESTRE) TO M111-C03
006620     MOVE MF-T-ESP-PERCEPTORES (MF-TRIMESTRE) TO M111-C04
006630     MOVE MF-T-ESP-VALOR (MF-TRIMESTRE)   TO M111-C05
006640     MOVE MF-T-ESP-INGRESO (MF-TRIMESTRE) TO M111-C06
006650     COMPUTE M111-C28 = M111-C03 + M111-C06
006660     MOVE M111-C28     TO M111-C30
006670     MOVE MF-FECHA-HOY TO M111-FECHA
006680     WRITE M111-REGISTRO
006690     CLOSE MODELO-111.
006700
006710*----------------------------------------------------------------
006720* 5500-ESCRIBIR-MODELO-190 - THE DECLARANT RECORD (TYPE 1) WITH
006730*                            THE YEAR'S TOTALS, THEN ONE TYPE 2
006740*                            RECORD PER RECIPIENT, KEY "A"
006750*                            (EMPLOYEES).  NAME AND YEAR OF BIRTH
006760*                            COME FROM THE MASTER WHEN THE E-ID IS
006770*                            STILL ON IT.
006780*----------------------------------------------------------------
006790 5500-ESCRIBIR-MODELO-190.
006800     OPEN OUTPUT MODELO-190
006810     MOVE SPACES TO M190-REGISTRO
006820     MOVE "1"          TO M190-D-TIPO
006830     MOVE "190"        TO M190-D-MODELO
006840     MOVE MF-ANIO      TO M190-D-EJERCICIO
006850     MOVE MF-NIF       TO M190-D-NIF
006860     MOVE MF-RAZON     TO M190-D-RAZON
006870     MOVE "T"          TO M190-D-SOPORTE
006880     MOVE MF-TELEFONO  TO M190-D-TELEFONO
006890     MOVE MF-CONTACTO  TO M190-D-CONTACTO
006900     COMPUTE M190-D-JUSTIFICANTE =
006910         1900000000000 + MF-ANIO * 1000000 + MF-TRIMESTRE
006920     MOVE ZERO         TO M190-D-ANTERIOR
006930     MOVE MF-A-PERCEPTORES TO M190-D-PERCEPTORES
006940*    THE DECLARANT TOTALS CARRY CASH AND IN-KIND TOGETHER.
006950     COMPUTE MF-A-TOTAL = MF-A-BASE + MF-A-ESP-VALOR
006960     IF MF-A-TOTAL < ZERO
006970         MOVE "N" TO M190-D-PERC-SIGNO
006980         COMPUTE M190-D-PERCEPCIONES = ZERO - MF-A-TOTAL
006990     ELSE
007000         MOVE MF-A-TOTAL TO M190-D-PERCEPCIONES
007010     END-IF
007020     COMPUTE M190-D-RETENCIONES = MF-A-RETEN + MF-A-ESP-INGRESO
007030     WRITE M190-REGISTRO
007040     OPEN INPUT EMPLEADOS-ARCHIVO
007050     PERFORM 5600-ESCRIBIR-PERCEPTOR
007060         VARYING MF-REC-IDX FROM 1 BY 1
007070         UNTIL MF-REC-IDX > MF-REC-MAX
007080     CLOSE EMPLEADOS-ARCHIVO
007090     CLOSE MODELO-190
007100     IF MF-SIN-NIF > ZERO
007110         DISPLAY "EMPFISC: " MF-SIN-NIF " PERCEPTOR(ES) SIN NIF"
007120             " - COMPLETAR ANTES DE PRESENTAR"
007130     END-IF.
007140
007150 5600-ESCRIBIR-PERCEPTOR.
007160     MOVE SPACES TO M190-REGISTRO
007170     MOVE "2"          TO M190-P-TIPO
007180     MOVE "190"        TO M190-P-MODELO
007190     MOVE MF-ANIO      TO M190-P-EJERCICIO
007200     MOVE MF-NIF       TO M190-P-NIF-DECL
007210     MOVE MF-PROVINCIA TO M190-P-PROVINCIA
007220     MOVE "A"          TO M190-P-CLAVE
007230     MOVE ZERO         TO M190-P-ANIO-NACIM
007240     MOVE MF-REC-E-ID (MF-REC-IDX) TO E-ID
007250     READ EMPLEADOS-ARCHIVO
007260         INVALID KEY
007270             CONTINUE
007280         NOT INVALID KEY
007290             MOVE E-NOMBRE TO M190-P-NOMBRE
007300             MOVE E-FECHA-NACIMIENTO(1:4) TO M190-P-ANIO-NACIM
007310     END-READ
007320     MOVE MF-REC-E-ID (MF-REC-IDX) TO IDN-E-ID
007330     MOVE "LEER" TO MF-IDN-ACCION
007340     CALL "IDENREG" USING MF-IDN-ACCION, EMPIDEN-REGISTRO,
007350         MF-IDN-RESULTADO-SW
007360     MOVE IDN-NIF TO M190-P-NIF
007370     IF IDN-NIF = SPACES
007380         ADD 1 TO MF-SIN-NIF
007390         DISPLAY "EMPFISC: PERCEPTOR SIN NIF EN EMPIDEN.DAT: "
007400             MF-REC-E-ID (MF-REC-IDX)
007410     END-IF
007420     IF MF-REC-BASE (MF-REC-IDX) < ZERO
007430         MOVE "N" TO M190-P-DIN-SIGNO
007440         COMPUTE M190-P-DIN-PERCEP =
007450             ZERO - MF-REC-BASE (MF-REC-IDX)
007460     ELSE
007470         MOVE MF-REC-BASE (MF-REC-IDX) TO M190-P-DIN-PERCEP
007480     END-IF
007490     MOVE MF-REC-IRPF (MF-REC-IDX) TO M190-P-DIN-RETEN
007500*    THE INGRESO A CUENTA IS DEDUCTED FROM THE EMPLOYEE'S NET,
007510*    SO ALL OF IT IS REPERCUTIDO.
007520     MOVE MF-REC-ESP (MF-REC-IDX) TO M190-P-ESP-VALOR
007530     MOVE MF-REC-ING (MF-REC-IDX) TO M190-P-ESP-INGRESO
007540     MOVE MF-REC-ING (MF-REC-IDX) TO M190-P-ESP-REPERC
007550     MOVE ZERO TO M190-P-EJ-DEVENGO
007560     MOVE "0" TO M190-P-CEUTA
007570     WRITE M190-REGISTRO.
007580
007590*----------------------------------------------------------------
007600* 5800-REGISTRAR-PRESENTACION - RECORD THE RELEASED QUARTER ON
007610*                               EMP111H.DAT, REPLACING AN EARLIER
007620*                               FILING OF THE SAME QUARTER.
007630*----------------------------------------------------------------
007640 5800-REGISTRAR-PRESENTACION.
007650     IF MF-H-DESBORDE
007660         DISPLAY "EMPFISC: EMP111H.DAT NO CABE EN LA TABLA - EL"
007670             " TRIMESTRE NO QUEDA REGISTRADO"
007680     ELSE
007690         MOVE 0 TO MF-H-HALLADO
007700         PERFORM 5810-BUSCAR-PRESENTADO
007710             VARYING MF-H-IDX FROM 1 BY 1
007720             UNTIL MF-H-IDX > MF-H-MAX OR MF-H-HALLADO > 0
007730         IF MF-H-HALLADO > 0
007740             MOVE "Y" TO MF-SUSTITUYE-SW
007750         END-IF
007760         IF MF-H-HALLADO = 0 AND MF-H-MAX < 200
007770             ADD 1 TO MF-H-MAX
007780             MOVE MF-H-MAX TO MF-H-HALLADO
007790         END-IF
007800         IF MF-H-HALLADO > 0
007810             PERFORM 5820-ANOTAR-PRESENTADO
007820             PERFORM 5830-REESCRIBIR-PRESENTADOS
007830         ELSE
007840             DISPLAY "EMPFISC: TABLA DE PRESENTACIONES LLENA - EL"
007850                 " TRIMESTRE NO QUEDA REGISTRADO"
007860         END-IF
007870     END-IF.
007880
007890 5810-BUSCAR-PRESENTADO.
007900     IF MF-H-ANIO (MF-H-IDX) = MF-ANIO AND
007910             MF-H-TRIMESTRE (MF-H-IDX) = MF-TRIMESTRE
007920         MOVE MF-H-IDX TO MF-H-HALLADO
007930     END-IF.
007940
007950 5820-ANOTAR-PRESENTADO.
007960     MOVE MF-ANIO      TO MF-H-ANIO (MF-H-HALLADO)
007970     MOVE MF-TRIMESTRE TO MF-H-TRIMESTRE (MF-H-HALLADO)
007980     MOVE MF-T-PERCEPTORES (MF-TRIMESTRE)
007990         TO MF-H-PERCEPTORES (MF-H-HALLADO)
008000     MOVE MF-T-BASE (MF-TRIMESTRE)
008010         TO MF-H-DIN-BASE (MF-H-HALLADO)
008020     MOVE MF-T-RETEN (MF-TRIMESTRE)
008030         TO MF-H-DIN-RETEN (MF-H-HALLADO)
008040     MOVE MF-T-ESP-PERCEPTORES (MF-TRIMESTRE)
008050         TO MF-H-ESP-PERCEPTORES (MF-H-HALLADO)
008060     MOVE MF-T-ESP-VALOR (MF-TRIMESTRE)
008070         TO MF-H-ESP-VALOR (MF-H-HALLADO)
008080     MOVE MF-T-ESP-INGRESO (MF-TRIMESTRE)
008090         TO MF-H-ESP-INGRESO (MF-H-HALLADO)
008100     MOVE MF-FECHA-HOY    TO MF-H-FECHA (MF-H-HALLADO)
008110     MOVE MF-SPL-OPERADOR TO MF-H-OPERADOR (MF-H-HALLADO).
008120
008130 5830-REESCRIBIR-PRESENTADOS.
008140     OPEN OUTPUT PRESENTADOS-111
008150     PERFORM 5840-ESCRIBIR-PRESENTADO
008160         VARYING MF-H-IDX FROM 1 BY 1
008170         UNTIL MF-H-IDX > MF-H-MAX
008180     CLOSE PRESENTADOS-111.
008190
008200 5840-ESCRIBIR-PRESENTADO.
008210     MOVE MF-H-ENTRADA (MF-H-IDX) TO HT-REGISTRO
008220     WRITE HT-REGISTRO.
008230
008240*----------------------------------------------------------------
008250* 6000-LISTADO-CONTROL - THE QUARTER'S BOXES AND, ON A FOURTH-
008260*                        QUARTER RUN, THE CROSS-CHECK OF EACH
008270*                        QUARTER AS FILED AGAINST THE PAYROLL
008280*                        HISTORY AND OF THE FOUR AGAINST THE 190.
008290*----------------------------------------------------------------
008300 6000-LISTADO-CONTROL.
008310     CALL "RPTROUTE" USING MF-DESTINO
008320     IF MF-DESTINO-IMPRESORA
008330         OPEN OUTPUT EMPFISC-IMPRESORA
008340         DISPLAY "EMPFISC: SALIDA A EMPFISC.PRN (IMPRESORA)"
008350     ELSE
008360         OPEN OUTPUT EMPFISC-REPORTE
008370     END-IF
008380     CALL "RPTBANNER" USING MF-BANNER
008390     MOVE MF-BANNER TO RPT-LINEA
008400     PERFORM 6900-ESCRIBIR-LINEA
008410     MOVE SPACES TO RPT-LINEA
008420     STRING "RETENCIONES IRPF - MODELO 111 EJERCICIO " MF-ANIO
008430         " TRIMESTRE " MF-TRIMESTRE DELIMITED BY SIZE
008440         INTO RPT-LINEA
008450     PERFORM 6900-ESCRIBIR-LINEA
008460     MOVE SPACES TO RPT-LINEA
008470     STRING "DECLARANTE: " MF-NIF " " MF-RAZON
008480         DELIMITED BY SIZE INTO RPT-LINEA
008490     PERFORM 6900-ESCRIBIR-LINEA
008500     MOVE SPACES TO RPT-LINEA
008510     PERFORM 6900-ESCRIBIR-LINEA
008520     MOVE MF-T-PERCEPTORES (MF-TRIMESTRE) TO MF-CONTADOR-EDIT
008530     MOVE SPACES TO RPT-LINEA
008540     STRING "[01] PERCEPTORES DINERARIOS       : "
008550         MF-CONTADOR-EDIT
008560         DELIMITED BY SIZE INTO RPT-LINEA
008570     PERFORM 6900-ESCRIBIR-LINEA
008580     MOVE MF-T-BASE (MF-TRIMESTRE) TO MF-IMPORTE-EDIT
008590     MOVE SPACES TO RPT-LINEA
008600     STRING "[02] PERCEPCIONES DINERARIAS      : " MF-IMPORTE-EDIT
008610         DELIMITED BY SIZE INTO RPT-LINEA
008620     PERFORM 6900-ESCRIBIR-LINEA
008630     MOVE MF-T-RETEN (MF-TRIMESTRE) TO MF-IMPORTE-EDIT
008640     MOVE SPACES TO RPT-LINEA
008650     STRING "[03] RETENCIONES DINERARIAS       : " MF-IMPORTE-EDIT
008660         DELIMITED BY SIZE INTO RPT-LINEA
008670     PERFORM 6900-ESCRIBIR-LINEA
008680     MOVE MF-T-ESP-PERCEPTORES (MF-TRIMESTRE) TO MF-CONTADOR-EDIT
008690     MOVE SPACES TO RPT-LINEA
008700     STRING "[04] PERCEPTORES EN ESPECIE       : "
008710         MF-CONTADOR-EDIT
008720         DELIMITED BY SIZE INTO RPT-LINEA
008730     PERFORM 6900-ESCRIBIR-LINEA
008740     MOVE MF-T-ESP-VALOR (MF-TRIMESTRE) TO MF-IMPORTE-EDIT
008750     MOVE SPACES TO RPT-LINEA
008760     STRING "[05] VALOR PERCEPCIONES EN ESPECIE: " MF-IMPORTE-EDIT
008770         DELIMITED BY SIZE INTO RPT-LINEA
008780     PERFORM 6900-ESCRIBIR-LINEA
008790     MOVE MF-T-ESP-INGRESO (MF-TRIMESTRE) TO MF-IMPORTE-EDIT
008800     MOVE SPACES TO RPT-LINEA
008810     STRING "[06] INGRESOS A CUENTA            : " MF-IMPORTE-EDIT
008820         DELIMITED BY SIZE INTO RPT-LINEA
008830     PERFORM 6900-ESCRIBIR-LINEA
008840     COMPUTE MF-IMPORTE-EDIT = MF-T-RETEN (MF-TRIMESTRE)
008850         + MF-T-ESP-INGRESO (MF-TRIMESTRE)
008860     MOVE SPACES TO RPT-LINEA
008870     STRING "[30] RESULTADO A INGRESAR         : " MF-IMPORTE-EDIT
008880         DELIMITED BY SIZE INTO RPT-LINEA
008890     PERFORM 6900-ESCRIBIR-LINEA
008900     IF MF-TRIMESTRE = 4
008910         PERFORM 6100-LISTAR-CUADRE
008920     END-IF
008930     MOVE SPACES TO RPT-LINEA
008940     PERFORM 6900-ESCRIBIR-LINEA
008950     MOVE SPACES TO RPT-LINEA
008960     IF MF-CUADRE-OK
008970         IF MF-TRIMESTRE = 4
008980             MOVE "GENERADOS MOD111.DAT Y MOD190.DAT" TO RPT-LINEA
008990         ELSE
009000             MOVE "GENERADO MOD111.DAT" TO RPT-LINEA
009010         END-IF
009020         IF MF-SUSTITUYE
009030             PERFORM 6900-ESCRIBIR-LINEA
009040             MOVE SPACES TO RPT-LINEA
009050             STRING "SUSTITUYE LA PRESENTACION ANTERIOR DEL"
009060                 " TRIMESTRE" DELIMITED BY SIZE INTO RPT-LINEA
009070         END-IF
009080     ELSE
009090         MOVE "DESCUADRE - NO SE GENERA NI EL 111 NI EL 190"
009100             TO RPT-LINEA
009110     END-IF
009120     PERFORM 6900-ESCRIBIR-LINEA
009130     IF MF-DESTINO-IMPRESORA
009140         CLOSE EMPFISC-IMPRESORA
009150     ELSE
009160         CLOSE EMPFISC-REPORTE
009170         MOVE "EMPFISC.RPT" TO MF-ARCHIVO-SPOOL
009180         CALL "SPOOLCAT" USING MF-LOG-PROGRAMA,
009190             MF-ARCHIVO-SPOOL, MF-SPL-OPERADOR
009200     END-IF.
009210
009220 6100-LISTAR-CUADRE.
009230     MOVE SPACES TO RPT-LINEA
009240     PERFORM 6900-ESCRIBIR-LINEA
009250     MOVE "CUADRE TRIMESTRES / MODELO 190" TO RPT-LINEA
009260     PERFORM 6900-ESCRIBIR-LINEA
009270     MOVE "TRIM. PRESENTADO   PERCEPCIONES          RETENCIONES"
009280         TO RPT-LINEA
009290     PERFORM 6900-ESCRIBIR-LINEA
009300     PERFORM 6110-LINEA-TRIMESTRE
009310         VARYING MF-T-IDX FROM 1 BY 1
009320         UNTIL MF-T-IDX > 4
009330     MOVE MF-SUMA-BASE TO MF-IMPORTE-EDIT
009340     MOVE MF-SUMA-RETEN TO MF-IMPORTE-EDIT2
009350     MOVE SPACES TO RPT-LINEA
009360     STRING "SUMA TRIMESTRES   " MF-IMPORTE-EDIT "   "
009370         MF-IMPORTE-EDIT2 DELIMITED BY SIZE INTO RPT-LINEA
009380     PERFORM 6900-ESCRIBIR-LINEA
009390     MOVE MF-A-BASE TO MF-IMPORTE-EDIT
009400     MOVE MF-A-RETEN TO MF-IMPORTE-EDIT2
009410     MOVE SPACES TO RPT-LINEA
009420     STRING "MODELO 190        " MF-IMPORTE-EDIT "   "
009430         MF-IMPORTE-EDIT2 DELIMITED BY SIZE INTO RPT-LINEA
009440     PERFORM 6900-ESCRIBIR-LINEA
009450     MOVE MF-A-PERCEPTORES TO MF-CONTADOR-EDIT
009460     MOVE SPACES TO RPT-LINEA
009470     STRING "PERCEPTORES EN EL 190: " MF-CONTADOR-EDIT
009480         DELIMITED BY SIZE INTO RPT-LINEA
009490     PERFORM 6900-ESCRIBIR-LINEA.
009500
009510*    THE FOURTH QUARTER IS THE ONE BEING FILED NOW; FOR THE
009520*    OTHERS THE FILED FIGURES ARE SHOWN, WITH THE PAYROLL
009530*    HISTORY'S OWN FIGURES UNDERNEATH WHEN THEY NO LONGER AGREE.
009540 6110-LINEA-TRIMESTRE.
009550     MOVE SPACES TO RPT-LINEA
009560     IF MF-T-IDX = 4
009570         MOVE MF-T-BASE (4) TO MF-IMPORTE-EDIT
009580         MOVE MF-T-RETEN (4) TO MF-IMPORTE-EDIT2
009590         STRING "4T    AHORA       " MF-IMPORTE-EDIT "   "
009600             MF-IMPORTE-EDIT2 DELIMITED BY SIZE INTO RPT-LINEA
009610         PERFORM 6900-ESCRIBIR-LINEA
009620     ELSE
009630         IF MF-T-PRESENTADO (MF-T-IDX)
009640             MOVE MF-T-P-BASE (MF-T-IDX) TO MF-IMPORTE-EDIT
009650             MOVE MF-T-P-RETEN (MF-T-IDX) TO MF-IMPORTE-EDIT2
009660             STRING MF-T-IDX "T    "
009670                 MF-T-P-FECHA (MF-T-IDX) "    "
009680                 MF-IMPORTE-EDIT "   " MF-IMPORTE-EDIT2
009690                 DELIMITED BY SIZE INTO RPT-LINEA
009700             PERFORM 6900-ESCRIBIR-LINEA
009710             IF MF-T-P-BASE (MF-T-IDX) NOT = MF-T-BASE (MF-T-IDX)
009720                     OR MF-T-P-RETEN (MF-T-IDX) NOT =
009730                     MF-T-RETEN (MF-T-IDX)
009740                 PERFORM 6120-LINEA-DIFERENCIA
009750             END-IF
009760         ELSE
009770             STRING MF-T-IDX "T    SIN PRESENTAR - FALTA EL 111"
009780                 " DEL TRIMESTRE" DELIMITED BY SIZE INTO RPT-LINEA
009790             PERFORM 6900-ESCRIBIR-LINEA
009800         END-IF
009810     END-IF.
009820
009830 6120-LINEA-DIFERENCIA.
009840     MOVE MF-T-BASE (MF-T-IDX) TO MF-IMPORTE-EDIT
009850     MOVE MF-T-RETEN (MF-T-IDX) TO MF-IMPORTE-EDIT2
009860     MOVE SPACES TO RPT-LINEA
009870     STRING "      NOMINA HOY  " MF-IMPORTE-EDIT "   "
009880         MF-IMPORTE-EDIT2 "  <-- COMPLEMENTARIA"
009890         DELIMITED BY SIZE INTO RPT-LINEA
009900     PERFORM 6900-ESCRIBIR-LINEA.
009910
009920*----------------------------------------------------------------
009930* 6900-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
009940*                       RPTROUTE SELECTED.
009950*----------------------------------------------------------------
009960 6900-ESCRIBIR-LINEA.
009970     IF MF-DESTINO-IMPRESORA
009980         MOVE RPT-LINEA TO LINEA-IMPRESORA
009990         WRITE LINEA-IMPRESORA
010000     ELSE
010010         WRITE RPT-LINEA
010020     END-IF.
010030
010040 9999-EXIT.
010050     GOBACK.
010060 END PROGRAM EMPFISC.
