000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       MONTH-END ACCRUALS.  EMPGLJ ONLY POSTS WHAT WAS
000060*                PAID, SO THE JUNE AND DECEMBER EXTRA PAYS LAND AS
000070*                A SPIKE AND THE UNTAKEN VACATION IS NEVER BOOKED.
000080*                FOR EVERY ACTIVE EMPLEADOS-REGISTRO THIS RUN
000090*                WORKS OUT, AS AT THE END OF THE PERIOD ASKED:
000100*                - THE EXTRA PAY ACCRUED SO FAR IN THE SEMESTER,
000110*                  ONE SIXTH OF THE NEXT PAY (ONE MONTHLY SALARY)
000120*                  PER MONTH, ON THE SAME 180-DAY COMMERCIAL
000130*                  SEMESTER AND HIRE-DATE PRORATION EMPPAY USES;
000140*                - THE VACATION BALANCE (VACDER ENTITLEMENT PLUS
000150*                  THE VACARR CARRIED DAYS LESS DAYS TAKEN)
000160*                  VALUED AT A THIRTIETH OF THE MONTHLY SALARY,
000170*                  AS EMPFINIQ VALUES IT ON A SETTLEMENT.
000180*                THE AMOUNTS ARE TOTALLED PER COST CENTRE
000190*                (DEPTMST.DAT) AND WRITTEN TO EMPGLA.DAT IN THE
000200*                EMPGLJ.DAT FORMAT (SHARED EMPGLJR COPYBOOK) AS
000210*                TWO BALANCED BATCHES: THE ACCRUAL FOR THE PERIOD
000220*                AND ITS REVERSAL ON THE FIRST OF THE NEXT, SO
000230*                EACH MONTH BOOKS THE FULL PROVISION AFRESH.  THE
000240*                ACCOUNTS COME FROM GLMAP.PRM (GASTOPEX, PROVPEX,
000250*                GASTOVAC, PROVVAC).  THE EMPPROV.RPT LISTING
000260*                SHOWS EVERY EMPLOYEE'S FIGURES, THE COST-CENTRE
000270*                TOTALS THAT MAKE UP THE DEBIT LINES AND THE
000280*                JOURNAL TOTALS, SO THE POSTING TIES BACK TO THE
000290*                PEOPLE IN IT.  A MISSING ACCOUNT OR A JOURNAL
000300*                THAT DOES NOT BALANCE TO THE CENT WRITES NO
000310*                EMPGLA.DAT AND SETS RETURN-CODE 8.  AN EMPLOYEE
000320*                SHARED BETWEEN DEPARTMENTS IS SPREAD OVER THEIR
000330*                CENTRES BY THE EMPREPA.DAT SPLIT, AS IN EMPGLJ.
000340* TECTONICS:     cobc -x -std=ibm -I copybooks EMPPROV.CBL
000350*                VACDER VACARR RPTROUTE RPTBANNER SPOOLCAT
000360*                OPERSES RUNLOG REPARTO
000370*----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390*   DATE       INIT  DESCRIPTION
000400*   ---------- ----  ----------------------------------------
000410*   2026-10-15  RT   ORIGINAL PROGRAM.
000420*   2026-10-15  RT   THE ACCRUALS OF AN EMPLOYEE SHARED BETWEEN
000430*                    DEPARTMENTS ARE SPREAD OVER THEIR COST
000440*                    CENTRES BY THE EMPREPA.DAT SPLIT THROUGH THE
000450*                    SHARED REPARTO ROUTINE; THE LISTING SHOWS CC
000460*                    REPARTO FOR THEM.
000470*   2026-10-15  RT   THE DEPTMST.DAT RECORD NOW CARRIES THE DEP-
000480*                    JEFE DEPARTMENT-HEAD E-ID.
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. EMPPROV.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     COPY EMPFSEL.
000570
000580     SELECT OPTIONAL DEPARTAMENTO-MAESTRO
000590         ASSIGN TO "DEPTMST.DAT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS DEP-FILE-STATUS.
000620
000630     SELECT OPTIONAL CUENTAS-PARM
000640         ASSIGN TO "GLMAP.PRM"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS MAP-FILE-STATUS.
000670
000680     SELECT DIARIO-CONTABLE
000690         ASSIGN TO "EMPGLA.DAT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS GLJ-FILE-STATUS.
000720
000730     SELECT EMPPROV-REPORTE
000740         ASSIGN TO "EMPPROV.RPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS RPT-FILE-STATUS.
000770
000780     SELECT EMPPROV-IMPRESORA
000790         ASSIGN TO "EMPPROV.PRN"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS PRN-FILE-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  EMPLEADOS-ARCHIVO.
000860     COPY EMPREG.
000870
000880 FD  DEPARTAMENTO-MAESTRO.
000890 01  DEP-REGISTRO.
000900     05  DEP-CODIGO          PIC X(04).
000910     05  DEP-NOMBRE          PIC X(30).
000920     05  DEP-CC              PIC X(08).
000930     05  DEP-CERRADO         PIC X(01).
000940         88  DEP-CERRADA     VALUE "S".
000950     05  DEP-JEFE            PIC X(50).
000960
000970 FD  CUENTAS-PARM.
000980 01  MAP-REGISTRO.
000990     05  MAP-TIPO            PIC X(08).
001000     05  MAP-CUENTA          PIC X(10).
001010
001020 FD  DIARIO-CONTABLE.
001030     COPY EMPGLJR.
001040
001050 FD  EMPPROV-REPORTE.
001060 01  RPT-LINEA                PIC X(132).
001070
001080 FD  EMPPROV-IMPRESORA.
001090 01  LINEA-IMPRESORA          PIC X(132).
001100
001110 WORKING-STORAGE SECTION.
001120 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001130 01  DEP-FILE-STATUS          PIC XX VALUE SPACES.
001140 01  MAP-FILE-STATUS          PIC XX VALUE SPACES.
001150 01  GLJ-FILE-STATUS          PIC XX VALUE SPACES.
001160 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001170 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
001180
001190 01  EMP-EOF-SW               PIC X VALUE "N".
001200     88  EMP-EOF              VALUE "Y".
001210 01  DEP-EOF-SW               PIC X VALUE "N".
001220     88  DEP-EOF              VALUE "Y".
001230 01  MAP-EOF-SW               PIC X VALUE "N".
001240     88  MAP-EOF              VALUE "Y".
001250
001260 01  PV-PERIODO-ENTRADA       PIC X(6) VALUE SPACES.
001270 01  PV-PERIODO               PIC 9(6) VALUE ZERO.
001280 01  PV-PERIODO-R REDEFINES PV-PERIODO.
001290     05  PV-ANIO              PIC 9(4).
001300     05  PV-MES               PIC 9(2).
001310 01  PV-PERIODO-LISTO-SW      PIC X VALUE "N".
001320     88  PV-PERIODO-LISTO     VALUE "Y".
001330 01  PV-PROSIGUE-SW           PIC X VALUE "Y".
001340     88  PV-PROSIGUE          VALUE "Y".
001350 01  PV-FECHA-CORTE           PIC 9(8) VALUE ZERO.
001360 01  PV-PERIODO-REV           PIC 9(6) VALUE ZERO.
001370 01  PV-FECHA-REV             PIC 9(8) VALUE ZERO.
001380
001390*    LAST DAY OF EACH MONTH FOR THE CUT-OFF DATE.  ONLY COMPARED
001400*    AGAINST HIRE AND EXPIRY DATES, SO FEBRUARY STAYS AT 28.
001410 01  PV-FIN-MES-VALORES       PIC X(24)
001420         VALUE "312831303130313130313031".
001430 01  PV-FIN-MES-TABLA REDEFINES PV-FIN-MES-VALORES.
001440     05  PV-FIN-MES           PIC 9(2) OCCURS 12 TIMES.
001450
001460 01  PV-CTA-GASTO-PEX         PIC X(10) VALUE SPACES.
001470 01  PV-CTA-PROV-PEX          PIC X(10) VALUE SPACES.
001480 01  PV-CTA-GASTO-VAC         PIC X(10) VALUE SPACES.
001490 01  PV-CTA-PROV-VAC          PIC X(10) VALUE SPACES.
001500
001510 01  PV-DEP-TABLA.
001520     05  PV-DEP-MAX           PIC 9(2) VALUE 0.
001530     05  PV-DEP-ENTRADA OCCURS 50 TIMES.
001540         10  PV-DEP-CODIGO    PIC X(04).
001550         10  PV-DEP-CC        PIC X(08).
001560 01  PV-DEP-IDX               PIC 9(2) VALUE 0.
001570
001580 01  PV-CC-TABLA.
001590     05  PV-CC-MAX            PIC 9(2) VALUE 0.
001600     05  PV-CC-ENTRADA OCCURS 50 TIMES.
001610         10  PV-CC-CODIGO     PIC X(08).
001620         10  PV-CC-PEX        PIC 9(11)V99.
001630         10  PV-CC-VAC        PIC 9(11)V99.
001640         10  PV-CC-EMPLEADOS  PIC 9(5).
001650 01  PV-CC-IDX                PIC 9(2) VALUE 0.
001660 01  PV-CC-HALLADO            PIC 9(2) VALUE 0.
001670 01  PV-CC-ACTUAL             PIC X(08) VALUE SPACES.
001680 01  PV-RA-IDX                PIC 9(1) VALUE 0.
001690     COPY EMPRPL.
001700
001710 01  PV-MENSUAL               PIC 9(7)V99 VALUE 0.
001720 01  PV-SEM-MES-INICIO        PIC 9(2) VALUE 0.
001730 01  PV-ING-MES               PIC 9(2) VALUE 0.
001740 01  PV-ING-DIA               PIC 9(2) VALUE 0.
001750 01  PV-DIAS-PEX              PIC S9(3) VALUE 0.
001760 01  PV-IMP-PEX               PIC 9(7)V99 VALUE 0.
001770 01  PV-DERECHO               PIC 9(3) VALUE 0.
001780 01  PV-ARRASTRE              PIC 9(3) VALUE 0.
001790 01  PV-SALDO-VAC             PIC S9(4) VALUE 0.
001800 01  PV-IMP-VAC               PIC 9(7)V99 VALUE 0.
001810
001820 01  PV-EMPLEADOS             PIC 9(5) VALUE 0.
001830 01  PV-TOT-PEX               PIC 9(11)V99 VALUE 0.
001840 01  PV-TOT-VAC               PIC 9(11)V99 VALUE 0.
001850 01  PV-TOT-DEBE              PIC 9(11)V99 VALUE 0.
001860 01  PV-TOT-HABER             PIC 9(11)V99 VALUE 0.
001870 01  PV-APUNTES               PIC 9(5) VALUE 0.
001880
001890 01  PV-IMPORTE-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001900 01  PV-IMPORTE2-EDIT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001910 01  PV-DIAS-EDIT             PIC -ZZ9.
001920
001930 01  PV-DESTINO               PIC X(01) VALUE "F".
001940     88  PV-DESTINO-IMPRESORA VALUE "P".
001950 01  PV-BANNER                PIC X(80) VALUE SPACES.
001960 01  PV-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
001970 01  PV-SPL-OPERADOR          PIC X(08) VALUE SPACES.
001980 01  PV-SPL-NIVEL             PIC X(01) VALUE SPACES.
001990
002000 01  PV-LOG-PROGRAMA          PIC X(08) VALUE "EMPPROV".
002010 01  PV-LOG-EVENTO            PIC X(06) VALUE SPACES.
002020 01  PV-LOG-CONTADOR          PIC 9(07) VALUE 0.
002030 01  PV-LOG-RETORNO           PIC 9(04) VALUE 0.
002040
002050 PROCEDURE DIVISION.
002060
002070 0000-MAINLINE.
002080     MOVE "INICIO" TO PV-LOG-EVENTO
002090     CALL "RUNLOG" USING PV-LOG-PROGRAMA, PV-LOG-EVENTO,
002100         PV-LOG-CONTADOR, PV-LOG-RETORNO
002110     PERFORM 1000-INITIALIZE
002120     IF PV-PROSIGUE
002130         PERFORM 2000-CALCULAR-EMPLEADOS
002140         PERFORM 3000-CUADRAR
002150         PERFORM 4000-IMPRIMIR-TOTALES
002160         IF PV-PROSIGUE
002170             PERFORM 5000-ESCRIBIR-DIARIO
002180         END-IF
002190         PERFORM 8000-TERMINAR
002200     END-IF
002210     MOVE "FIN" TO PV-LOG-EVENTO
002220     MOVE PV-APUNTES TO PV-LOG-CONTADOR
002230     MOVE RETURN-CODE TO PV-LOG-RETORNO
002240     CALL "RUNLOG" USING PV-LOG-PROGRAMA, PV-LOG-EVENTO,
002250         PV-LOG-CONTADOR, PV-LOG-RETORNO
002260     MOVE PV-LOG-RETORNO TO RETURN-CODE
002270     PERFORM 9999-EXIT.
002280
002290*----------------------------------------------------------------
002300* 1000-INITIALIZE - ASK THE PERIOD, WORK OUT THE CUT-OFF AND THE
002310*                   REVERSAL DATE, LOAD THE ACCOUNT MAPPING AND
002320*                   THE COST CENTRES, OPEN THE MASTER AND THE
002330*                   REPORT.
002340*----------------------------------------------------------------
002350 1000-INITIALIZE.
002360     PERFORM 1100-CAPTURAR-PERIODO UNTIL PV-PERIODO-LISTO
002370     COMPUTE PV-FECHA-CORTE = PV-PERIODO * 100
002380         + PV-FIN-MES (PV-MES)
002390     IF PV-MES = 12
002400         COMPUTE PV-PERIODO-REV = (PV-ANIO + 1) * 100 + 1
002410     ELSE
002420         COMPUTE PV-PERIODO-REV = PV-PERIODO + 1
002430     END-IF
002440     COMPUTE PV-FECHA-REV = PV-PERIODO-REV * 100 + 1
002450     COMPUTE RA-FECHA = PV-PERIODO * 100 + 1
002460     PERFORM 1200-CARGAR-CUENTAS
002470     IF PV-PROSIGUE
002480         PERFORM 1300-CARGAR-DEPARTAMENTOS
002490         OPEN INPUT EMPLEADOS-ARCHIVO
002500         CALL "RPTROUTE" USING PV-DESTINO
002510         IF PV-DESTINO-IMPRESORA
002520             OPEN OUTPUT EMPPROV-IMPRESORA
002530             DISPLAY "EMPPROV: SALIDA A EMPPROV.PRN (IMPRESORA)"
002540         ELSE
002550             OPEN OUTPUT EMPPROV-REPORTE
002560         END-IF
002570         CALL "RPTBANNER" USING PV-BANNER
002580         MOVE PV-BANNER TO RPT-LINEA
002590         PERFORM 6000-ESCRIBIR-LINEA
002600         MOVE SPACES TO RPT-LINEA
002610         STRING "PROVISIONES DE FIN DE MES (PAGA EXTRA Y"
002620             " VACACIONES) - PERIODO " PV-PERIODO
002630             " - CORTE " PV-FECHA-CORTE
002640             DELIMITED BY SIZE INTO RPT-LINEA
002650         PERFORM 6000-ESCRIBIR-LINEA
002660         MOVE ALL "-" TO RPT-LINEA
002670         PERFORM 6000-ESCRIBIR-LINEA
002680     END-IF.
002690
002700 1100-CAPTURAR-PERIODO.
002710     DISPLAY "PERIODO A PROVISIONAR YYYYMM (ENTER = ACTUAL): "
002720     ACCEPT PV-PERIODO-ENTRADA
002730     IF PV-PERIODO-ENTRADA = SPACES
002740         MOVE FUNCTION CURRENT-DATE(1:6) TO PV-PERIODO
002750         MOVE "Y" TO PV-PERIODO-LISTO-SW
002760     ELSE
002770         IF PV-PERIODO-ENTRADA IS NUMERIC
002780             MOVE PV-PERIODO-ENTRADA TO PV-PERIODO
002790             IF PV-MES < 1 OR PV-MES > 12
002800                 DISPLAY "PERIODO INVALIDO - MES 01 A 12"
002810             ELSE
002820                 MOVE "Y" TO PV-PERIODO-LISTO-SW
002830             END-IF
002840         ELSE
002850             DISPLAY "PERIODO INVALIDO - SOLO DIGITOS 0-9"
002860         END-IF
002870     END-IF.
002880
002890*----------------------------------------------------------------
002900* 1200-CARGAR-CUENTAS - THE ACCRUAL ACCOUNTS LIVE IN GLMAP.PRM
002910*                       NEXT TO THE PAYROLL ONES: GASTOPEX AND
002920*                       GASTOVAC (EXPENSE) AND PROVPEX AND
002930*                       PROVVAC (PROVISION).  A MISSING ACCOUNT
002940*                       REFUSES THE RUN.
002950*----------------------------------------------------------------
002960 1200-CARGAR-CUENTAS.
002970     MOVE "N" TO MAP-EOF-SW
002980     OPEN INPUT CUENTAS-PARM
002990     IF MAP-FILE-STATUS = "00"
003000         PERFORM 1210-LEER-CUENTA
003010         PERFORM 1220-GUARDAR-CUENTA UNTIL MAP-EOF
003020     END-IF
003030     IF MAP-FILE-STATUS = "00" OR MAP-FILE-STATUS = "05"
003040             OR MAP-FILE-STATUS = "10"
003050         CLOSE CUENTAS-PARM
003060     END-IF
003070     IF PV-CTA-GASTO-PEX = SPACES OR PV-CTA-PROV-PEX = SPACES
003080             OR PV-CTA-GASTO-VAC = SPACES
003090             OR PV-CTA-PROV-VAC = SPACES
003100         DISPLAY "EMPPROV: GLMAP.PRM INCOMPLETO - FALTAN CUENTAS"
003110             " (GASTOPEX/PROVPEX/GASTOVAC/PROVVAC)"
003120         MOVE "N" TO PV-PROSIGUE-SW
003130         MOVE 8 TO RETURN-CODE
003140     END-IF.
003150
003160 1210-LEER-CUENTA.
003170     READ CUENTAS-PARM
003180         AT END
003190             MOVE "Y" TO MAP-EOF-SW
003200     END-READ.
003210
003220 1220-GUARDAR-CUENTA.
003230     EVALUATE MAP-TIPO
003240         WHEN "GASTOPEX"
003250             MOVE MAP-CUENTA TO PV-CTA-GASTO-PEX
003260         WHEN "PROVPEX"
003270             MOVE MAP-CUENTA TO PV-CTA-PROV-PEX
003280         WHEN "GASTOVAC"
003290             MOVE MAP-CUENTA TO PV-CTA-GASTO-VAC
003300         WHEN "PROVVAC"
003310             MOVE MAP-CUENTA TO PV-CTA-PROV-VAC
003320         WHEN OTHER
003330             CONTINUE
003340     END-EVALUATE
003350     PERFORM 1210-LEER-CUENTA.
003360
003370 1300-CARGAR-DEPARTAMENTOS.
003380     MOVE "N" TO DEP-EOF-SW
003390     OPEN INPUT DEPARTAMENTO-MAESTRO
003400     IF DEP-FILE-STATUS = "00"
003410         PERFORM 1310-LEER-DEPARTAMENTO
003420         PERFORM 1320-GUARDAR-DEPARTAMENTO UNTIL DEP-EOF
003430     END-IF
003440     IF DEP-FILE-STATUS = "00" OR DEP-FILE-STATUS = "05"
003450             OR DEP-FILE-STATUS = "10"
003460         CLOSE DEPARTAMENTO-MAESTRO
003470     END-IF.
003480
003490 1310-LEER-DEPARTAMENTO.
003500     READ DEPARTAMENTO-MAESTRO
003510         AT END
003520             MOVE "Y" TO DEP-EOF-SW
003530     END-READ.
003540
003550 1320-GUARDAR-DEPARTAMENTO.
003560     IF PV-DEP-MAX < 50
003570         ADD 1 TO PV-DEP-MAX
003580         MOVE DEP-CODIGO TO PV-DEP-CODIGO (PV-DEP-MAX)
003590         MOVE DEP-CC     TO PV-DEP-CC (PV-DEP-MAX)
003600     END-IF
003610     PERFORM 1310-LEER-DEPARTAMENTO.
003620
003630*----------------------------------------------------------------
003640* 2000-CALCULAR-EMPLEADOS - ONE PASS OVER THE MASTER: EVERY
003650*                           ACTIVE EMPLOYEE HIRED BY THE CUT-OFF
003660*                           GETS THE TWO PROVISIONS, A LISTING
003670*                           LINE AND A SHARE OF ITS COST CENTRE.
003680*----------------------------------------------------------------
003690 2000-CALCULAR-EMPLEADOS.
003700     PERFORM 2100-READ-EMPLEADO
003710     PERFORM 2200-PROVISIONAR-EMPLEADO UNTIL EMP-EOF.
003720
003730 2100-READ-EMPLEADO.
003740     READ EMPLEADOS-ARCHIVO NEXT RECORD
003750         AT END
003760             MOVE "Y" TO EMP-EOF-SW
003770     END-READ.
003780
003790 2200-PROVISIONAR-EMPLEADO.
003800     IF E-ACTIVO AND E-FECHA-INGRESO NOT > PV-FECHA-CORTE
003810         DIVIDE E-SALARIO BY 12 GIVING PV-MENSUAL ROUNDED
003820         PERFORM 2300-CALCULAR-PAGA-EXTRA
003830         PERFORM 2400-CALCULAR-VACACIONES
003840         PERFORM 2500-ACUMULAR-CC
003850         PERFORM 2600-LINEA-EMPLEADO
003860         ADD 1 TO PV-EMPLEADOS
003870         ADD PV-IMP-PEX TO PV-TOT-PEX
003880         ADD PV-IMP-VAC TO PV-TOT-VAC
003890     END-IF
003900     PERFORM 2100-READ-EMPLEADO.
003910
003920*----------------------------------------------------------------
003930* 2300-CALCULAR-PAGA-EXTRA - THE NEXT EXTRA PAY IS ONE MONTHLY
003940*                            SALARY ACCRUED OVER A 180-DAY
003950*                            SEMESTER (JANUARY-JUNE, JULY-
003960*                            DECEMBER).  THE PROVISION AT MONTH
003970*                            END IS THE DAYS OF THE SEMESTER
003980*                            GONE SO FAR, LESS THE DAYS BEFORE A
003990*                            HIRE DATE INSIDE IT - THE SAME
004000*                            PRORATION EMPPAY PAYS IT WITH.
004010*----------------------------------------------------------------
004020 2300-CALCULAR-PAGA-EXTRA.
004030     IF PV-MES <= 6
004040         MOVE 1 TO PV-SEM-MES-INICIO
004050     ELSE
004060         MOVE 7 TO PV-SEM-MES-INICIO
004070     END-IF
004080     COMPUTE PV-DIAS-PEX = (PV-MES - PV-SEM-MES-INICIO + 1) * 30
004090     MOVE E-FECHA-INGRESO(5:2) TO PV-ING-MES
004100     IF E-FECHA-INGRESO(1:4) = PV-ANIO AND
004110             PV-ING-MES >= PV-SEM-MES-INICIO
004120         MOVE E-FECHA-INGRESO(7:2) TO PV-ING-DIA
004130         IF PV-ING-DIA > 30
004140             MOVE 30 TO PV-ING-DIA
004150         END-IF
004160         COMPUTE PV-DIAS-PEX = PV-DIAS-PEX -
004170             ((PV-ING-MES - PV-SEM-MES-INICIO) * 30
004180             + PV-ING-DIA - 1)
004190     END-IF
004200     IF PV-DIAS-PEX < ZERO
004210         MOVE ZERO TO PV-DIAS-PEX
004220     END-IF
004230     COMPUTE PV-IMP-PEX ROUNDED =
004240         PV-MENSUAL * PV-DIAS-PEX / 180.
004250
004260*----------------------------------------------------------------
004270* 2400-CALCULAR-VACACIONES - THE BALANCE THE VACATION SCREEN
004280*                            SHOWS, AS AT THE CUT-OFF, VALUED AT
004290*                            A THIRTIETH OF THE MONTHLY SALARY.
004300*                            AN OVER-TAKEN BALANCE PROVIDES
004310*                            NOTHING.
004320*----------------------------------------------------------------
004330 2400-CALCULAR-VACACIONES.
004340     CALL "VACDER" USING E-FECHA-INGRESO, PV-FECHA-CORTE,
004350         PV-DERECHO
004360     CALL "VACARR" USING E-VAC-ARRASTRE, E-VAC-ARR-CADUCA,
004370         E-VAC-TOMADOS, PV-FECHA-CORTE, PV-ARRASTRE
004380     COMPUTE PV-SALDO-VAC = PV-DERECHO + PV-ARRASTRE
004390         - E-VAC-TOMADOS
004400     IF PV-SALDO-VAC < ZERO
004410         MOVE ZERO TO PV-SALDO-VAC
004420     END-IF
004430     COMPUTE PV-IMP-VAC ROUNDED =
004440         PV-MENSUAL * PV-SALDO-VAC / 30.
004450
004460*----------------------------------------------------------------
004470* 2500-ACUMULAR-CC - E-DEPTO TO COST CENTRE THROUGH DEPTMST.DAT,
004480*                    "SIN-CC" WHEN THE DEPARTMENT IS NOT MAPPED,
004490*                    AS IN EMPGLJ.  AN EMPLOYEE SHARED BETWEEN
004500*                    DEPARTMENTS IS SPREAD OVER THEIR CENTRES BY
004510*                    THE EMPREPA.DAT SPLIT IN FORCE ON THE FIRST
004520*                    OF THE PERIOD, AS THE JOURNAL SPREADS THE
004530*                    GROSS.
004540*----------------------------------------------------------------
004550 2500-ACUMULAR-CC.
004560     MOVE E-ID TO RA-E-ID
004570     MOVE E-DEPTO TO RA-DEPTO-BASE
004580     MOVE PV-IMP-PEX TO RA-IMPORTE (1)
004590     MOVE PV-IMP-VAC TO RA-IMPORTE (2)
004600     MOVE ZERO TO RA-IMPORTE (3)
004610     CALL "REPARTO" USING RA-AREA
004620     PERFORM 2505-ACUMULAR-PARTE
004630         VARYING PV-RA-IDX FROM 1 BY 1
004640         UNTIL PV-RA-IDX > RA-LINEAS.
004650
004660 2505-ACUMULAR-PARTE.
004670     MOVE "SIN-CC" TO PV-CC-ACTUAL
004680     PERFORM 2510-BUSCAR-CC
004690         VARYING PV-DEP-IDX FROM 1 BY 1
004700         UNTIL PV-DEP-IDX > PV-DEP-MAX
004710     MOVE 0 TO PV-CC-HALLADO
004720     PERFORM 2520-BUSCAR-CC-TABLA
004730         VARYING PV-CC-IDX FROM 1 BY 1
004740         UNTIL PV-CC-IDX > PV-CC-MAX OR PV-CC-HALLADO > 0
004750     IF PV-CC-HALLADO = 0 AND PV-CC-MAX < 50
004760         ADD 1 TO PV-CC-MAX
004770         MOVE PV-CC-MAX TO PV-CC-HALLADO
004780         MOVE PV-CC-ACTUAL TO PV-CC-CODIGO (PV-CC-HALLADO)
004790         MOVE ZERO TO PV-CC-PEX (PV-CC-HALLADO)
004800             PV-CC-VAC (PV-CC-HALLADO)
004810             PV-CC-EMPLEADOS (PV-CC-HALLADO)
004820     END-IF
004830     IF PV-CC-HALLADO > 0
004840         ADD RA-PARTE (PV-RA-IDX, 1)
004850             TO PV-CC-PEX (PV-CC-HALLADO)
004860         ADD RA-PARTE (PV-RA-IDX, 2)
004870             TO PV-CC-VAC (PV-CC-HALLADO)
004880         ADD 1 TO PV-CC-EMPLEADOS (PV-CC-HALLADO)
004890     END-IF.
004900
004910 2510-BUSCAR-CC.
004920     IF PV-DEP-CODIGO (PV-DEP-IDX) = RA-DEPTO (PV-RA-IDX)
004930         MOVE PV-DEP-CC (PV-DEP-IDX) TO PV-CC-ACTUAL
004940     END-IF.
004950
004960 2520-BUSCAR-CC-TABLA.
004970     IF PV-CC-CODIGO (PV-CC-IDX) = PV-CC-ACTUAL
004980         MOVE PV-CC-IDX TO PV-CC-HALLADO
004990     END-IF.
005000
005010 2600-LINEA-EMPLEADO.
005020     IF RA-COMPARTIDO
005030         MOVE "REPARTO" TO PV-CC-ACTUAL
005040     END-IF
005050     MOVE SPACES TO RPT-LINEA
005060     STRING FUNCTION TRIM(E-ID) " / " FUNCTION TRIM(E-NOMBRE)
005070         " / DEPTO " E-DEPTO " / CC " PV-CC-ACTUAL
005080         DELIMITED BY SIZE INTO RPT-LINEA
005090     PERFORM 6000-ESCRIBIR-LINEA
005100     MOVE SPACES TO RPT-LINEA
005110     MOVE PV-DIAS-PEX TO PV-DIAS-EDIT
005120     MOVE PV-IMP-PEX TO PV-IMPORTE-EDIT
005130     STRING "    PAGA EXTRA " PV-DIAS-EDIT " DIAS "
005140         PV-IMPORTE-EDIT DELIMITED BY SIZE INTO RPT-LINEA
005150     MOVE PV-SALDO-VAC TO PV-DIAS-EDIT
005160     MOVE PV-IMP-VAC TO PV-IMPORTE-EDIT
005170     STRING "    VACACIONES " PV-DIAS-EDIT " DIAS "
005180         PV-IMPORTE-EDIT DELIMITED BY SIZE INTO RPT-LINEA(45:)
005190     PERFORM 6000-ESCRIBIR-LINEA.
005200
005210*----------------------------------------------------------------
005220* 3000-CUADRAR - THE COST-CENTRE DEBITS MUST ADD UP TO THE
005230*                EMPLOYEE TOTALS CREDITED TO THE PROVISIONS, TO
005240*                THE CENT, OR NO JOURNAL IS WRITTEN.
005250*----------------------------------------------------------------
005260 3000-CUADRAR.
005270     MOVE ZERO TO PV-TOT-DEBE
005280     PERFORM 3100-SUMAR-DEBE
005290         VARYING PV-CC-IDX FROM 1 BY 1
005300         UNTIL PV-CC-IDX > PV-CC-MAX
005310     COMPUTE PV-TOT-HABER = PV-TOT-PEX + PV-TOT-VAC
005320     IF PV-TOT-DEBE NOT = PV-TOT-HABER
005330         MOVE PV-TOT-DEBE TO PV-IMPORTE-EDIT
005340         DISPLAY "EMPPROV: DEBE " PV-IMPORTE-EDIT
005350         MOVE PV-TOT-HABER TO PV-IMPORTE-EDIT
005360         DISPLAY "EMPPROV: HABER " PV-IMPORTE-EDIT
005370         DISPLAY "EMPPROV: EL DIARIO NO CUADRA AL CENTIMO -"
005380             " NO SE ESCRIBE EMPGLA.DAT"
005390         MOVE "N" TO PV-PROSIGUE-SW
005400         MOVE 8 TO RETURN-CODE
005410     END-IF.
005420
005430 3100-SUMAR-DEBE.
005440     ADD PV-CC-PEX (PV-CC-IDX) PV-CC-VAC (PV-CC-IDX)
005450         TO PV-TOT-DEBE.
005460
005470*----------------------------------------------------------------
005480* 4000-IMPRIMIR-TOTALES - THE COST-CENTRE TOTALS (EACH ONE A
005490*                         DEBIT LINE OF THE JOURNAL) AND THE
005500*                         COMPANY TOTALS (THE CREDIT LINES).
005510*----------------------------------------------------------------
005520 4000-IMPRIMIR-TOTALES.
005530     MOVE ALL "-" TO RPT-LINEA
005540     PERFORM 6000-ESCRIBIR-LINEA
005550     MOVE "TOTALES POR CENTRO DE COSTE" TO RPT-LINEA
005560     PERFORM 6000-ESCRIBIR-LINEA
005570     PERFORM 4100-LINEA-CC
005580         VARYING PV-CC-IDX FROM 1 BY 1
005590         UNTIL PV-CC-IDX > PV-CC-MAX
005600     MOVE ALL "-" TO RPT-LINEA
005610     PERFORM 6000-ESCRIBIR-LINEA
005620     MOVE SPACES TO RPT-LINEA
005630     MOVE PV-TOT-PEX TO PV-IMPORTE-EDIT
005640     MOVE PV-TOT-VAC TO PV-IMPORTE2-EDIT
005650     STRING "TOTAL EMPRESA (" PV-EMPLEADOS " EMPLEADOS)"
005660         "  PAGA EXTRA " PV-IMPORTE-EDIT
005670         "  VACACIONES " PV-IMPORTE2-EDIT
005680         DELIMITED BY SIZE INTO RPT-LINEA
005690     PERFORM 6000-ESCRIBIR-LINEA
005700     MOVE SPACES TO RPT-LINEA
005710     MOVE PV-TOT-DEBE TO PV-IMPORTE-EDIT
005720     MOVE PV-TOT-HABER TO PV-IMPORTE2-EDIT
005730     STRING "DIARIO EMPGLA.DAT - DOTACION " PV-PERIODO
005740         " DEBE " PV-IMPORTE-EDIT " HABER " PV-IMPORTE2-EDIT
005750         " / REVERSION " PV-PERIODO-REV " POR EL MISMO IMPORTE"
005760         DELIMITED BY SIZE INTO RPT-LINEA
005770     PERFORM 6000-ESCRIBIR-LINEA
005780     IF NOT PV-PROSIGUE
005790         MOVE "*** DIARIO NO ESCRITO - NO CUADRA AL CENTIMO ***"
005800             TO RPT-LINEA
005810         PERFORM 6000-ESCRIBIR-LINEA
005820     END-IF
005830     DISPLAY "EMPPROV - EMPLEADOS PROVISIONADOS: " PV-EMPLEADOS.
005840
005850 4100-LINEA-CC.
005860     MOVE SPACES TO RPT-LINEA
005870     MOVE PV-CC-PEX (PV-CC-IDX) TO PV-IMPORTE-EDIT
005880     MOVE PV-CC-VAC (PV-CC-IDX) TO PV-IMPORTE2-EDIT
005890     STRING "CC " PV-CC-CODIGO (PV-CC-IDX)
005900         " (" PV-CC-EMPLEADOS (PV-CC-IDX) " EMPL.)"
005910         "  PAGA EXTRA " PV-IMPORTE-EDIT
005920         "  VACACIONES " PV-IMPORTE2-EDIT
005930         DELIMITED BY SIZE INTO RPT-LINEA
005940     PERFORM 6000-ESCRIBIR-LINEA.
005950
005960*----------------------------------------------------------------
005970* 5000-ESCRIBIR-DIARIO - TWO BALANCED BATCHES IN THE EMPGLJ.DAT
005980*                        FORMAT.  DOTACION: EXPENSE DEBITED PER
005990*                        COST CENTRE, PROVISIONS CREDITED.
006000*                        REVERSION, DATED THE FIRST OF THE NEXT
006010*                        PERIOD: THE SAME LINES WITH THE SIDES
006020*                        SWAPPED.
006030*----------------------------------------------------------------
006040 5000-ESCRIBIR-DIARIO.
006050     OPEN OUTPUT DIARIO-CONTABLE
006060     MOVE SPACES TO GLJ-REGISTRO
006070     MOVE "CAB" TO GLJ-CAB-TIPO
006080     MOVE PV-PERIODO TO GLJ-CAB-PERIODO
006090     MOVE PV-FECHA-CORTE TO GLJ-CAB-FECHA
006100     WRITE GLJ-REGISTRO
006110     PERFORM 5100-APUNTE-GASTO-DOT
006120         VARYING PV-CC-IDX FROM 1 BY 1
006130         UNTIL PV-CC-IDX > PV-CC-MAX
006140     MOVE "CRE" TO GLJ-APU-TIPO
006150     MOVE PV-CTA-PROV-PEX TO GLJ-APU-CUENTA
006160     MOVE PV-TOT-PEX TO GLJ-APU-IMPORTE
006170     MOVE "PROVISION PAGA EXTRA" TO GLJ-APU-DESC
006180     PERFORM 5300-ESCRIBIR-PROVISION
006190     MOVE "CRE" TO GLJ-APU-TIPO
006200     MOVE PV-CTA-PROV-VAC TO GLJ-APU-CUENTA
006210     MOVE PV-TOT-VAC TO GLJ-APU-IMPORTE
006220     MOVE "PROVISION VACACIONES" TO GLJ-APU-DESC
006230     PERFORM 5300-ESCRIBIR-PROVISION
006240     PERFORM 5400-ESCRIBIR-COLA
006250
006260     MOVE SPACES TO GLJ-REGISTRO
006270     MOVE "CAB" TO GLJ-CAB-TIPO
006280     MOVE PV-PERIODO-REV TO GLJ-CAB-PERIODO
006290     MOVE PV-FECHA-REV TO GLJ-CAB-FECHA
006300     WRITE GLJ-REGISTRO
006310     MOVE "DEB" TO GLJ-APU-TIPO
006320     MOVE PV-CTA-PROV-PEX TO GLJ-APU-CUENTA
006330     MOVE PV-TOT-PEX TO GLJ-APU-IMPORTE
006340     MOVE "REVERSION PAGA EXTRA" TO GLJ-APU-DESC
006350     PERFORM 5300-ESCRIBIR-PROVISION
006360     MOVE "DEB" TO GLJ-APU-TIPO
006370     MOVE PV-CTA-PROV-VAC TO GLJ-APU-CUENTA
006380     MOVE PV-TOT-VAC TO GLJ-APU-IMPORTE
006390     MOVE "REVERSION VACACIONES" TO GLJ-APU-DESC
006400     PERFORM 5300-ESCRIBIR-PROVISION
006410     PERFORM 5200-APUNTE-GASTO-REV
006420         VARYING PV-CC-IDX FROM 1 BY 1
006430         UNTIL PV-CC-IDX > PV-CC-MAX
006440     PERFORM 5400-ESCRIBIR-COLA
006450     CLOSE DIARIO-CONTABLE
006460     DISPLAY "EMPPROV: DIARIO EMPGLA.DAT ESCRITO CON " PV-APUNTES
006470         " APUNTE(S) - DOTACION Y REVERSION CUADRADAS".
006480
006490 5100-APUNTE-GASTO-DOT.
006500     MOVE SPACES TO GLJ-REGISTRO
006510     MOVE "DEB" TO GLJ-APU-TIPO
006520     MOVE PV-CTA-GASTO-PEX TO GLJ-APU-CUENTA
006530     MOVE PV-CC-CODIGO (PV-CC-IDX) TO GLJ-APU-CC
006540     MOVE PV-CC-PEX (PV-CC-IDX) TO GLJ-APU-IMPORTE
006550     MOVE "DOTACION PAGA EXTRA" TO GLJ-APU-DESC
006560     WRITE GLJ-REGISTRO
006570     ADD 1 TO PV-APUNTES
006580     MOVE PV-CTA-GASTO-VAC TO GLJ-APU-CUENTA
006590     MOVE PV-CC-VAC (PV-CC-IDX) TO GLJ-APU-IMPORTE
006600     MOVE "DOTACION VACACIONES" TO GLJ-APU-DESC
006610     WRITE GLJ-REGISTRO
006620     ADD 1 TO PV-APUNTES.
006630
006640 5200-APUNTE-GASTO-REV.
006650     MOVE SPACES TO GLJ-REGISTRO
006660     MOVE "CRE" TO GLJ-APU-TIPO
006670     MOVE PV-CTA-GASTO-PEX TO GLJ-APU-CUENTA
006680     MOVE PV-CC-CODIGO (PV-CC-IDX) TO GLJ-APU-CC
006690     MOVE PV-CC-PEX (PV-CC-IDX) TO GLJ-APU-IMPORTE
006700     MOVE "REVERSION PAGA EXTRA" TO GLJ-APU-DESC
006710     WRITE GLJ-REGISTRO
006720     ADD 1 TO PV-APUNTES
006730     MOVE PV-CTA-GASTO-VAC TO GLJ-APU-CUENTA
006740     MOVE PV-CC-VAC (PV-CC-IDX) TO GLJ-APU-IMPORTE
006750     MOVE "REVERSION VACACIONES" TO GLJ-APU-DESC
006760     WRITE GLJ-REGISTRO
006770     ADD 1 TO PV-APUNTES.
006780
006790 5300-ESCRIBIR-PROVISION.
006800     MOVE SPACES TO GLJ-APU-CC
006810     WRITE GLJ-REGISTRO
006820     ADD 1 TO PV-APUNTES.
006830
006840 5400-ESCRIBIR-COLA.
006850     MOVE SPACES TO GLJ-REGISTRO
006860     MOVE "FIN" TO GLJ-FIN-TIPO
006870     MOVE PV-TOT-DEBE TO GLJ-FIN-DEBE
006880     MOVE PV-TOT-HABER TO GLJ-FIN-HABER
006890     WRITE GLJ-REGISTRO.
006900
006910*----------------------------------------------------------------
006920* 6000-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
006930*                       RPTROUTE SELECTED AT STARTUP.
006940*----------------------------------------------------------------
006950 6000-ESCRIBIR-LINEA.
006960     IF PV-DESTINO-IMPRESORA
006970         MOVE RPT-LINEA TO LINEA-IMPRESORA
006980         WRITE LINEA-IMPRESORA
006990     ELSE
007000         WRITE RPT-LINEA
007010     END-IF.
007020
007030 8000-TERMINAR.
007040     CLOSE EMPLEADOS-ARCHIVO
007050     IF PV-DESTINO-IMPRESORA
007060         CLOSE EMPPROV-IMPRESORA
007070     ELSE
007080         CLOSE EMPPROV-REPORTE
007090         CALL "OPERSES" USING PV-SPL-OPERADOR, PV-SPL-NIVEL
007100         MOVE "EMPPROV.RPT" TO PV-ARCHIVO-SPOOL
007110         CALL "SPOOLCAT" USING PV-LOG-PROGRAMA,
007120             PV-ARCHIVO-SPOOL, PV-SPL-OPERADOR
007130     END-IF.
007140
007150 9999-EXIT.
007160     GOBACK.
007170 END PROGRAM EMPPROV.
