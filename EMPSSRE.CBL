000060*                REQUESTED PERIOD, TOTALS THE EMPLOYEE SS
000070*                CONTRIBUTIONS (PH-SS) FROM THE EMPPAYH.DAT
000080*                HISTORY - LATEST ROW PER EMPLOYEE, THE WAY
000088*                EMPSLIP KEEPS ITS FIGURES - COMPUTES THE EMPLOYER
000096*                CONTRIBUTION FROM THE TIPO "SSEM" RATE ON
000104*                DEDMST.DAT OVER THE SAME GROSS BASE, GROUPS
000112*                EVERYTHING BY THE SOCIAL-SECURITY ACCOUNT OF THE
000120*                EMPLOYEE'S WORK CENTRE (CENTROS.DAT) AND, WITHIN
000128*                IT, BY THE COST CENTRE DEPTMST.DAT MAPS EACH
000136*                EMPLOYEE'S E-DEPTO TO, AND WRITES THE
000144*                FIXED-FORMAT EMPSSRE.DAT REMITTANCE FILE (ONE CAB
000152*                / DET PER COST CENTRE / FIN BLOCK PER ACCOUNT,
000160*                THE EMPBANK.DAT CONVENTION) PLUS A CONTROL
000168*                LISTING WHOSE TOTALS MUST TIE BACK TO THE PAYROLL
000180*                REGISTER, SO THE REMITTANCE STOPS BEING A
000185*                PARALLEL SPREADSHEET.  EACH ACCOUNT BLOCK ALSO
000190*                CARRIES ONE TRB RECORD PER WORKER WITH THE NIF
000195*                AND NAF FROM THE EMPIDEN.DAT REGISTER.
000200* TECTONICS:     cobc -x -std=ibm -I copybooks EMPSSRE.CBL
000210*                RPTROUTE RPTBANNER RUNLOG RUNPER REPARTO IDENREG
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000410*                    INSTEAD OF PH-VARIABLE, MATCHING THE
000420*                    EMPLOYEE QUOTA BASE - EXEMPT CONCEPTS DO
000430*                    NOT CONTRIBUTE.
000431*   2026-10-15  RT   THE GROSS NOW ADDS PH-IT-PRESTACION AND PH-
000432*                    IT-COMPLEMENTO, THE SICK-LEAVE BENEFIT AND
000433*                    CONVENIO TOP-UP THE PAYROLL RUN NOW PAYS
000434*                    INSTEAD OF THE SALARY FOR THOSE DAYS.
000435*   2026-10-15  RT   THE CONTRIBUTION BASE INCLUDES THE IN-KIND
000436*                    PAY (PH-ESPECIE), AS THE PAYROLL RUN NOW
000437*                    DOES.
000438*   2026-10-15  RT   WHEN THE MONTH-END PAYROLL STREAM (EMPNOMB)
000439*                    IS RUNNING, THE PERIOD IS TAKEN FROM IT
000440*                    THROUGH THE SHARED RUNPER ROUTINE INSTEAD OF
000441*                    ASKING THE OPERATOR.
000442*   2026-10-15  RT   THE BASE AND BOTH CONTRIBUTIONS OF AN
000443*                    EMPLOYEE SHARED BETWEEN DEPARTMENTS ARE
000444*                    SPREAD OVER THEIR COST CENTRES BY THE
000445*                    EMPREPA.DAT SPLIT IN FORCE ON THE FIRST OF
000446*                    THE PERIOD, THROUGH THE SHARED REPARTO
000447*                    ROUTINE, SO EACH DET LINE CARRIES ITS SHARE
000448*                    OF THE EMPLOYER COST.
000449*   2026-10-15  RT   THE REMITTANCE IS NOW SPLIT BY THE SOCIAL-
000450*                    SECURITY ACCOUNT OF EACH EMPLOYEE'S WORK
000451*                    CENTRE (E-CENTRO, ACCOUNT FROM CENTROS.DAT):
000452*                    EMPSSRE.DAT CARRIES ONE CAB (WITH THE
000453*                    ACCOUNT) / DET / FIN BLOCK PER ACCOUNT, AND
000454*                    THE LISTING SUBTOTALS EACH ACCOUNT BEFORE THE
000455*                    GRAND TOTALS.  EMPLOYEES WITHOUT A CENTRE
000456*                    ACCOUNT GO UNDER ACCOUNT ZERO WITH A WARNING.
000457*   2026-10-15  RT   THE DEPTMST.DAT RECORD NOW CARRIES THE DEP-
000458*                    JEFE DEPARTMENT-HEAD E-ID.
000459*   2026-10-15  RT   EACH ACCOUNT BLOCK OF EMPSSRE.DAT NOW CARRIES
000460*                    ONE TRB RECORD PER WORKER WITH THE NIF/NIE
000461*                    AND AFFILIATION NUMBER (NAF) FROM THE
000462*                    EMPIDEN.DAT REGISTER, THE BASE AND BOTH
000463*                    CONTRIBUTIONS, AND THE FIN TRAILER COUNTS
000464*                    THEM; THE LISTING SHOWS THE WORKERS UNDER
000465*                    EACH ACCOUNT AND WARNS ABOUT ANY WITHOUT A
000466*                    NAF.
000467******************************************************************
000468 IDENTIFICATION DIVISION.
000469 PROGRAM-ID. EMPSSRE.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000550         ASSIGN TO "DEPTMST.DAT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DEP-FILE-STATUS.
000571
000572     SELECT OPTIONAL CENTRO-MAESTRO
000573         ASSIGN TO "CENTROS.DAT"
000574         ORGANIZATION IS SEQUENTIAL
000575         FILE STATUS IS CEN-FILE-STATUS.
000580
000590     SELECT OPTIONAL DEDUCCION-MAESTRO
000600         ASSIGN TO "DEDMST.DAT"
000910     05  DEP-CC              PIC X(08).
000920     05  DEP-CERRADO         PIC X(01).
000930         88  DEP-CERRADA     VALUE "S".
000931     05  DEP-JEFE            PIC X(50).
000932
000933 FD  CENTRO-MAESTRO.
000934 01  CEN-REGISTRO.
000935     05  CEN-CODIGO          PIC X(04).
000936     05  CEN-NOMBRE          PIC X(20).
000937     05  CEN-DIRECCION       PIC X(30).
000938     05  CEN-REGION          PIC X(10).
000939     05  CEN-CUENTA-SS       PIC 9(11).
000940     05  CEN-CALENDARIO      PIC X(04).
000941
000950 FD  DEDUCCION-MAESTRO.
000960 01  DED-REGISTRO.
000970     05  DED-TIPO             PIC X(04).
001100     05  REM-CAB-PERIODO      PIC 9(06).
001110     05  REM-CAB-FECHA        PIC 9(08).
001120     05  REM-CAB-ORIGEN       PIC X(20).
001126     05  REM-CAB-CUENTA       PIC 9(11).
001132     05  FILLER               PIC X(32).
001140 01  REM-DETALLE REDEFINES REM-REGISTRO.
001150     05  REM-DET-TIPO         PIC X(03).
001160     05  REM-DET-CC           PIC X(08).
001190     05  REM-DET-SS-TRAB      PIC 9(9)V99.
001200     05  REM-DET-SS-EMPR      PIC 9(9)V99.
001210     05  FILLER               PIC X(29).
001211 01  REM-TRABAJADOR REDEFINES REM-REGISTRO.
001212     05  REM-TRB-TIPO         PIC X(03).
001213     05  REM-TRB-NIF          PIC X(09).
001214     05  REM-TRB-NAF          PIC X(12).
001215     05  REM-TRB-BASE         PIC 9(8)V99.
001216     05  REM-TRB-SS-TRAB      PIC 9(7)V99.
001217     05  REM-TRB-SS-EMPR      PIC 9(7)V99.
001218     05  FILLER               PIC X(28).
001220 01  REM-COLA REDEFINES REM-REGISTRO.
001230     05  REM-FIN-TIPO         PIC X(03).
001240     05  REM-FIN-COUNT        PIC 9(05).
001250     05  REM-FIN-SS-TRAB      PIC 9(11)V99.
001260     05  REM-FIN-SS-EMPR      PIC 9(11)V99.
001266     05  REM-FIN-TRABAJADORES PIC 9(05).
001272     05  FILLER               PIC X(41).
001280
001290 FD  EMPSSRE-REPORTE.
001300 01  RPT-LINEA                PIC X(132).
001360 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001370 01  PH-FILE-STATUS           PIC XX VALUE SPACES.
001380 01  DEP-FILE-STATUS          PIC XX VALUE SPACES.
001385 01  CEN-FILE-STATUS          PIC XX VALUE SPACES.
001390 01  DED-FILE-STATUS          PIC XX VALUE SPACES.
001400 01  REM-FILE-STATUS          PIC XX VALUE SPACES.
001410 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001450     88  PH-EOF               VALUE "Y".
001460 01  DEP-EOF-SW               PIC X VALUE "N".
001470     88  DEP-EOF              VALUE "Y".
001473 01  CEN-EOF-SW               PIC X VALUE "N".
001476     88  CEN-EOF              VALUE "Y".
001480 01  DED-EOF-SW               PIC X VALUE "N".
001490     88  DED-EOF              VALUE "Y".
001500
001530 01  SR-BANNER                PIC X(80) VALUE SPACES.
001540 01  SR-PERIODO-ENTRADA       PIC X(6) VALUE SPACES.
001550 01  SR-PERIODO               PIC 9(6) VALUE ZERO.
001555 01  SR-PER-ACCION            PIC X(08) VALUE "LEER".
001560 01  SR-PERIODO-LISTO-SW      PIC X VALUE "N".
001570     88  SR-PERIODO-LISTO     VALUE "Y".
001580 01  SR-SSEM-PCT              PIC 99V99 VALUE 0.
001670         10  SR-DEP-CC        PIC X(08).
001680 01  SR-DEP-IDX               PIC 9(2) VALUE 0.
001690
001691 01  SR-CEN-TABLA.
001692     05  SR-CEN-MAX           PIC 9(2) VALUE 0.
001693     05  SR-CEN-ENTRADA OCCURS 50 TIMES.
001694         10  SR-CEN-CODIGO    PIC X(04).
001695         10  SR-CEN-CUENTA    PIC 9(11).
001696 01  SR-CEN-IDX               PIC 9(2) VALUE 0.
001697 01  SR-CUENTA-ACTUAL         PIC 9(11) VALUE 0.
001698 01  SR-SIN-CUENTA            PIC 9(5) VALUE 0.
001699
001700 01  SR-CTA-TABLA.
001701     05  SR-CTA-MAX           PIC 9(2) VALUE 0.
001702     05  SR-CTA-ENTRADA OCCURS 50 TIMES.
001703         10  SR-CTA-CUENTA    PIC 9(11).
001704         10  SR-CTA-DETS      PIC 9(5).
001705         10  SR-CTA-BASE      PIC S9(11)V99.
001706         10  SR-CTA-SS-TRAB   PIC 9(11)V99.
001707         10  SR-CTA-SS-EMPR   PIC 9(11)V99.
001708         10  SR-CTA-TRABS     PIC 9(5).
001709 01  SR-CTA-IDX               PIC 9(2) VALUE 0.
001710 01  SR-CTA-HALLADO           PIC 9(2) VALUE 0.
001711
001712 01  SR-EMP-TABLA.
001713     05  SR-EMP-MAX           PIC 9(3) VALUE 0.
001720     05  SR-EMP-ENTRADA OCCURS 500 TIMES.
001730         10  SR-EMP-E-ID      PIC X(50).
001740         10  SR-EMP-BASE      PIC S9(8)V99.
001750         10  SR-EMP-SS        PIC 9(7)V99.
001752         10  SR-EMP-SS-EMPR   PIC 9(7)V99.
001754         10  SR-EMP-CUENTA    PIC 9(11).
001756         10  SR-EMP-NIF       PIC X(09).
001758         10  SR-EMP-NAF       PIC X(12).
001760 01  SR-EMP-IDX               PIC 9(3) VALUE 0.
001770 01  SR-EMP-HALLADO           PIC 9(3) VALUE 0.
001780
001790 01  SR-CC-TABLA.
001800     05  SR-CC-MAX            PIC 9(2) VALUE 0.
001810     05  SR-CC-ENTRADA OCCURS 50 TIMES.
001815         10  SR-CC-CUENTA     PIC 9(11).
001820         10  SR-CC-CODIGO     PIC X(08).
001830         10  SR-CC-COUNT      PIC 9(5).
001840         10  SR-CC-BASE       PIC S9(11)V99.
001870 01  SR-CC-IDX                PIC 9(2) VALUE 0.
001880 01  SR-CC-HALLADO            PIC 9(2) VALUE 0.
001890 01  SR-CC-ACTUAL             PIC X(08) VALUE SPACES.
001893 01  SR-RA-IDX                PIC 9(1) VALUE 0.
001896     COPY EMPRPL.
001900
001910 01  SR-SS-EMPR               PIC 9(7)V99 VALUE 0.
001920 01  SR-TOT-TRAB              PIC 9(11)V99 VALUE 0.
001930 01  SR-TOT-EMPR              PIC 9(11)V99 VALUE 0.
001940 01  SR-TOT-BASE              PIC S9(11)V99 VALUE 0.
001942 01  SR-SIN-NAF               PIC 9(5) VALUE 0.
001944 01  SR-IDN-ACCION            PIC X(08) VALUE SPACES.
001946 01  SR-IDN-RESULTADO-SW      PIC X VALUE "N".
001948     COPY EMPIDEN.
001950 01  SR-IMPORTE-EDIT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
001960
001970 01  SR-ARCHIVO-SPOOL        PIC X(20) VALUE SPACES.
002270
002280*----------------------------------------------------------------
002290* 1000-INITIALIZE - ASK THE PERIOD (ENTER MEANS THE CURRENT ONE),
002297*                   LOAD THE COST CENTRES, THE WORK-CENTRE
002304*                   ACCOUNTS AND THE EMPLOYER RATE, AND OPEN THE
002311*                   MASTER FOR THE E-DEPTO AND E-CENTRO LOOKUPS.
002320*----------------------------------------------------------------
002330 1000-INITIALIZE.
002331     CALL "RUNPER" USING SR-PER-ACCION, SR-PERIODO
002332     IF SR-PERIODO > ZERO
002333         MOVE "Y" TO SR-PERIODO-LISTO-SW
002334         DISPLAY "EMPSSRE: PERIODO DE LA CADENA DE NOMINA: "
002335             SR-PERIODO
002336     END-IF
002340     PERFORM 1100-CAPTURAR-PERIODO UNTIL SR-PERIODO-LISTO
002350     PERFORM 1200-CARGAR-DEPARTAMENTOS
002360     PERFORM 1300-CARGAR-TASA-EMPRESA
002365     PERFORM 1400-CARGAR-CENTROS
002370     OPEN INPUT EMPLEADOS-ARCHIVO.
002380
002390 1100-CAPTURAR-PERIODO.
003330     PERFORM 1310-LEER-DEDUCCION.
003340
003350*----------------------------------------------------------------
003351* 1400-CARGAR-CENTROS - THE CONTRIBUTION ACCOUNT (CCC) OF EVERY
003352*                       WORK CENTRE.  AN EMPLOYEE WITH NO CENTRE,
003353*                       OR ONE NOT ON CENTROS.DAT, IS REMITTED
003354*                       UNDER ACCOUNT ZERO AND THE LISTING SAYS
003355*                       SO.
003356*----------------------------------------------------------------
003357 1400-CARGAR-CENTROS.
003358     MOVE "N" TO CEN-EOF-SW
003359     OPEN INPUT CENTRO-MAESTRO
003360     IF CEN-FILE-STATUS = "00"
003361         PERFORM 1410-LEER-CENTRO
003362         PERFORM 1420-GUARDAR-CENTRO UNTIL CEN-EOF
003363     ELSE
003364         DISPLAY "EMPSSRE: NO EXISTE CENTROS.DAT - TODO QUEDA"
003365             " BAJO LA CUENTA DE COTIZACION CERO"
003366     END-IF
003367     IF CEN-FILE-STATUS = "00" OR CEN-FILE-STATUS = "05"
003368             OR CEN-FILE-STATUS = "10"
003369         CLOSE CENTRO-MAESTRO
003370     END-IF.
003371
003372 1410-LEER-CENTRO.
003373     READ CENTRO-MAESTRO
003374         AT END
003375             MOVE "Y" TO CEN-EOF-SW
003376     END-READ.
003377
003378 1420-GUARDAR-CENTRO.
003379     IF SR-CEN-MAX < 50
003380         ADD 1 TO SR-CEN-MAX
003381         MOVE CEN-CODIGO    TO SR-CEN-CODIGO (SR-CEN-MAX)
003382         MOVE CEN-CUENTA-SS TO SR-CEN-CUENTA (SR-CEN-MAX)
003383     END-IF
003384     PERFORM 1410-LEER-CENTRO.
003385
003386*----------------------------------------------------------------
003387* 2000-CARGAR-HISTORIA - ONE TABLE ENTRY PER EMPLOYEE PAID IN THE
003388*                        PERIOD, ALWAYS THE LATEST HISTORY ROW.
003389*----------------------------------------------------------------
003390 2000-CARGAR-HISTORIA.
003400     MOVE ZERO TO SR-EMP-MAX
003410     MOVE "N" TO PH-EOF-SW
003720*            EXEMPT VARIABLE CONCEPTS STAY OUT OF IT.
003730             COMPUTE SR-EMP-BASE (SR-EMP-HALLADO) =
003740                 PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VAR-GRAV
003743                 + PH-IT-PRESTACION + PH-IT-COMPLEMENTO
003746                 + PH-ESPECIE
003750             MOVE PH-SS TO SR-EMP-SS (SR-EMP-HALLADO)
003760         ELSE
003770             DISPLAY "EMPSSRE: TABLA DE EMPLEADOS LLENA - LA"
003870
003880*----------------------------------------------------------------
003890* 3000-AGRUPAR-POR-CC - LOOK EACH PAID EMPLOYEE UP ON THE MASTER
003897*                       FOR ITS E-DEPTO AND E-CENTRO, MAP THEM
003904*                       TO THE COST CENTRE AND THE CONTRIBUTION
003911*                       ACCOUNT AND ACCUMULATE COUNT, BASE AND
003920*                       BOTH CONTRIBUTIONS.
003930*----------------------------------------------------------------
003940 3000-AGRUPAR-POR-CC.
003941     COMPUTE RA-FECHA = SR-PERIODO * 100 + 1
003942     IF SR-PERIODO(5:2) = "13"
003943         MOVE "06" TO RA-FECHA(5:2)
003944     END-IF
003945     IF SR-PERIODO(5:2) = "14"
003946         MOVE "12" TO RA-FECHA(5:2)
003947     END-IF
003950     PERFORM 3100-AGRUPAR-EMPLEADO
003960         VARYING SR-EMP-IDX FROM 1 BY 1
003970         UNTIL SR-EMP-IDX > SR-EMP-MAX.
003980
003990 3100-AGRUPAR-EMPLEADO.
004010     MOVE SR-EMP-E-ID (SR-EMP-IDX) TO E-ID
004020     READ EMPLEADOS-ARCHIVO
004030         INVALID KEY
004040             MOVE SPACES TO E-DEPTO
004050             MOVE SPACES TO E-CENTRO
004090     END-READ
004093     PERFORM 3120-BUSCAR-CUENTA
004096     MOVE SR-CUENTA-ACTUAL TO SR-EMP-CUENTA (SR-EMP-IDX)
004100     COMPUTE SR-SS-EMPR ROUNDED =
004110         SR-EMP-BASE (SR-EMP-IDX) * SR-SSEM-PCT / 100
004111     MOVE SR-SS-EMPR TO SR-EMP-SS-EMPR (SR-EMP-IDX)
004112     MOVE SR-EMP-E-ID (SR-EMP-IDX) TO RA-E-ID
004113     MOVE E-DEPTO TO RA-DEPTO-BASE
004114     MOVE SR-EMP-BASE (SR-EMP-IDX) TO RA-IMPORTE (1)
004115     MOVE SR-EMP-SS (SR-EMP-IDX) TO RA-IMPORTE (2)
004116     MOVE SR-SS-EMPR TO RA-IMPORTE (3)
004117     CALL "REPARTO" USING RA-AREA
004118     PERFORM 3150-AGRUPAR-PARTE
004119         VARYING SR-RA-IDX FROM 1 BY 1
004120         UNTIL SR-RA-IDX > RA-LINEAS.
004121
004122 3120-BUSCAR-CUENTA.
004123     MOVE ZERO TO SR-CUENTA-ACTUAL
004124     IF E-CENTRO NOT = SPACES
004125         PERFORM 3130-COMPARAR-CENTRO
004126             VARYING SR-CEN-IDX FROM 1 BY 1
004127             UNTIL SR-CEN-IDX > SR-CEN-MAX
004128     END-IF
004129     IF SR-CUENTA-ACTUAL = ZERO
004130         ADD 1 TO SR-SIN-CUENTA
004131     END-IF.
004132
004133 3130-COMPARAR-CENTRO.
004134     IF SR-CEN-CODIGO (SR-CEN-IDX) = E-CENTRO
004135         MOVE SR-CEN-CUENTA (SR-CEN-IDX) TO SR-CUENTA-ACTUAL
004136     END-IF.
004137
004138*----------------------------------------------------------------
004139* 3150-AGRUPAR-PARTE - ONE LINE OF THE EMPLOYEE'S EMPREPA.DAT
004140*                      SPLIT (THE WHOLE AMOUNTS TO E-DEPTO WHEN
004141*                      THEY HAVE NONE); A SHARED EMPLOYEE COUNTS
004142*                      IN EVERY CENTRE THAT CARRIES PART OF THEM.
004143*                      EACH ACCOUNT KEEPS ITS OWN COST-CENTRE
004144*                      LINES.
004145*----------------------------------------------------------------
004146 3150-AGRUPAR-PARTE.
004147     MOVE "SIN-CC" TO SR-CC-ACTUAL
004148     PERFORM 3200-BUSCAR-CC
004149         VARYING SR-DEP-IDX FROM 1 BY 1
004150         UNTIL SR-DEP-IDX > SR-DEP-MAX
004151     MOVE 0 TO SR-CC-HALLADO
004152     PERFORM 3300-BUSCAR-CC-TABLA
004153         VARYING SR-CC-IDX FROM 1 BY 1
004154         UNTIL SR-CC-IDX > SR-CC-MAX OR SR-CC-HALLADO > 0
004160     IF SR-CC-HALLADO = 0 AND SR-CC-MAX < 50
004170         ADD 1 TO SR-CC-MAX
004180         MOVE SR-CC-MAX TO SR-CC-HALLADO
004185         MOVE SR-CUENTA-ACTUAL TO SR-CC-CUENTA (SR-CC-HALLADO)
004190         MOVE SR-CC-ACTUAL TO SR-CC-CODIGO (SR-CC-HALLADO)
004200         MOVE ZERO TO SR-CC-COUNT (SR-CC-HALLADO)
004210         MOVE ZERO TO SR-CC-BASE (SR-CC-HALLADO)
004220         MOVE ZERO TO SR-CC-SS-TRAB (SR-CC-HALLADO)
004230         MOVE ZERO TO SR-CC-SS-EMPR (SR-CC-HALLADO)
004235         PERFORM 3400-ANOTAR-CUENTA
004240     END-IF
004250     IF SR-CC-HALLADO > 0
004260         ADD 1 TO SR-CC-COUNT (SR-CC-HALLADO)
004270         ADD RA-PARTE (SR-RA-IDX, 1)
004280             TO SR-CC-BASE (SR-CC-HALLADO)
004290         ADD RA-PARTE (SR-RA-IDX, 2)
004300             TO SR-CC-SS-TRAB (SR-CC-HALLADO)
004306         ADD RA-PARTE (SR-RA-IDX, 3)
004312             TO SR-CC-SS-EMPR (SR-CC-HALLADO)
004320     END-IF.
004330
004340 3200-BUSCAR-CC.
004350     IF SR-DEP-CODIGO (SR-DEP-IDX) = RA-DEPTO (SR-RA-IDX)
004360         MOVE SR-DEP-CC (SR-DEP-IDX) TO SR-CC-ACTUAL
004370     END-IF.
004380
004390 3300-BUSCAR-CC-TABLA.
004396     IF SR-CC-CODIGO (SR-CC-IDX) = SR-CC-ACTUAL AND
004402             SR-CC-CUENTA (SR-CC-IDX) = SR-CUENTA-ACTUAL
004410         MOVE SR-CC-IDX TO SR-CC-HALLADO
004420     END-IF.
004430
004431 3400-ANOTAR-CUENTA.
004432     MOVE 0 TO SR-CTA-HALLADO
004433     PERFORM 3410-BUSCAR-CUENTA-TABLA
004434         VARYING SR-CTA-IDX FROM 1 BY 1
004435         UNTIL SR-CTA-IDX > SR-CTA-MAX OR SR-CTA-HALLADO > 0
004436     IF SR-CTA-HALLADO = 0 AND SR-CTA-MAX < 50
004437         ADD 1 TO SR-CTA-MAX
004438         MOVE SR-CUENTA-ACTUAL TO SR-CTA-CUENTA (SR-CTA-MAX)
004439     END-IF.
004440
004441 3410-BUSCAR-CUENTA-TABLA.
004442     IF SR-CTA-CUENTA (SR-CTA-IDX) = SR-CUENTA-ACTUAL
004443         MOVE SR-CTA-IDX TO SR-CTA-HALLADO
004444     END-IF.
004445
004446*----------------------------------------------------------------
004450* 4000-ESCRIBIR-REMESA - THE FIXED-FORMAT FILE: PER CONTRIBUTION
004454*                        ACCOUNT A CAB CARRYING THE ACCOUNT, ONE
004458*                        DET PER COST CENTRE, ONE TRB PER WORKER
004462*                        AND A FIN TRAILER WITH THAT ACCOUNT'S
004466*                        TOTALS.
004470*----------------------------------------------------------------
004480 4000-ESCRIBIR-REMESA.
004490     OPEN OUTPUT REMESA-SEGSOC
004491     MOVE ZERO TO SR-TOT-TRAB SR-TOT-EMPR SR-TOT-BASE
004492     MOVE ZERO TO SR-SIN-NAF
004493     PERFORM 4050-ESCRIBIR-CUENTA
004494         VARYING SR-CTA-IDX FROM 1 BY 1
004495         UNTIL SR-CTA-IDX > SR-CTA-MAX
004496     CLOSE REMESA-SEGSOC.
004497
004498 4050-ESCRIBIR-CUENTA.
004500     MOVE SPACES TO REM-REGISTRO
004510     MOVE "CAB" TO REM-CAB-TIPO
004520     MOVE SR-PERIODO TO REM-CAB-PERIODO
004530     MOVE FUNCTION CURRENT-DATE(1:8) TO REM-CAB-FECHA
004540     MOVE "NOMINA RRHH" TO REM-CAB-ORIGEN
004545     MOVE SR-CTA-CUENTA (SR-CTA-IDX) TO REM-CAB-CUENTA
004550     WRITE REM-REGISTRO
004555     MOVE ZERO TO SR-CTA-DETS (SR-CTA-IDX)
004560         SR-CTA-BASE (SR-CTA-IDX) SR-CTA-SS-TRAB (SR-CTA-IDX)
004565         SR-CTA-SS-EMPR (SR-CTA-IDX)
004570     PERFORM 4100-ESCRIBIR-DETALLE
004580         VARYING SR-CC-IDX FROM 1 BY 1
004590         UNTIL SR-CC-IDX > SR-CC-MAX
004592     MOVE ZERO TO SR-CTA-TRABS (SR-CTA-IDX)
004594     PERFORM 4200-ESCRIBIR-TRABAJADOR
004596         VARYING SR-EMP-IDX FROM 1 BY 1
004598         UNTIL SR-EMP-IDX > SR-EMP-MAX
004600     MOVE SPACES TO REM-REGISTRO
004610     MOVE "FIN" TO REM-FIN-TIPO
004620     MOVE SR-CTA-TRABS (SR-CTA-IDX) TO REM-FIN-TRABAJADORES
004630     MOVE SR-CTA-DETS (SR-CTA-IDX) TO REM-FIN-COUNT
004640     MOVE SR-CTA-SS-TRAB (SR-CTA-IDX) TO REM-FIN-SS-TRAB
004650     MOVE SR-CTA-SS-EMPR (SR-CTA-IDX) TO REM-FIN-SS-EMPR
004660     WRITE REM-REGISTRO.
004670
004680 4100-ESCRIBIR-DETALLE.
004682     IF SR-CC-CUENTA (SR-CC-IDX) = SR-CTA-CUENTA (SR-CTA-IDX)
004684         MOVE SPACES TO REM-REGISTRO
004686         MOVE "DET" TO REM-DET-TIPO
004688         MOVE SR-CC-CODIGO (SR-CC-IDX)  TO REM-DET-CC
004690         MOVE SR-CC-COUNT (SR-CC-IDX)   TO REM-DET-COUNT
004692         MOVE SR-CC-BASE (SR-CC-IDX)    TO REM-DET-BASE
004694         MOVE SR-CC-SS-TRAB (SR-CC-IDX) TO REM-DET-SS-TRAB
004696         MOVE SR-CC-SS-EMPR (SR-CC-IDX) TO REM-DET-SS-EMPR
004698         WRITE REM-REGISTRO
004700         ADD 1 TO SR-CTA-DETS (SR-CTA-IDX)
004702         ADD SR-CC-SS-TRAB (SR-CC-IDX)
004704             TO SR-CTA-SS-TRAB (SR-CTA-IDX) SR-TOT-TRAB
004706         ADD SR-CC-SS-EMPR (SR-CC-IDX)
004708             TO SR-CTA-SS-EMPR (SR-CTA-IDX) SR-TOT-EMPR
004710         ADD SR-CC-BASE (SR-CC-IDX)
004712             TO SR-CTA-BASE (SR-CTA-IDX) SR-TOT-BASE
004714     END-IF.
004716
004718*----------------------------------------------------------------
004720* 4200-ESCRIBIR-TRABAJADOR - ONE TRB PER WORKER REMITTED UNDER THE
004722*                            ACCOUNT, IDENTIFIED BY THE NIF/NIE
004724*                            AND THE AFFILIATION NUMBER (NAF) ON
004726*                            EMPIDEN.DAT, WITH THE WHOLE BASE AND
004728*                            BOTH CONTRIBUTIONS.  A WORKER WITH NO
004730*                            NAF ON THE REGISTER IS STILL REMITTED
004732*                            BUT COUNTED FOR THE LISTING'S
004734*                            WARNING.
004736*----------------------------------------------------------------
004738 4200-ESCRIBIR-TRABAJADOR.
004740     IF SR-EMP-CUENTA (SR-EMP-IDX) = SR-CTA-CUENTA (SR-CTA-IDX)
004742         MOVE SR-EMP-E-ID (SR-EMP-IDX) TO IDN-E-ID
004744         MOVE "LEER" TO SR-IDN-ACCION
004746         CALL "IDENREG" USING SR-IDN-ACCION, EMPIDEN-REGISTRO,
004748             SR-IDN-RESULTADO-SW
004750         MOVE IDN-NIF TO SR-EMP-NIF (SR-EMP-IDX)
004752         MOVE IDN-NAF TO SR-EMP-NAF (SR-EMP-IDX)
004754         MOVE SPACES TO REM-REGISTRO
004756         MOVE "TRB" TO REM-TRB-TIPO
004758         MOVE IDN-NIF TO REM-TRB-NIF
004760         MOVE IDN-NAF TO REM-TRB-NAF
004762         MOVE SR-EMP-BASE (SR-EMP-IDX) TO REM-TRB-BASE
004764         MOVE SR-EMP-SS (SR-EMP-IDX) TO REM-TRB-SS-TRAB
004766         MOVE SR-EMP-SS-EMPR (SR-EMP-IDX) TO REM-TRB-SS-EMPR
004768         WRITE REM-REGISTRO
004770         ADD 1 TO SR-CTA-TRABS (SR-CTA-IDX)
004772         IF IDN-NAF = SPACES
004774             ADD 1 TO SR-SIN-NAF
004776         END-IF
004778     END-IF.
004800
004810*----------------------------------------------------------------
004820* 5000-LISTADO-CONTROL - THE CONTROL LISTING WHOSE TOTALS TIE
004824*                        BACK TO THE PAYROLL REGISTER: ONE BLOCK
004828*                        PER CONTRIBUTION ACCOUNT WITH ITS
004832*                        SUBTOTAL AND ITS WORKERS, THEN THE GRAND
004836*                        TOTALS.
004840*----------------------------------------------------------------
004850 5000-LISTADO-CONTROL.
004860     CALL "RPTROUTE" USING SR-DESTINO
005000     MOVE "CC / EMPLEADOS / BASE / CUOTA TRAB. / CUOTA EMPRESA"
005010         TO RPT-LINEA
005020     PERFORM 6000-ESCRIBIR-LINEA
005030     PERFORM 5050-BLOQUE-CUENTA
005040         VARYING SR-CTA-IDX FROM 1 BY 1
005050         UNTIL SR-CTA-IDX > SR-CTA-MAX
005060     MOVE SPACES TO RPT-LINEA
005070     PERFORM 6000-ESCRIBIR-LINEA
005071     IF SR-SIN-CUENTA > 0
005072         MOVE SPACES TO RPT-LINEA
005073         STRING "AVISO: " SR-SIN-CUENTA " EMPLEADO(S) SIN CENTRO"
005074             " DE TRABAJO CON CUENTA - REMESADOS BAJO LA CUENTA"
005075             " CERO" DELIMITED BY SIZE INTO RPT-LINEA
005076         PERFORM 6000-ESCRIBIR-LINEA
005077         DISPLAY "EMPSSRE: " SR-SIN-CUENTA " EMPLEADO(S) SIN"
005078             " CUENTA DE COTIZACION DE CENTRO"
005079     END-IF
005080     IF SR-SIN-NAF > 0
005081         MOVE SPACES TO RPT-LINEA
005082         STRING "AVISO: " SR-SIN-NAF " TRABAJADOR(ES) SIN NUMERO"
005083             " DE AFILIACION (NAF) EN EMPIDEN.DAT - REMESADOS SIN"
005084             " NAF" DELIMITED BY SIZE INTO RPT-LINEA
005085         PERFORM 6000-ESCRIBIR-LINEA
005086         DISPLAY "EMPSSRE: " SR-SIN-NAF " TRABAJADOR(ES) SIN"
005087             " NUMERO DE AFILIACION (NAF)"
005088     END-IF
005089     MOVE SR-TOT-BASE TO SR-IMPORTE-EDIT
005090     MOVE SPACES TO RPT-LINEA
005100     STRING "TOTAL BASE (DEBE CUADRAR CON EL REGISTRO): "
005110         SR-IMPORTE-EDIT DELIMITED BY SIZE INTO RPT-LINEA
005300             SR-ARCHIVO-SPOOL, SR-SPL-OPERADOR
005310     END-IF.
005320
005330 5050-BLOQUE-CUENTA.
005340     MOVE SPACES TO RPT-LINEA
005341     PERFORM 6000-ESCRIBIR-LINEA
005342     MOVE SPACES TO RPT-LINEA
005343     IF SR-CTA-CUENTA (SR-CTA-IDX) = ZERO
005344         MOVE "CUENTA DE COTIZACION: (SIN CENTRO / SIN CUENTA)"
005345             TO RPT-LINEA
005346     ELSE
005347         STRING "CUENTA DE COTIZACION: "
005348             SR-CTA-CUENTA (SR-CTA-IDX)
005349             DELIMITED BY SIZE INTO RPT-LINEA
005350     END-IF
005351     PERFORM 6000-ESCRIBIR-LINEA
005352     PERFORM 5100-LINEA-CC
005353         VARYING SR-CC-IDX FROM 1 BY 1
005354         UNTIL SR-CC-IDX > SR-CC-MAX
005355     MOVE SPACES TO RPT-LINEA
005356     STRING "SUBTOTAL / " SR-CTA-DETS (SR-CTA-IDX)
005370         DELIMITED BY SIZE INTO RPT-LINEA
005380     MOVE SR-CTA-BASE (SR-CTA-IDX) TO SR-IMPORTE-EDIT
005390     STRING " / " SR-IMPORTE-EDIT DELIMITED BY SIZE
005400         INTO RPT-LINEA(17:)
005410     MOVE SR-CTA-SS-TRAB (SR-CTA-IDX) TO SR-IMPORTE-EDIT
005420     STRING " / " SR-IMPORTE-EDIT DELIMITED BY SIZE
005430         INTO RPT-LINEA(40:)
005440     MOVE SR-CTA-SS-EMPR (SR-CTA-IDX) TO SR-IMPORTE-EDIT
005450     STRING " / " SR-IMPORTE-EDIT DELIMITED BY SIZE
005460         INTO RPT-LINEA(63:)
005461     PERFORM 6000-ESCRIBIR-LINEA
005462     MOVE SPACES TO RPT-LINEA
005463     STRING "TRABAJADORES: " SR-CTA-TRABS (SR-CTA-IDX)
005464         " - NIF / NAF / E-ID / BASE / CUOTA TRAB. / CUOTA"
005465         " EMPRESA" DELIMITED BY SIZE INTO RPT-LINEA
005466     PERFORM 6000-ESCRIBIR-LINEA
005467     PERFORM 5150-LINEA-TRABAJADOR
005468         VARYING SR-EMP-IDX FROM 1 BY 1
005469         UNTIL SR-EMP-IDX > SR-EMP-MAX.
005470
005471 5100-LINEA-CC.
005472     IF SR-CC-CUENTA (SR-CC-IDX) = SR-CTA-CUENTA (SR-CTA-IDX)
005473         MOVE SPACES TO RPT-LINEA
005474         STRING SR-CC-CODIGO (SR-CC-IDX) " / "
005475             SR-CC-COUNT (SR-CC-IDX)
005476             DELIMITED BY SIZE INTO RPT-LINEA
005477         MOVE SR-CC-BASE (SR-CC-IDX) TO SR-IMPORTE-EDIT
005478         STRING " / " SR-IMPORTE-EDIT DELIMITED BY SIZE
005479             INTO RPT-LINEA(17:)
005480         MOVE SR-CC-SS-TRAB (SR-CC-IDX) TO SR-IMPORTE-EDIT
005481         STRING " / " SR-IMPORTE-EDIT DELIMITED BY SIZE
005482             INTO RPT-LINEA(40:)
005483         MOVE SR-CC-SS-EMPR (SR-CC-IDX) TO SR-IMPORTE-EDIT
005484         STRING " / " SR-IMPORTE-EDIT DELIMITED BY SIZE
005485             INTO RPT-LINEA(63:)
005486         PERFORM 6000-ESCRIBIR-LINEA
005487     END-IF.
005488
005489 5150-LINEA-TRABAJADOR.
005490     IF SR-EMP-CUENTA (SR-EMP-IDX) = SR-CTA-CUENTA (SR-CTA-IDX)
005491         MOVE SPACES TO RPT-LINEA
005492         STRING "  " SR-EMP-NIF (SR-EMP-IDX) " "
005493             SR-EMP-NAF (SR-EMP-IDX) " "
005494             SR-EMP-E-ID (SR-EMP-IDX) (1:30)
005495             DELIMITED BY SIZE INTO RPT-LINEA
005496         MOVE SR-EMP-BASE (SR-EMP-IDX) TO SR-IMPORTE-EDIT
005497         STRING " / " SR-IMPORTE-EDIT DELIMITED BY SIZE
005498             INTO RPT-LINEA(56:)
005499         MOVE SR-EMP-SS (SR-EMP-IDX) TO SR-IMPORTE-EDIT
005500         STRING " / " SR-IMPORTE-EDIT DELIMITED BY SIZE
005501             INTO RPT-LINEA(76:)
005502         MOVE SR-EMP-SS-EMPR (SR-EMP-IDX) TO SR-IMPORTE-EDIT
005503         STRING " / " SR-IMPORTE-EDIT DELIMITED BY SIZE
005504             INTO RPT-LINEA(96:)
005505         IF SR-EMP-NAF (SR-EMP-IDX) = SPACES
005506             MOVE "** SIN NAF **" TO RPT-LINEA(118:)
005507         END-IF
005508         PERFORM 6000-ESCRIBIR-LINEA
005509     END-IF.
005510
005511*----------------------------------------------------------------
005512* 6000-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
005513*                       RPTROUTE SELECTED AT STARTUP.
005520*----------------------------------------------------------------
005530 6000-ESCRIBIR-LINEA.
005540     IF SR-DESTINO-IMPRESORA
