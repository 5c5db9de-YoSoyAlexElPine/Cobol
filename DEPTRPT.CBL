000100*                BRACKET.  ACTIVE EMPLOYEES WHOSE E-DEPTO IS BLANK
000110*                OR NOT ON THE MASTER FALL INTO A FINAL "SIN
000120*                DEPARTAMENTO" SECTION SO NOBODY DISAPPEARS FROM
000123*                THE ROSTER.  AN EMPLOYEE SHARED BETWEEN
000126*                DEPARTMENTS IS LISTED UNDER EACH ONE WITH ITS
000129*                PERCENTAGE AND SHARE OF THE SALARY.  OUTPUT GOES
000132*                TO DEPTRPT.RPT WITH THE SHARED RPTBANNER HEADING.
000135*                WHEN RPTDIST.PRM NAMES DEPTRPT, THE LINES OF
000138*                EACH DEPARTMENT ARE ALSO BURST TO A SPOOL MEMBER
000141*                OF THEIR OWN FOR THE DEPARTMENT HEAD (RPTDIST).
000150* TECTONICS:     cobc -x -std=ibm -I copybooks DEPTRPT.CBL
000160*                RPTBANNER REPARTO RPTDIST OPERSES
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000220*   2026-09-03  RT   A DEPARTMENT MARKED CLOSED ON THE MASTER
000230*                    STILL PRINTS - ITS HISTORY DOES NOT
000240*                    DISAPPEAR - BUT THE HEADING SAYS CERRADO.
000241*   2026-10-15  RT   AN EMPLOYEE SHARED BETWEEN DEPARTMENTS BY AN
000242*                    EMPREPA.DAT SPLIT IS LISTED UNDER EACH
000243*                    DEPARTMENT OF THE SPLIT IN FORCE TODAY AS
000244*                    COMPARTIDO, WITH THE PERCENTAGE AND THAT
000245*                    SHARE OF THE SALARY IN THE SUBTOTAL, BUT
000246*                    COUNTED ONCE IN THE COMPANY TOTAL.
000247*   2026-10-15  RT   THE DEPTMST.DAT RECORD NOW CARRIES THE DEP-
000248*                    JEFE DEPARTMENT-HEAD E-ID.
000249*   2026-10-15  RT   WHEN RPTDIST.PRM NAMES DEPTRPT THE DETAIL AND
000250*                    SUBTOTAL LINES ARE ALSO BURST THROUGH
000251*                    RPTDIST, ONE SPOOL MEMBER PER DEPARTMENT
000252*                    ADDRESSED TO ITS HEAD; THE ROSTER ITSELF IS
000253*                    UNCHANGED APART FROM A LINE SAYING SO.
000254*   2026-10-15  RT   EACH DEPARTMENT IS READ ON THE NEW E-DEPTO
000255*                    ALTERNATE KEY INSTEAD OF A FULL PASS OF THE
000256*                    MASTER PER DEPARTMENT, AND THE SIN
000257*                    DEPARTAMENTO SECTION STEPS OVER THE KNOWN
000258*                    DEPARTMENTS.  EMPLOYEES WITH AN EMPREPA.DAT
000259*                    SPLIT ARE READ BY E-ID AFTER THE DEPARTMENT'S
000260*                    OWN.
000261******************************************************************
000262 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. DEPTRPT.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     COPY EMPFSEL.
000323     COPY EMPDISEL.
000326     COPY EMPRPSEL.
000330
000340     SELECT OPTIONAL DEPARTAMENTO-MAESTRO
000350         ASSIGN TO "DEPTMST.DAT"
000460 FD  EMPLEADOS-ARCHIVO.
000470     COPY EMPREG.
000480
000481 FD  DISTRIB-TRABAJO.
000482     COPY EMPDIS.
000483
000484 FD  EMPREPA-ARCHIVO.
000485     COPY EMPREP.
000486
000490 FD  DEPARTAMENTO-MAESTRO.
000500 01  DEP-REGISTRO.
000510     05  DEP-CODIGO          PIC X(04).
000530     05  DEP-CC              PIC X(08).
000540     05  DEP-CERRADO         PIC X(01).
000550         88  DEP-CERRADA     VALUE "S".
000555     05  DEP-JEFE            PIC X(50).
000560
000570 FD  DEPARTAMENTO-ROSTER.
000580 01  RPT-LINEA               PIC X(132).
000610 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000620 01  DEP-FILE-STATUS          PIC XX VALUE SPACES.
000630 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000633 01  DIS-FILE-STATUS          PIC XX VALUE SPACES.
000636 01  REP-FILE-STATUS          PIC XX VALUE SPACES.
000640
000650 01  EMP-EOF-SW               PIC X VALUE "N".
000660     88  EMP-EOF              VALUE "Y".
000670 01  DEP-EOF-SW               PIC X VALUE "N".
000680     88  DEP-EOF              VALUE "Y".
000683 01  REP-EOF-SW               PIC X VALUE "N".
000686     88  REP-EOF              VALUE "Y".
000690
000700 01  DR-DEPTO-TABLA.
000710     05  DR-DEPTO-MAX         PIC 9(3) VALUE 0.
000800 01  DR-CONOCIDO-SW           PIC X VALUE "N".
000810     88  DR-CONOCIDO          VALUE "Y".
000820
000821 01  DR-COMP-TABLA.
000822     05  DR-COMP-MAX          PIC 9(4) VALUE 0.
000823     05  DR-COMP-E-ID         PIC X(50) OCCURS 1000 TIMES.
000824 01  DR-COMP-IDX              PIC 9(4) VALUE 0.
000825 01  DR-COMP-LLENA-SW         PIC X VALUE "N".
000826     88  DR-COMP-LLENA        VALUE "Y".
000827 01  DR-ES-COMPARTIDO-SW      PIC X VALUE "N".
000828     88  DR-ES-COMPARTIDO     VALUE "Y".
000829 01  DR-BUSCA-E-ID            PIC X(50) VALUE SPACES.
000830 01  DR-HALLADO-SW            PIC X VALUE "N".
000831     88  DR-HALLADO           VALUE "Y".
000832 01  DR-UN-DEPTO-SW           PIC X VALUE "N".
000833     88  DR-UN-DEPTO          VALUE "Y".
000834 01  DR-DEPTO-CLAVE           PIC X(04) VALUE SPACES.
000835
000836 01  DR-DEPT-COUNT            PIC 9(7) VALUE 0.
000840 01  DR-DEPT-SALARIO          PIC 9(9)V99 VALUE 0.
000850 01  DR-TOTAL-COUNT           PIC 9(7) VALUE 0.
000860 01  DR-TOTAL-SALARIO         PIC 9(11)V99 VALUE 0.
000870 01  DR-SALARIO-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99.
000880 01  DR-BANNER                PIC X(80) VALUE SPACES.
000881
000882 01  DR-RA-IDX                PIC 9(1) VALUE 0.
000883 01  DR-PCT-EDIT              PIC ZZ9.99.
000884 01  DR-PARTE-EDIT            PIC Z,ZZZ,ZZ9.99.
000885
000886 01  DR-DIS-ACCION            PIC X(08) VALUE SPACES.
000887 01  DR-DIS-PROGRAMA          PIC X(08) VALUE "DEPTRPT".
000888 01  DR-DIS-TITULO            PIC X(60)
000889         VALUE "ROSTER POR DEPARTAMENTO".
000890 01  DR-DIS-REPARTIR-SW       PIC X(01) VALUE "N".
000891     88  DR-REPARTIR          VALUE "S".
000892 01  DR-DIS-MIEMBROS          PIC 9(03) VALUE 0.
000893 01  DR-DIS-DEPTO             PIC X(04) VALUE SPACES.
000894     COPY EMPRPL.
000895
000900 PROCEDURE DIVISION.
000910
000920 0000-MAINLINE.
001030*                   TABLE, OPEN THE REPORT AND WRITE ITS HEADING.
001040*----------------------------------------------------------------
001050 1000-INITIALIZE.
001055     MOVE FUNCTION CURRENT-DATE(1:8) TO RA-FECHA
001060     OPEN INPUT DEPARTAMENTO-MAESTRO
001070     IF DEP-FILE-STATUS = "00"
001080         PERFORM 1100-LEER-DEPARTAMENTO
001150             CLOSE DEPARTAMENTO-MAESTRO
001160         END-IF
001170     END-IF
001173     PERFORM 1300-CARGAR-COMPARTIDOS
001176     OPEN INPUT EMPLEADOS-ARCHIVO
001180
001190     OPEN OUTPUT DEPARTAMENTO-ROSTER
001200     CALL "RPTBANNER" USING DR-BANNER
001230     MOVE "ROSTER POR DEPARTAMENTO" TO RPT-LINEA
001240     WRITE RPT-LINEA
001250     MOVE ALL "-" TO RPT-LINEA
001252     WRITE RPT-LINEA
001254
001256     MOVE "CONSULTA" TO DR-DIS-ACCION
001258     CALL "RPTDIST" USING DR-DIS-ACCION, DR-DIS-PROGRAMA,
001260         DR-DIS-TITULO, DR-DIS-REPARTIR-SW, DR-DIS-MIEMBROS
001262     IF DR-REPARTIR
001264         OPEN OUTPUT DISTRIB-TRABAJO
001266     END-IF.
001270
001280 1100-LEER-DEPARTAMENTO.
001290     READ DEPARTAMENTO-MAESTRO
001480     END-IF.
001490
001500*----------------------------------------------------------------
001501* 1300-CARGAR-COMPARTIDOS - NOTE EVERY E-ID THAT HAS EVER HAD AN
001502*                           EMPREPA.DAT SPLIT.  THEIR
001503*                           DEPARTMENT(S) TODAY MAY NOT BE THEIR
001504*                           E-DEPTO, SO THE DEPARTMENT BROWSE
001505*                           LEAVES THEM OUT AND THEY ARE READ BY
001506*                           E-ID INSTEAD.  WHEN THERE ARE TOO MANY
001507*                           FOR THE TABLE THE ROSTER GOES BACK TO
001508*                           SCANNING THE WHOLE MASTER.
001509*----------------------------------------------------------------
001510 1300-CARGAR-COMPARTIDOS.
001511     MOVE "N" TO REP-EOF-SW
001512     OPEN INPUT EMPREPA-ARCHIVO
001513     IF REP-FILE-STATUS = "00"
001514         PERFORM 1310-LEER-REPARTO
001515         PERFORM 1320-ANOTAR-COMPARTIDO UNTIL REP-EOF
001516     END-IF
001517     IF REP-FILE-STATUS = "00" OR REP-FILE-STATUS = "05"
001518             OR REP-FILE-STATUS = "10"
001519         CLOSE EMPREPA-ARCHIVO
001520     END-IF
001521     IF DR-COMP-LLENA
001522         DISPLAY "DEPTRPT: MAS DE 1000 EMPLEADOS CON REPARTO - SE"
001523             " RECORRE EL MAESTRO COMPLETO EN CADA DEPARTAMENTO"
001524     END-IF.
001525
001526 1310-LEER-REPARTO.
001527     READ EMPREPA-ARCHIVO
001528         AT END
001529             MOVE "Y" TO REP-EOF-SW
001530     END-READ.
001531
001532 1320-ANOTAR-COMPARTIDO.
001533     MOVE REP-E-ID TO DR-BUSCA-E-ID
001534     PERFORM 1330-BUSCAR-COMPARTIDO
001535     IF NOT DR-ES-COMPARTIDO
001536         IF DR-COMP-MAX < 1000
001537             ADD 1 TO DR-COMP-MAX
001538             MOVE REP-E-ID TO DR-COMP-E-ID (DR-COMP-MAX)
001539         ELSE
001540             MOVE "Y" TO DR-COMP-LLENA-SW
001541             MOVE "Y" TO REP-EOF-SW
001542         END-IF
001543     END-IF
001544     IF NOT REP-EOF
001545         PERFORM 1310-LEER-REPARTO
001546     END-IF.
001547
001548 1330-BUSCAR-COMPARTIDO.
001549     MOVE "N" TO DR-ES-COMPARTIDO-SW
001550     PERFORM 1340-COMPARAR-COMPARTIDO
001551         VARYING DR-COMP-IDX FROM 1 BY 1
001552         UNTIL DR-COMP-IDX > DR-COMP-MAX OR DR-ES-COMPARTIDO.
001553
001554 1340-COMPARAR-COMPARTIDO.
001555     IF DR-COMP-E-ID (DR-COMP-IDX) = DR-BUSCA-E-ID
001556         MOVE "Y" TO DR-ES-COMPARTIDO-SW
001557     END-IF.
001558
001559*----------------------------------------------------------------
001560* 2000-REPORTAR-DEPARTAMENTO - BROWSE THE EMPLOYEE MASTER ON THE
001561*                              E-DEPTO KEY FOR THE CURRENT
001562*                              DEPARTMENT ONLY, THEN READ THE
001563*                              SHARED EMPLOYEES BY E-ID, AND LIST
001564*                              EVERY ACTIVE EMPLOYEE OF THE
001565*                              DEPARTMENT FOLLOWED BY ITS
001566*                              SUBTOTALS.
001567*----------------------------------------------------------------
001568 2000-REPORTAR-DEPARTAMENTO.
001570     MOVE SPACES TO RPT-LINEA
001580     WRITE RPT-LINEA
001590     IF DR-DEP-CERRADO (DR-IDX) = "S"
001740
001750     MOVE ZERO TO DR-DEPT-COUNT
001760     MOVE ZERO TO DR-DEPT-SALARIO
001766     IF DR-COMP-LLENA
001772         PERFORM 2010-RECORRER-MAESTRO
001778     ELSE
001784         PERFORM 2020-RECORRER-DEPARTAMENTO
001790         PERFORM 2500-LISTAR-COMPARTIDO
001796             VARYING DR-COMP-IDX FROM 1 BY 1
001802             UNTIL DR-COMP-IDX > DR-COMP-MAX
001808     END-IF
001820
001830     MOVE DR-DEPT-SALARIO TO DR-SALARIO-EDIT
001840     MOVE SPACES TO RPT-LINEA
001860         "  SALARIO ANUAL: " DR-SALARIO-EDIT
001870         DELIMITED BY SIZE INTO RPT-LINEA
001880     END-STRING
001882     IF DR-DEPT-COUNT > 0
001884         MOVE DR-DEP-CODIGO (DR-IDX) TO DR-DIS-DEPTO
001886         PERFORM 7000-REPARTIR-LINEA
001888     END-IF
001890     WRITE RPT-LINEA.
001900
001901 2010-RECORRER-MAESTRO.
001902     MOVE "N" TO EMP-EOF-SW
001903     MOVE "N" TO DR-UN-DEPTO-SW
001904     MOVE LOW-VALUES TO E-ID
001905     START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN E-ID
001906         INVALID KEY
001907             MOVE "Y" TO EMP-EOF-SW
001908     END-START
001909     IF NOT EMP-EOF
001910         PERFORM 2100-READ-EMPLEADO
001911         PERFORM 2200-LISTAR-SI-COINCIDE UNTIL EMP-EOF
001912     END-IF.
001913
001914 2020-RECORRER-DEPARTAMENTO.
001915     MOVE "N" TO EMP-EOF-SW
001916     MOVE "Y" TO DR-UN-DEPTO-SW
001917     MOVE DR-DEP-CODIGO (DR-IDX) TO DR-DEPTO-CLAVE
001918     MOVE DR-DEPTO-CLAVE TO E-DEPTO
001919     START EMPLEADOS-ARCHIVO KEY IS EQUAL TO E-DEPTO
001920         INVALID KEY
001921             MOVE "Y" TO EMP-EOF-SW
001922     END-START
001923     IF NOT EMP-EOF
001924         PERFORM 2100-READ-EMPLEADO
001925         PERFORM 2200-LISTAR-SI-COINCIDE UNTIL EMP-EOF
001926     END-IF.
001927
001928*----------------------------------------------------------------
001929* 2100-READ-EMPLEADO - ON A DEPARTMENT BROWSE THE FIRST RECORD OF
001930*                      THE NEXT DEPARTMENT ENDS THE PASS.
001931*----------------------------------------------------------------
001932 2100-READ-EMPLEADO.
001933     READ EMPLEADOS-ARCHIVO NEXT RECORD
001934         AT END
001940             MOVE "Y" TO EMP-EOF-SW
001942     END-READ
001944     IF DR-UN-DEPTO AND NOT EMP-EOF
001946         IF E-DEPTO NOT = DR-DEPTO-CLAVE
001948             MOVE "Y" TO EMP-EOF-SW
001950         END-IF
001952     END-IF.
001960
001961*----------------------------------------------------------------
001962* 2200-LISTAR-SI-COINCIDE - AN EMPLOYEE SHARED BETWEEN
001963*                           DEPARTMENTS (THE EMPREPA.DAT SPLIT
001964*                           IN FORCE TODAY) IS LISTED UNDER EACH
001965*                           OF THEM WITH ITS SHARE OF THE SALARY,
001966*                           BUT COUNTED ONCE IN THE COMPANY TOTAL
001967*                           - UNDER THE FIRST LINE OF THE SPLIT.
001968*----------------------------------------------------------------
001970 2200-LISTAR-SI-COINCIDE.
001976     MOVE "N" TO DR-ES-COMPARTIDO-SW
001982     IF NOT DR-COMP-LLENA
001988         MOVE E-ID TO DR-BUSCA-E-ID
001994         PERFORM 1330-BUSCAR-COMPARTIDO
002000     END-IF
002006     IF E-ACTIVO AND NOT DR-ES-COMPARTIDO
002012         PERFORM 2400-REPARTIR-EMPLEADO
002018         PERFORM 2250-LISTAR-LINEA
002024             VARYING DR-RA-IDX FROM 1 BY 1
002030             UNTIL DR-RA-IDX > RA-LINEAS
002040     END-IF
002050     PERFORM 2100-READ-EMPLEADO.
002051
002052 2250-LISTAR-LINEA.
002053     IF RA-DEPTO (DR-RA-IDX) = DR-DEP-CODIGO (DR-IDX)
002054         PERFORM 2350-ESCRIBIR-SEGUN-REPARTO
002055         ADD 1 TO DR-DEPT-COUNT
002056         IF DR-RA-IDX = 1
002057             ADD 1 TO DR-TOTAL-COUNT
002058         END-IF
002059         ADD RA-PARTE (DR-RA-IDX, 1) TO DR-DEPT-SALARIO
002060         ADD RA-PARTE (DR-RA-IDX, 1) TO DR-TOTAL-SALARIO
002061     END-IF.
002062
002070 2300-ESCRIBIR-EMPLEADO.
002080     MOVE SPACES TO RPT-LINEA
002090     STRING "  " FUNCTION TRIM(E-ID) " / "
002100         FUNCTION TRIM(E-NOMBRE) " / " E-SALARIO
002110         DELIMITED BY SIZE INTO RPT-LINEA
002120     END-STRING
002125     PERFORM 7000-REPARTIR-LINEA
002130     WRITE RPT-LINEA.
002131
002132 2350-ESCRIBIR-SEGUN-REPARTO.
002133     MOVE RA-DEPTO (DR-RA-IDX) TO DR-DIS-DEPTO
002134     IF RA-COMPARTIDO
002135         MOVE RA-PCT (DR-RA-IDX) TO DR-PCT-EDIT
002136         MOVE RA-PARTE (DR-RA-IDX, 1) TO DR-PARTE-EDIT
002137         MOVE SPACES TO RPT-LINEA
002138         STRING "  " FUNCTION TRIM(E-ID) " / "
002139             FUNCTION TRIM(E-NOMBRE) " / " E-SALARIO
002140             "  COMPARTIDO " DR-PCT-EDIT " % = " DR-PARTE-EDIT
002141             DELIMITED BY SIZE INTO RPT-LINEA
002142         END-STRING
002143         PERFORM 7000-REPARTIR-LINEA
002144         WRITE RPT-LINEA
002145     ELSE
002146         PERFORM 2300-ESCRIBIR-EMPLEADO
002147     END-IF.
002148
002149 2400-REPARTIR-EMPLEADO.
002150     MOVE E-ID TO RA-E-ID
002151     MOVE E-DEPTO TO RA-DEPTO-BASE
002152     MOVE E-SALARIO TO RA-IMPORTE (1)
002153     MOVE ZERO TO RA-IMPORTE (2) RA-IMPORTE (3)
002154     CALL "REPARTO" USING RA-AREA.
002155
002156*----------------------------------------------------------------
002157* 2500-LISTAR-COMPARTIDO - READ ONE SHARED EMPLOYEE BY E-ID AND
002158*                          LIST THE LINES OF ITS SPLIT THAT FALL
002159*                          ON THE CURRENT DEPARTMENT.
002160*----------------------------------------------------------------
002161 2500-LISTAR-COMPARTIDO.
002162     PERFORM 2600-LEER-COMPARTIDO
002163     IF DR-HALLADO AND E-ACTIVO
002164         PERFORM 2400-REPARTIR-EMPLEADO
002165         PERFORM 2250-LISTAR-LINEA
002166             VARYING DR-RA-IDX FROM 1 BY 1
002167             UNTIL DR-RA-IDX > RA-LINEAS
002168     END-IF.
002169
002170 2600-LEER-COMPARTIDO.
002171     MOVE "Y" TO DR-HALLADO-SW
002172     MOVE DR-COMP-E-ID (DR-COMP-IDX) TO E-ID
002173     READ EMPLEADOS-ARCHIVO
002174         INVALID KEY
002175             MOVE "N" TO DR-HALLADO-SW
002176     END-READ.
002177
002178*----------------------------------------------------------------
002179* 3000-REPORTAR-SIN-DEPTO - LIST EVERY ACTIVE EMPLOYEE WHOSE
002180*                           E-DEPTO IS BLANK OR NOT ON THE
002181*                           DEPARTMENT MASTER, SO THE ROSTER
002190*                           ALWAYS ADDS UP TO THE WHOLE COMPANY.
002192*                           THE E-DEPTO KEY IS WALKED ONE
002194*                           DEPARTMENT AT A TIME AND THE KNOWN
002196*                           ONES ARE STEPPED OVER WITHOUT READING
002198*                           THEIR EMPLOYEES.
002200*----------------------------------------------------------------
002210 3000-REPORTAR-SIN-DEPTO.
002220     MOVE SPACES TO RPT-LINEA
002280     MOVE ZERO TO DR-DEPT-COUNT
002290     MOVE ZERO TO DR-DEPT-SALARIO
002300     MOVE "N" TO EMP-EOF-SW
002301     MOVE "N" TO DR-UN-DEPTO-SW
002302     IF DR-COMP-LLENA
002303         MOVE LOW-VALUES TO E-ID
002304         START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN E-ID
002305             INVALID KEY
002306                 MOVE "Y" TO EMP-EOF-SW
002307         END-START
002308         IF NOT EMP-EOF
002309             PERFORM 2100-READ-EMPLEADO
002310             PERFORM 3100-LISTAR-SI-HUERFANO UNTIL EMP-EOF
002311         END-IF
002312     ELSE
002313         MOVE LOW-VALUES TO E-DEPTO
002314         START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN E-DEPTO
002315             INVALID KEY
002316                 MOVE "Y" TO EMP-EOF-SW
002317         END-START
002318         IF NOT EMP-EOF
002319             PERFORM 2100-READ-EMPLEADO
002320             PERFORM 3050-EXAMINAR-DEPTO UNTIL EMP-EOF
002321         END-IF
002322         PERFORM 3500-LISTAR-COMPARTIDO-HUERFANO
002323             VARYING DR-COMP-IDX FROM 1 BY 1
002324             UNTIL DR-COMP-IDX > DR-COMP-MAX
002325     END-IF
002350
002360     MOVE DR-DEPT-SALARIO TO DR-SALARIO-EDIT
002370     MOVE SPACES TO RPT-LINEA
002410     END-STRING
002420     WRITE RPT-LINEA.
002430
002431*----------------------------------------------------------------
002432* 3050-EXAMINAR-DEPTO - WALKS THE MASTER IN E-DEPTO ALTERNATE-KEY
002433*                       ORDER.  A DEPARTMENT THAT IS ON THE
002434*                       DEPARTMENT MASTER IS SKIPPED WHOLE BY
002435*                       STARTING PAST IT ON THE E-DEPTO KEY; ONLY
002436*                       THE EMPLOYEES OF BLANK OR UNKNOWN
002437*                       DEPARTMENTS ARE READ ONE BY ONE.
002438*----------------------------------------------------------------
002439 3050-EXAMINAR-DEPTO.
002440     MOVE E-DEPTO TO DR-DEPTO-CLAVE
002441     MOVE "N" TO DR-CONOCIDO-SW
002442     PERFORM 3300-BUSCAR-CLAVE
002443         VARYING DR-BUSCA-IDX FROM 1 BY 1
002444         UNTIL DR-BUSCA-IDX > DR-DEPTO-MAX OR DR-CONOCIDO
002445     IF DR-CONOCIDO
002446         START EMPLEADOS-ARCHIVO KEY IS GREATER THAN E-DEPTO
002447             INVALID KEY
002448                 MOVE "Y" TO EMP-EOF-SW
002449         END-START
002450         IF NOT EMP-EOF
002451             PERFORM 2100-READ-EMPLEADO
002452         END-IF
002453     ELSE
002454         PERFORM 3100-LISTAR-SI-HUERFANO
002455     END-IF.
002456
002457*----------------------------------------------------------------
002458* 3100-LISTAR-SI-HUERFANO - EVERY LINE OF THE EMPLOYEE'S SPLIT
002459*                           (OR E-DEPTO ALONE) WHOSE DEPARTMENT IS
002460*                           NOT ON THE MASTER LANDS HERE, SO THE
002461*                           SHARES STILL ADD UP TO THE COMPANY.
002462*----------------------------------------------------------------
002463 3100-LISTAR-SI-HUERFANO.
002472     MOVE "N" TO DR-ES-COMPARTIDO-SW
002481     IF NOT DR-COMP-LLENA
002490         MOVE E-ID TO DR-BUSCA-E-ID
002499         PERFORM 1330-BUSCAR-COMPARTIDO
002508     END-IF
002517     IF E-ACTIVO AND NOT DR-ES-COMPARTIDO
002526         PERFORM 2400-REPARTIR-EMPLEADO
002535         PERFORM 3150-LISTAR-LINEA-HUERFANA
002544             VARYING DR-RA-IDX FROM 1 BY 1
002553             UNTIL DR-RA-IDX > RA-LINEAS
002570     END-IF
002580     PERFORM 2100-READ-EMPLEADO.
002590
002591 3150-LISTAR-LINEA-HUERFANA.
002592     MOVE "N" TO DR-CONOCIDO-SW
002593     PERFORM 3200-BUSCAR-EN-TABLA
002594         VARYING DR-BUSCA-IDX FROM 1 BY 1
002595         UNTIL DR-BUSCA-IDX > DR-DEPTO-MAX OR DR-CONOCIDO
002596     IF NOT DR-CONOCIDO
002597         PERFORM 2350-ESCRIBIR-SEGUN-REPARTO
002598         ADD 1 TO DR-DEPT-COUNT
002599         IF DR-RA-IDX = 1
002600             ADD 1 TO DR-TOTAL-COUNT
002601         END-IF
002602         ADD RA-PARTE (DR-RA-IDX, 1) TO DR-DEPT-SALARIO
002603         ADD RA-PARTE (DR-RA-IDX, 1) TO DR-TOTAL-SALARIO
002604     END-IF.
002605
002606 3200-BUSCAR-EN-TABLA.
002613     IF RA-DEPTO (DR-RA-IDX) = DR-DEP-CODIGO (DR-BUSCA-IDX)
002620         MOVE "Y" TO DR-CONOCIDO-SW
002630     END-IF.
002631
002632 3300-BUSCAR-CLAVE.
002633     IF DR-DEPTO-CLAVE = DR-DEP-CODIGO (DR-BUSCA-IDX)
002634         MOVE "Y" TO DR-CONOCIDO-SW
002635     END-IF.
002636
002637 3500-LISTAR-COMPARTIDO-HUERFANO.
002638     PERFORM 2600-LEER-COMPARTIDO
002639     IF DR-HALLADO AND E-ACTIVO
002640         PERFORM 2400-REPARTIR-EMPLEADO
002641         PERFORM 3150-LISTAR-LINEA-HUERFANA
002642             VARYING DR-RA-IDX FROM 1 BY 1
002643             UNTIL DR-RA-IDX > RA-LINEAS
002644     END-IF.
002645
002646*----------------------------------------------------------------
002647* 7000-REPARTIR-LINEA - WHEN THE ROSTER IS BEING BURST, COPY THE
002648*                       DETAIL LINE TO THE RPTDIST WORK FILE UNDER
002649*                       ITS DEPARTMENT (AN EMPLOYEE OF THE SIN
002650*                       DEPARTAMENTO SECTION GOES UNDER THE CODE
002651*                       THEY CARRY, BLANK OR UNKNOWN).
002652*----------------------------------------------------------------
002653 7000-REPARTIR-LINEA.
002654     IF DR-REPARTIR
002655         MOVE DR-DIS-DEPTO TO DIS-DEPTO
002656         MOVE RPT-LINEA    TO DIS-LINEA
002657         WRITE DIS-REGISTRO
002658     END-IF.
002659
002660*----------------------------------------------------------------
002661* 7100-REPARTIR-INFORME - HAND THE WORK FILE TO RPTDIST FOR ONE
002662*                         SPOOL MEMBER PER DEPARTMENT AND NOTE THE
002663*                         BURST ON THE ROSTER.
002664*----------------------------------------------------------------
002665 7100-REPARTIR-INFORME.
002666     CLOSE DISTRIB-TRABAJO
002667     MOVE "REPARTIR" TO DR-DIS-ACCION
002668     CALL "RPTDIST" USING DR-DIS-ACCION, DR-DIS-PROGRAMA,
002669         DR-DIS-TITULO, DR-DIS-REPARTIR-SW, DR-DIS-MIEMBROS
002670     MOVE SPACES TO RPT-LINEA
002671     STRING "REPARTIDO POR DEPARTAMENTO EN " DR-DIS-MIEMBROS
002672         " MIEMBRO(S) DE SPOOL - VER EL MANIFIESTO EN EMPSPOOL"
002673         DELIMITED BY SIZE INTO RPT-LINEA
002674     END-STRING
002675     WRITE RPT-LINEA.
002676
002677*----------------------------------------------------------------
002678* 8000-TERMINATE - WRITE THE COMPANY-WIDE TOTALS AND SUMMARIZE
002679*                  THE RUN FOR THE OPERATOR LOG.
002680*----------------------------------------------------------------
002690 8000-TERMINATE.
002700     MOVE SPACES TO RPT-LINEA
002750         DELIMITED BY SIZE INTO RPT-LINEA
002760     END-STRING
002770     WRITE RPT-LINEA
002772     IF DR-REPARTIR
002774         PERFORM 7100-REPARTIR-INFORME
002776     END-IF
002780     CLOSE DEPARTAMENTO-ROSTER
002785     CLOSE EMPLEADOS-ARCHIVO
002790     DISPLAY "DEPTRPT - EMPLEADOS LISTADOS: " DR-TOTAL-COUNT.
002800
002810 9999-EXIT.
