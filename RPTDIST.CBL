000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED REPORT-BURSTING ROUTINE.  "CONSULTA" TELLS
000060*                A REPORT WHETHER IT IS TO BE BURST BY DEPARTMENT:
000070*                IT IS WHEN ITS PROGRAM NAME (OR "*", ALL OF THEM)
000080*                IS ON THE OPTIONAL PARAMETER FILE RPTDIST.PRM,
000090*                THE WAY RPTROUTE.PRM CHOOSES THE PRINTER.  A
000100*                REPORT THAT IS, COPIES EVERY DEPARTMENTAL LINE TO
000110*                THE RPTDIST.WRK WORK FILE TAGGED WITH ITS
000120*                DEPARTMENT AND, BEFORE CLOSING, CALLS "REPARTIR":
000130*                THE LINES ARE SORTED BY DEPARTMENT (KEEPING THEIR
000140*                ORDER) AND EACH DEPARTMENT'S SECTION IS WRITTEN
000150*                AS ITS OWN SPOOL MEMBER
000160*                (SP<PROGRAMA><FECHA><HORA>.<DEPTO>), HEADED FOR
000170*                THE DEPARTMENT HEAD ON DEPTMST.DAT (DEP-JEFE,
000180*                WITH THE NAME AND E-EMAIL FROM THE MASTER) AND
000190*                CATALOGUED ON SPOOLCAT.DAT LIKE ANY SPOOLCAT
000200*                MEMBER, SO EMPSPOOL LISTS AND REPRINTS IT.  A
000210*                DEPARTMENT WITH NO LINES GETS NO MEMBER.  A
000220*                DISTRIBUTION MANIFEST
000230*                (SP<PROGRAMA><FECHA><HORA>.DIS), ALSO CATALOGUED,
000240*                SAYS WHICH MEMBER GOES TO WHOM; A DEPARTMENT WITH
000250*                NO HEAD ON FILE, AN UNKNOWN CODE OR NO DEPARTMENT
000260*                AT ALL IS ADDRESSED TO PERSONAL.
000270* TECTONICS:     cobc -c -std=ibm -I copybooks RPTDIST.CBL
000280*                OPERSES RPTBANNER
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   ---------- ----  ----------------------------------------
000330*   2026-10-15  RT   ORIGINAL PROGRAM.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. RPTDIST.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     COPY EMPFSEL.
000420     COPY EMPDISEL.
000430
000440     SELECT OPTIONAL DISTRIB-PARM
000450         ASSIGN TO "RPTDIST.PRM"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS PRM-FILE-STATUS.
000480
000490     SELECT OPTIONAL DEPARTAMENTO-MAESTRO
000500         ASSIGN TO "DEPTMST.DAT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DEP-FILE-STATUS.
000530
000540     SELECT DISTRIB-SORT
000550         ASSIGN TO "RPTDIST.SWK".
000560
000570     SELECT DISTRIB-ORDENADO
000580         ASSIGN TO "RPTDIST.SRT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS ORD-FILE-STATUS.
000610
000620     SELECT MIEMBRO-SPOOL
000630         ASSIGN TO DYNAMIC RD-NOMBRE-MIEMBRO
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS MIE-FILE-STATUS.
000660
000670     SELECT MANIFIESTO-SPOOL
000680         ASSIGN TO DYNAMIC RD-NOMBRE-MANIFIESTO
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS MAN-FILE-STATUS.
000710
000720     SELECT OPTIONAL CATALOGO-SPOOL
000730         ASSIGN TO "SPOOLCAT.DAT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CAT-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  EMPLEADOS-ARCHIVO.
000800     COPY EMPREG.
000810
000820 FD  DISTRIB-TRABAJO.
000830     COPY EMPDIS.
000840
000850 FD  DISTRIB-PARM.
000860 01  PRM-REGISTRO.
000870     05  PRM-PROGRAMA        PIC X(08).
000880
000890 FD  DEPARTAMENTO-MAESTRO.
000900 01  DEP-REGISTRO.
000910     05  DEP-CODIGO          PIC X(04).
000920     05  DEP-NOMBRE          PIC X(30).
000930     05  DEP-CC              PIC X(08).
000940     05  DEP-CERRADO         PIC X(01).
000950     05  DEP-JEFE            PIC X(50).
000960
000970 SD  DISTRIB-SORT.
000980 01  DS-REGISTRO.
000990     05  DS-DEPTO            PIC X(04).
001000     05  DS-SECUENCIA        PIC 9(07).
001010     05  DS-LINEA            PIC X(132).
001020
001030 FD  DISTRIB-ORDENADO.
001040 01  DO-REGISTRO.
001050     05  DO-DEPTO            PIC X(04).
001060     05  DO-SECUENCIA        PIC 9(07).
001070     05  DO-LINEA            PIC X(132).
001080
001090 FD  MIEMBRO-SPOOL.
001100 01  MIE-LINEA               PIC X(132).
001110
001120 FD  MANIFIESTO-SPOOL.
001130 01  MAN-LINEA               PIC X(132).
001140
001150 FD  CATALOGO-SPOOL.
001160 01  CAT-REGISTRO.
001170     05  CAT-MIEMBRO         PIC X(30).
001180     05  FILLER              PIC X(01).
001190     05  CAT-PROGRAMA        PIC X(08).
001200     05  FILLER              PIC X(01).
001210     05  CAT-FECHA           PIC 9(8).
001220     05  FILLER              PIC X(01).
001230     05  CAT-HORA            PIC 9(6).
001240     05  FILLER              PIC X(01).
001250     05  CAT-OPERADOR        PIC X(08).
001260     05  FILLER              PIC X(01).
001270     05  CAT-PAGINAS         PIC 9(4).
001280
001290 WORKING-STORAGE SECTION.
001300 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001310 01  DIS-FILE-STATUS          PIC XX VALUE SPACES.
001320 01  PRM-FILE-STATUS          PIC XX VALUE SPACES.
001330 01  DEP-FILE-STATUS          PIC XX VALUE SPACES.
001340 01  ORD-FILE-STATUS          PIC XX VALUE SPACES.
001350 01  MIE-FILE-STATUS          PIC XX VALUE SPACES.
001360 01  MAN-FILE-STATUS          PIC XX VALUE SPACES.
001370 01  CAT-FILE-STATUS          PIC XX VALUE SPACES.
001380
001390 01  PRM-EOF-SW               PIC X VALUE "N".
001400     88  PRM-EOF              VALUE "Y".
001410 01  DEP-EOF-SW               PIC X VALUE "N".
001420     88  DEP-EOF              VALUE "Y".
001430 01  DIS-EOF-SW               PIC X VALUE "N".
001440     88  DIS-EOF              VALUE "Y".
001450 01  ORD-EOF-SW               PIC X VALUE "N".
001460     88  ORD-EOF              VALUE "Y".
001470 01  RD-MAESTRO-SW            PIC X VALUE "N".
001480     88  RD-MAESTRO-ABIERTO   VALUE "Y".
001490 01  RD-MIEMBRO-SW            PIC X VALUE "N".
001500     88  RD-MIEMBRO-ABIERTO   VALUE "Y".
001510
001520 01  RD-DEP-TABLA.
001530     05  RD-DEP-MAX           PIC 9(3) VALUE 0.
001540     05  RD-DEP-ENTRADA OCCURS 50 TIMES.
001550         10  RD-DEP-CODIGO    PIC X(04).
001560         10  RD-DEP-NOMBRE    PIC X(30).
001570         10  RD-DEP-JEFE      PIC X(50).
001580 01  RD-DEP-IDX               PIC 9(3) VALUE 0.
001590
001600 01  RD-FECHA                 PIC 9(8) VALUE ZERO.
001610 01  RD-HORA                  PIC 9(6) VALUE ZERO.
001620 01  RD-OPERADOR              PIC X(08) VALUE SPACES.
001630 01  RD-OPER-NIVEL            PIC X(01) VALUE SPACES.
001640 01  RD-BANNER                PIC X(80) VALUE SPACES.
001650 01  RD-SECUENCIA             PIC 9(7) VALUE 0.
001660 01  RD-DEPTO-ACTUAL          PIC X(04) VALUE SPACES.
001670 01  RD-DEPTO-NOMBRE          PIC X(30) VALUE SPACES.
001680 01  RD-SUFIJO                PIC X(04) VALUE SPACES.
001690 01  RD-JEFE                  PIC X(50) VALUE SPACES.
001700 01  RD-JEFE-NOMBRE           PIC X(50) VALUE SPACES.
001710 01  RD-JEFE-EMAIL            PIC X(50) VALUE SPACES.
001720 01  RD-NOMBRE-MIEMBRO        PIC X(30) VALUE SPACES.
001730 01  RD-NOMBRE-MANIFIESTO     PIC X(30) VALUE SPACES.
001740 01  RD-LINEAS                PIC 9(6) VALUE 0.
001750 01  RD-LINEAS-MANIFIESTO     PIC 9(6) VALUE 0.
001760 01  RD-CAT-MIEMBRO           PIC X(30) VALUE SPACES.
001770 01  RD-CAT-LINEAS            PIC 9(6) VALUE 0.
001780 01  RD-PAGINAS               PIC 9(4) VALUE 0.
001790 01  RD-LINEAS-EDIT           PIC ZZZZZ9.
001800
001810 LINKAGE SECTION.
001820 01  RD-ACCION                PIC X(08).
001830 01  RD-PROGRAMA              PIC X(08).
001840 01  RD-TITULO                PIC X(60).
001850 01  RD-REPARTIR              PIC X(01).
001860 01  RD-MIEMBROS              PIC 9(03).
001870
001880 PROCEDURE DIVISION USING RD-ACCION RD-PROGRAMA RD-TITULO
001890     RD-REPARTIR RD-MIEMBROS.
001900
001910 0000-MAINLINE.
001920     EVALUATE RD-ACCION
001930         WHEN "CONSULTA"
001940             PERFORM 1000-CONSULTAR
001950         WHEN "REPARTIR"
001960             PERFORM 2000-REPARTIR
001970         WHEN OTHER
001980             DISPLAY "RPTDIST: ACCION DESCONOCIDA: " RD-ACCION
001990     END-EVALUATE
002000     GOBACK.
002010
002020*----------------------------------------------------------------
002030* 1000-CONSULTAR - "S" WHEN THE CALLER (OR "*") IS ON RPTDIST.PRM,
002040*                  "N" OTHERWISE, INCLUDING WHEN THERE IS NO
002050*                  PARAMETER FILE.
002060*----------------------------------------------------------------
002070 1000-CONSULTAR.
002080     MOVE "N" TO RD-REPARTIR
002090     MOVE "N" TO PRM-EOF-SW
002100     OPEN INPUT DISTRIB-PARM
002110     IF PRM-FILE-STATUS = "00"
002120         PERFORM 1100-LEER-PARM
002130         PERFORM 1200-COMPARAR-PARM UNTIL PRM-EOF
002140     END-IF
002150     IF PRM-FILE-STATUS = "00" OR PRM-FILE-STATUS = "05"
002160             OR PRM-FILE-STATUS = "10"
002170         CLOSE DISTRIB-PARM
002180     END-IF.
002190
002200 1100-LEER-PARM.
002210     READ DISTRIB-PARM
002220         AT END
002230             MOVE "Y" TO PRM-EOF-SW
002240     END-READ.
002250
002260 1200-COMPARAR-PARM.
002270     IF PRM-PROGRAMA = RD-PROGRAMA OR PRM-PROGRAMA = "*"
002280         MOVE "S" TO RD-REPARTIR
002290     END-IF
002300     PERFORM 1100-LEER-PARM.
002310
002320*----------------------------------------------------------------
002330* 2000-REPARTIR - SORT THE WORK FILE BY DEPARTMENT, WRITE ONE
002340*                 MEMBER PER DEPARTMENT AND THE MANIFEST, AND
002350*                 CATALOGUE THEM ALL.
002360*----------------------------------------------------------------
002370 2000-REPARTIR.
002380     MOVE ZERO TO RD-MIEMBROS
002390     MOVE FUNCTION CURRENT-DATE(1:8) TO RD-FECHA
002400     MOVE FUNCTION CURRENT-DATE(9:6) TO RD-HORA
002410     CALL "OPERSES" USING RD-OPERADOR, RD-OPER-NIVEL
002420     CALL "RPTBANNER" USING RD-BANNER
002430     PERFORM 2100-CARGAR-DEPARTAMENTOS
002440     SORT DISTRIB-SORT
002450         ON ASCENDING KEY DS-DEPTO
002460         ON ASCENDING KEY DS-SECUENCIA
002470         INPUT PROCEDURE IS 2200-LIBERAR-LINEAS
002480         GIVING DISTRIB-ORDENADO
002490     MOVE "N" TO RD-MAESTRO-SW
002500     OPEN INPUT EMPLEADOS-ARCHIVO
002510     IF EMP-FILE-STATUS = "00"
002520         MOVE "Y" TO RD-MAESTRO-SW
002530     ELSE
002540         IF EMP-FILE-STATUS = "05"
002550             CLOSE EMPLEADOS-ARCHIVO
002560         END-IF
002570     END-IF
002580     PERFORM 2300-ABRIR-MANIFIESTO
002590     MOVE "N" TO RD-MIEMBRO-SW
002600     MOVE "N" TO ORD-EOF-SW
002610     OPEN INPUT DISTRIB-ORDENADO
002620     PERFORM 2410-LEER-ORDENADO
002630     PERFORM 2400-PROCESAR-LINEA UNTIL ORD-EOF
002640     CLOSE DISTRIB-ORDENADO
002650     IF RD-MIEMBRO-ABIERTO
002660         PERFORM 2600-CERRAR-MIEMBRO
002670     END-IF
002680     IF RD-MAESTRO-ABIERTO
002690         CLOSE EMPLEADOS-ARCHIVO
002700     END-IF
002710     PERFORM 2700-CERRAR-MANIFIESTO
002720     DISPLAY "RPTDIST: " FUNCTION TRIM(RD-PROGRAMA)
002730         " REPARTIDO EN " RD-MIEMBROS " MIEMBRO(S) - MANIFIESTO "
002740         FUNCTION TRIM(RD-NOMBRE-MANIFIESTO).
002750
002760 2100-CARGAR-DEPARTAMENTOS.
002770     MOVE ZERO TO RD-DEP-MAX
002780     MOVE "N" TO DEP-EOF-SW
002790     OPEN INPUT DEPARTAMENTO-MAESTRO
002800     IF DEP-FILE-STATUS = "00"
002810         PERFORM 2110-LEER-DEPARTAMENTO
002820         PERFORM 2120-GUARDAR-DEPARTAMENTO UNTIL DEP-EOF
002830     END-IF
002840     IF DEP-FILE-STATUS = "00" OR DEP-FILE-STATUS = "05"
002850             OR DEP-FILE-STATUS = "10"
002860         CLOSE DEPARTAMENTO-MAESTRO
002870     END-IF.
002880
002890 2110-LEER-DEPARTAMENTO.
002900     READ DEPARTAMENTO-MAESTRO
002910         AT END
002920             MOVE "Y" TO DEP-EOF-SW
002930     END-READ.
002940
002950 2120-GUARDAR-DEPARTAMENTO.
002960     IF RD-DEP-MAX < 50
002970         ADD 1 TO RD-DEP-MAX
002980         MOVE DEP-CODIGO TO RD-DEP-CODIGO (RD-DEP-MAX)
002990         MOVE DEP-NOMBRE TO RD-DEP-NOMBRE (RD-DEP-MAX)
003000         MOVE DEP-JEFE   TO RD-DEP-JEFE (RD-DEP-MAX)
003010     END-IF
003020     PERFORM 2110-LEER-DEPARTAMENTO.
003030
003040*----------------------------------------------------------------
003050* 2200-LIBERAR-LINEAS - RELEASE THE WORK FILE WITH A RUNNING
003060*                       SEQUENCE NUMBER, SO EACH DEPARTMENT'S
003070*                       LINES COME BACK IN THE ORDER THE REPORT
003080*                       WROTE THEM.
003090*----------------------------------------------------------------
003100 2200-LIBERAR-LINEAS.
003110     MOVE ZERO TO RD-SECUENCIA
003120     MOVE "N" TO DIS-EOF-SW
003130     OPEN INPUT DISTRIB-TRABAJO
003140     IF DIS-FILE-STATUS = "00"
003150         PERFORM 2210-LEER-TRABAJO
003160         PERFORM 2220-LIBERAR-LINEA UNTIL DIS-EOF
003170     END-IF
003180     IF DIS-FILE-STATUS = "00" OR DIS-FILE-STATUS = "05"
003190             OR DIS-FILE-STATUS = "10"
003200         CLOSE DISTRIB-TRABAJO
003210     END-IF.
003220
003230 2210-LEER-TRABAJO.
003240     READ DISTRIB-TRABAJO
003250         AT END
003260             MOVE "Y" TO DIS-EOF-SW
003270     END-READ.
003280
003290 2220-LIBERAR-LINEA.
003300     ADD 1 TO RD-SECUENCIA
003310     MOVE DIS-DEPTO    TO DS-DEPTO
003320     MOVE RD-SECUENCIA TO DS-SECUENCIA
003330     MOVE DIS-LINEA    TO DS-LINEA
003340     RELEASE DS-REGISTRO
003350     PERFORM 2210-LEER-TRABAJO.
003360
003370 2300-ABRIR-MANIFIESTO.
003380     MOVE SPACES TO RD-NOMBRE-MANIFIESTO
003390     STRING "SP" FUNCTION TRIM(RD-PROGRAMA)
003400         RD-FECHA RD-HORA ".DIS"
003410         DELIMITED BY SIZE INTO RD-NOMBRE-MANIFIESTO
003420     MOVE ZERO TO RD-LINEAS-MANIFIESTO
003430     OPEN OUTPUT MANIFIESTO-SPOOL
003440     MOVE RD-BANNER TO MAN-LINEA
003450     PERFORM 2350-ESCRIBIR-MANIFIESTO
003460     MOVE SPACES TO MAN-LINEA
003470     STRING "MANIFIESTO DE DISTRIBUCION - "
003480         FUNCTION TRIM(RD-TITULO) " (" FUNCTION TRIM(RD-PROGRAMA)
003490         ")"
003500         DELIMITED BY SIZE INTO MAN-LINEA
003510     PERFORM 2350-ESCRIBIR-MANIFIESTO
003520     MOVE SPACES TO MAN-LINEA
003530     STRING "FECHA " RD-FECHA "  HORA " RD-HORA
003540         "  OPERADOR " RD-OPERADOR
003550         DELIMITED BY SIZE INTO MAN-LINEA
003560     PERFORM 2350-ESCRIBIR-MANIFIESTO
003570     MOVE ALL "-" TO MAN-LINEA
003580     PERFORM 2350-ESCRIBIR-MANIFIESTO
003590     MOVE SPACES TO MAN-LINEA
003600     MOVE "DEPTO"   TO MAN-LINEA (1:5)
003610     MOVE "MIEMBRO" TO MAN-LINEA (7:7)
003620     MOVE "LINEAS"  TO MAN-LINEA (37:6)
003630     MOVE "DESTINATARIO" TO MAN-LINEA (45:12)
003640     PERFORM 2350-ESCRIBIR-MANIFIESTO.
003650
003660 2350-ESCRIBIR-MANIFIESTO.
003670     WRITE MAN-LINEA
003680     ADD 1 TO RD-LINEAS-MANIFIESTO.
003690
003700*----------------------------------------------------------------
003710* 2400-PROCESAR-LINEA - A NEW DEPARTMENT CLOSES THE MEMBER BEING
003720*                       WRITTEN AND OPENS THE NEXT; EVERY LINE
003730*                       GOES INTO THE MEMBER OF ITS DEPARTMENT.
003740*----------------------------------------------------------------
003750 2400-PROCESAR-LINEA.
003760     IF NOT RD-MIEMBRO-ABIERTO OR DO-DEPTO NOT = RD-DEPTO-ACTUAL
003770         IF RD-MIEMBRO-ABIERTO
003780             PERFORM 2600-CERRAR-MIEMBRO
003790         END-IF
003800         PERFORM 2500-ABRIR-MIEMBRO
003810     END-IF
003820     MOVE DO-LINEA TO MIE-LINEA
003830     PERFORM 2550-ESCRIBIR-MIEMBRO
003840     PERFORM 2410-LEER-ORDENADO.
003850
003860 2410-LEER-ORDENADO.
003870     READ DISTRIB-ORDENADO
003880         AT END
003890             MOVE "Y" TO ORD-EOF-SW
003900     END-READ.
003910
003920*----------------------------------------------------------------
003930* 2500-ABRIR-MIEMBRO - NAME THE DEPARTMENT'S MEMBER, FIND ITS HEAD
003940*                      AND WRITE THE HEADING THAT ADDRESSES THE
003950*                      MEMBER TO THEM.
003960*----------------------------------------------------------------
003970 2500-ABRIR-MIEMBRO.
003980     MOVE DO-DEPTO TO RD-DEPTO-ACTUAL
003990     MOVE "(NO ESTA EN DEPTMST)" TO RD-DEPTO-NOMBRE
004000     MOVE SPACES TO RD-JEFE
004010     PERFORM 2510-BUSCAR-DEPARTAMENTO
004020         VARYING RD-DEP-IDX FROM 1 BY 1
004030         UNTIL RD-DEP-IDX > RD-DEP-MAX
004040     MOVE RD-DEPTO-ACTUAL TO RD-SUFIJO
004050     IF RD-DEPTO-ACTUAL = SPACES
004060         MOVE "SIN DEPARTAMENTO" TO RD-DEPTO-NOMBRE
004070         MOVE "NDEP" TO RD-SUFIJO
004080     END-IF
004090     INSPECT RD-SUFIJO REPLACING ALL SPACE BY "_"
004100     PERFORM 2520-BUSCAR-JEFE
004110     MOVE SPACES TO RD-NOMBRE-MIEMBRO
004120     STRING "SP" FUNCTION TRIM(RD-PROGRAMA)
004130         RD-FECHA RD-HORA "." RD-SUFIJO
004140         DELIMITED BY SIZE INTO RD-NOMBRE-MIEMBRO
004150     MOVE ZERO TO RD-LINEAS
004160     OPEN OUTPUT MIEMBRO-SPOOL
004170     MOVE "Y" TO RD-MIEMBRO-SW
004180     MOVE RD-BANNER TO MIE-LINEA
004190     PERFORM 2550-ESCRIBIR-MIEMBRO
004200     MOVE RD-TITULO TO MIE-LINEA
004210     PERFORM 2550-ESCRIBIR-MIEMBRO
004220     MOVE SPACES TO MIE-LINEA
004230     STRING "DEPARTAMENTO " RD-DEPTO-ACTUAL " - "
004240         FUNCTION TRIM(RD-DEPTO-NOMBRE)
004250         DELIMITED BY SIZE INTO MIE-LINEA
004260     PERFORM 2550-ESCRIBIR-MIEMBRO
004270     MOVE SPACES TO MIE-LINEA
004280     IF RD-JEFE = SPACES
004290         MOVE "PARA: PERSONAL (DEPARTAMENTO SIN JEFE EN DEPTMST)"
004300             TO MIE-LINEA
004310     ELSE
004320         STRING "PARA: " FUNCTION TRIM(RD-JEFE) " - "
004330             FUNCTION TRIM(RD-JEFE-NOMBRE) "  "
004340             FUNCTION TRIM(RD-JEFE-EMAIL)
004350             DELIMITED BY SIZE INTO MIE-LINEA
004360     END-IF
004370     PERFORM 2550-ESCRIBIR-MIEMBRO
004380     MOVE ALL "-" TO MIE-LINEA
004390     PERFORM 2550-ESCRIBIR-MIEMBRO.
004400
004410 2510-BUSCAR-DEPARTAMENTO.
004420     IF RD-DEP-CODIGO (RD-DEP-IDX) = RD-DEPTO-ACTUAL
004430         MOVE RD-DEP-NOMBRE (RD-DEP-IDX) TO RD-DEPTO-NOMBRE
004440         MOVE RD-DEP-JEFE (RD-DEP-IDX)   TO RD-JEFE
004450     END-IF.
004460
004470 2520-BUSCAR-JEFE.
004480     MOVE SPACES TO RD-JEFE-NOMBRE
004490     MOVE SPACES TO RD-JEFE-EMAIL
004500     IF RD-JEFE NOT = SPACES AND RD-MAESTRO-ABIERTO
004510         MOVE RD-JEFE TO E-ID
004520         READ EMPLEADOS-ARCHIVO
004530             INVALID KEY
004540                 MOVE "(NO ESTA EN EL MAESTRO)" TO RD-JEFE-NOMBRE
004550             NOT INVALID KEY
004560                 MOVE E-NOMBRE TO RD-JEFE-NOMBRE
004570                 MOVE E-EMAIL  TO RD-JEFE-EMAIL
004580         END-READ
004590     END-IF.
004600
004610 2550-ESCRIBIR-MIEMBRO.
004620     WRITE MIE-LINEA
004630     ADD 1 TO RD-LINEAS.
004640
004650*----------------------------------------------------------------
004660* 2600-CERRAR-MIEMBRO - CLOSE AND CATALOGUE THE MEMBER AND ENTER
004670*                       IT ON THE MANIFEST AGAINST ITS HEAD.
004680*----------------------------------------------------------------
004690 2600-CERRAR-MIEMBRO.
004700     CLOSE MIEMBRO-SPOOL
004710     MOVE "N" TO RD-MIEMBRO-SW
004720     ADD 1 TO RD-MIEMBROS
004730     MOVE RD-NOMBRE-MIEMBRO TO RD-CAT-MIEMBRO
004740     MOVE RD-LINEAS TO RD-CAT-LINEAS
004750     PERFORM 2800-CATALOGAR
004760     MOVE RD-LINEAS TO RD-LINEAS-EDIT
004770     MOVE SPACES TO MAN-LINEA
004780     MOVE RD-DEPTO-ACTUAL   TO MAN-LINEA (1:4)
004790     MOVE RD-NOMBRE-MIEMBRO TO MAN-LINEA (7:30)
004800     MOVE RD-LINEAS-EDIT    TO MAN-LINEA (37:6)
004810     IF RD-JEFE = SPACES
004820         MOVE "PERSONAL (SIN JEFE EN DEPTMST)"
004830             TO MAN-LINEA (45:30)
004840     ELSE
004850         STRING FUNCTION TRIM(RD-JEFE) " - "
004860             FUNCTION TRIM(RD-JEFE-NOMBRE) "  "
004870             FUNCTION TRIM(RD-JEFE-EMAIL)
004880             DELIMITED BY SIZE INTO MAN-LINEA (45:88)
004890     END-IF
004900     PERFORM 2350-ESCRIBIR-MANIFIESTO.
004910
004920 2700-CERRAR-MANIFIESTO.
004930     MOVE SPACES TO MAN-LINEA
004940     PERFORM 2350-ESCRIBIR-MANIFIESTO
004950     MOVE SPACES TO MAN-LINEA
004960     IF RD-MIEMBROS = ZERO
004970         MOVE "NINGUN DEPARTAMENTO CON DATOS - SIN MIEMBROS"
004980             TO MAN-LINEA
004990     ELSE
005000         STRING "MIEMBROS REPARTIDOS: " RD-MIEMBROS
005010             DELIMITED BY SIZE INTO MAN-LINEA
005020     END-IF
005030     PERFORM 2350-ESCRIBIR-MANIFIESTO
005040     CLOSE MANIFIESTO-SPOOL
005050     MOVE RD-NOMBRE-MANIFIESTO TO RD-CAT-MIEMBRO
005060     MOVE RD-LINEAS-MANIFIESTO TO RD-CAT-LINEAS
005070     PERFORM 2800-CATALOGAR.
005080
005090*----------------------------------------------------------------
005100* 2800-CATALOGAR - ONE SPOOLCAT.DAT ENTRY, THE SAME AS SPOOLCAT
005110*                  WRITES FOR A WHOLE REPORT (SIXTY LINES TO THE
005120*                  PAGE).
005130*----------------------------------------------------------------
005140 2800-CATALOGAR.
005150     COMPUTE RD-PAGINAS = (RD-CAT-LINEAS + 59) / 60
005160     OPEN EXTEND CATALOGO-SPOOL
005170     IF CAT-FILE-STATUS = "35"
005180         OPEN OUTPUT CATALOGO-SPOOL
005190     END-IF
005200     MOVE SPACES TO CAT-REGISTRO
005210     MOVE RD-CAT-MIEMBRO TO CAT-MIEMBRO
005220     MOVE RD-PROGRAMA    TO CAT-PROGRAMA
005230     MOVE RD-FECHA       TO CAT-FECHA
005240     MOVE RD-HORA        TO CAT-HORA
005250     MOVE RD-OPERADOR    TO CAT-OPERADOR
005260     MOVE RD-PAGINAS     TO CAT-PAGINAS
005270     WRITE CAT-REGISTRO
005280     CLOSE CATALOGO-SPOOL.
005290 END PROGRAM RPTDIST.
