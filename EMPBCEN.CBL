000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       MONTHLY BENEFITS CENSUS BY PROVIDER.  FOR THE
000060*                PERIOD ASKED (ENTER MEANS THE CURRENT MONTH)
000070*                EVERY EMPBEN.DAT ENROLMENT IN FORCE ON ANY DAY OF
000080*                THE MONTH IS SORTED BY PROVIDER, PLAN AND E-ID
000090*                AND WRITTEN TO EMPBCEN.DAT, ONE HEADER (C), ONE
000100*                LINE PER PERSON ENROLLED (D) AND ONE TRAILER (F)
000110*                WITH THE COUNTS AND THE MONTHLY PREMIUM PER
000120*                PROVIDER, SO EACH INSURER, VOUCHER ISSUER OR
000130*                NURSERY GETS ITS OWN BLOCK OF WHO IS COVERED.
000140*                THE SAME LIST IS PRINTED TO EMPBCEN.RPT WITH THE
000150*                PROVIDER TOTALS, SO THE OFFICE MANAGER CAN CHECK
000160*                THE PROVIDER'S INVOICE AGAINST IT.
000170* TECTONICS:     cobc -x -std=ibm -I copybooks EMPBCEN.CBL
000180*                RPTROUTE RPTBANNER RUNLOG OPERSES SPOOLCAT
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   ---------- ----  ----------------------------------------
000230*   2026-10-15  RT   ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. EMPBCEN.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     COPY EMPFSEL.
000320     COPY EMPBNSEL.
000330
000340     SELECT BEN-WORK-FILE
000350         ASSIGN TO "EMPBCEN.WRK".
000360
000370     SELECT BEN-ORDENADO
000380         ASSIGN TO "EMPBCEN.SRT"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS ORD-FILE-STATUS.
000410
000420     SELECT CENSO-ARCHIVO
000430         ASSIGN TO "EMPBCEN.DAT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS CEN-FILE-STATUS.
000460
000470     SELECT EMPBCEN-REPORTE
000480         ASSIGN TO "EMPBCEN.RPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RPT-FILE-STATUS.
000510
000520     SELECT EMPBCEN-IMPRESORA
000530         ASSIGN TO "EMPBCEN.PRN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PRN-FILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EMPLEADOS-ARCHIVO.
000600     COPY EMPREG.
000610
000620 FD  EMPBEN-ARCHIVO.
000630     COPY EMPBEN.
000640
000650 SD  BEN-WORK-FILE.
000660 01  SRT-REGISTRO.
000670     05  SRT-PROVEEDOR       PIC X(10).
000680     05  SRT-PLAN            PIC X(06).
000690     05  SRT-E-ID            PIC X(50).
000700     05  SRT-NOMBRE          PIC X(50).
000710     05  SRT-TIPO            PIC X(01).
000720     05  SRT-DESDE           PIC 9(08).
000730     05  SRT-HASTA           PIC 9(08).
000740     05  SRT-PERSONAS        PIC 9(02).
000750     05  SRT-COSTE-EMPLEADO  PIC 9(5)V99.
000760     05  SRT-COSTE-EMPRESA   PIC 9(5)V99.
000770
000780 FD  BEN-ORDENADO.
000790 01  ORD-REGISTRO.
000800     05  ORD-PROVEEDOR       PIC X(10).
000810     05  ORD-PLAN            PIC X(06).
000820     05  ORD-E-ID            PIC X(50).
000830     05  ORD-NOMBRE          PIC X(50).
000840     05  ORD-TIPO            PIC X(01).
000850     05  ORD-DESDE           PIC 9(08).
000860     05  ORD-HASTA           PIC 9(08).
000870     05  ORD-PERSONAS        PIC 9(02).
000880     05  ORD-COSTE-EMPLEADO  PIC 9(5)V99.
000890     05  ORD-COSTE-EMPRESA   PIC 9(5)V99.
000900
000910*----------------------------------------------------------------
000920* THE CENSUS SENT TO THE PROVIDERS: A HEADER, THE PEOPLE ENROLLED
000930* AND A TRAILER PER PROVIDER, 150 BYTES EACH.
000940*----------------------------------------------------------------
000950 FD  CENSO-ARCHIVO.
000960 01  CEN-REGISTRO.
000970     05  CEN-TIPO-REG        PIC X(01).
000980         88  CEN-CABECERA    VALUE "C".
000990         88  CEN-DETALLE     VALUE "D".
001000         88  CEN-FIN         VALUE "F".
001010     05  CEN-PROVEEDOR       PIC X(10).
001020     05  CEN-DATOS           PIC X(139).
001030     05  CEN-CAB REDEFINES CEN-DATOS.
001040         10  CEN-C-PERIODO   PIC 9(06).
001050         10  CEN-C-FECHA     PIC 9(08).
001060         10  FILLER          PIC X(125).
001070     05  CEN-DET REDEFINES CEN-DATOS.
001080         10  CEN-D-PLAN      PIC X(06).
001090         10  CEN-D-E-ID      PIC X(50).
001100         10  CEN-D-NOMBRE    PIC X(50).
001110         10  CEN-D-TIPO      PIC X(01).
001120         10  CEN-D-DESDE     PIC 9(08).
001130         10  CEN-D-HASTA     PIC 9(08).
001140         10  CEN-D-PERSONAS  PIC 9(02).
001150         10  CEN-D-PRIMA     PIC 9(7)V99.
001160         10  FILLER          PIC X(05).
001170     05  CEN-PIE REDEFINES CEN-DATOS.
001180         10  CEN-F-ALTAS     PIC 9(05).
001190         10  CEN-F-PERSONAS  PIC 9(07).
001200         10  CEN-F-PRIMA     PIC 9(9)V99.
001210         10  FILLER          PIC X(116).
001220
001230 FD  EMPBCEN-REPORTE.
001240 01  RPT-LINEA                PIC X(132).
001250
001260 FD  EMPBCEN-IMPRESORA.
001270 01  LINEA-IMPRESORA          PIC X(132).
001280
001290 WORKING-STORAGE SECTION.
001300 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001310 01  BEN-FILE-STATUS          PIC XX VALUE SPACES.
001320 01  ORD-FILE-STATUS          PIC XX VALUE SPACES.
001330 01  CEN-FILE-STATUS          PIC XX VALUE SPACES.
001340 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001350 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
001360
001370 01  BEN-EOF-SW               PIC X VALUE "N".
001380     88  BEN-EOF              VALUE "Y".
001390 01  ORD-EOF-SW               PIC X VALUE "N".
001400     88  ORD-EOF              VALUE "Y".
001410
001420 01  BC-DESTINO               PIC X(01) VALUE "F".
001430     88  BC-DESTINO-IMPRESORA VALUE "P".
001440 01  BC-BANNER                PIC X(80) VALUE SPACES.
001450 01  BC-HOY                   PIC 9(08) VALUE ZERO.
001460 01  BC-PERIODO-ENTRADA       PIC X(06) VALUE SPACES.
001470 01  BC-PERIODO               PIC 9(06) VALUE ZERO.
001480 01  BC-PERIODO-LISTO-SW      PIC X VALUE "N".
001490     88  BC-PERIODO-LISTO     VALUE "Y".
001500*    FIRST AND LAST DAY OF THE MONTH; DAY 31 IS ENOUGH TO COMPARE.
001510 01  BC-PRIMER-DIA            PIC 9(08) VALUE ZERO.
001520 01  BC-ULTIMO-DIA            PIC 9(08) VALUE ZERO.
001530
001540 01  BC-PROV-ACTUAL           PIC X(10) VALUE SPACES.
001550 01  BC-PRIMERO-SW            PIC X VALUE "Y".
001560     88  BC-PRIMERO           VALUE "Y".
001570 01  BC-PRIMA                 PIC 9(7)V99 VALUE 0.
001580
001590 01  BC-PRV-ALTAS             PIC 9(05) VALUE 0.
001600 01  BC-PRV-PERSONAS          PIC 9(07) VALUE 0.
001610 01  BC-PRV-EMPLEADO          PIC 9(9)V99 VALUE 0.
001620 01  BC-PRV-EMPRESA           PIC 9(9)V99 VALUE 0.
001630 01  BC-TOT-PROVEEDORES       PIC 9(05) VALUE 0.
001640 01  BC-TOT-ALTAS             PIC 9(05) VALUE 0.
001650 01  BC-TOT-PERSONAS          PIC 9(07) VALUE 0.
001660 01  BC-TOT-EMPLEADO          PIC 9(9)V99 VALUE 0.
001670 01  BC-TOT-EMPRESA           PIC 9(9)V99 VALUE 0.
001680 01  BC-SIN-FICHA             PIC 9(05) VALUE 0.
001690
001700 01  BC-CONTADOR-EDIT         PIC ZZ,ZZ9.
001710 01  BC-PERSONAS-EDIT         PIC Z9.
001720 01  BC-IMPORTE-EDIT          PIC ZZ,ZZ9.99.
001730 01  BC-IMPORTE2-EDIT         PIC ZZ,ZZ9.99.
001740 01  BC-TOTAL-EDIT            PIC Z,ZZZ,ZZ9.99.
001750 01  BC-TOTAL2-EDIT           PIC Z,ZZZ,ZZ9.99.
001760
001770 01  BC-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
001780 01  BC-SPL-OPERADOR          PIC X(08) VALUE SPACES.
001790 01  BC-SPL-NIVEL             PIC X(01) VALUE SPACES.
001800 01  BC-LOG-PROGRAMA          PIC X(08) VALUE "EMPBCEN".
001810 01  BC-LOG-EVENTO            PIC X(06) VALUE SPACES.
001820 01  BC-LOG-CONTADOR          PIC 9(07) VALUE 0.
001830 01  BC-LOG-RETORNO           PIC 9(04) VALUE 0.
001840
001850 PROCEDURE DIVISION.
001860
001870 0000-MAINLINE.
001880     MOVE "INICIO" TO BC-LOG-EVENTO
001890     CALL "RUNLOG" USING BC-LOG-PROGRAMA, BC-LOG-EVENTO,
001900         BC-LOG-CONTADOR, BC-LOG-RETORNO
001910     PERFORM 1000-INITIALIZE
001920     PERFORM 3000-ORDENAR-BENEFICIOS
001930     PERFORM 5000-ABRIR-LISTADO
001940     PERFORM 4000-LISTAR
001950     PERFORM 5900-CERRAR-LISTADO
001960     MOVE ZERO TO RETURN-CODE
001970     IF BC-SIN-FICHA > ZERO
001980         DISPLAY "EMPBCEN: " BC-SIN-FICHA " ALTA(S) CON E-ID QUE"
001990             " YA NO ESTA EN EL MAESTRO"
002000         MOVE 4 TO RETURN-CODE
002010     END-IF
002020     DISPLAY "EMPBCEN: " BC-TOT-ALTAS " ALTA(S) DE "
002030         BC-TOT-PROVEEDORES " PROVEEDOR(ES) EN EMPBCEN.DAT"
002040     MOVE "FIN" TO BC-LOG-EVENTO
002050     MOVE BC-TOT-ALTAS TO BC-LOG-CONTADOR
002060     MOVE RETURN-CODE TO BC-LOG-RETORNO
002070     CALL "RUNLOG" USING BC-LOG-PROGRAMA, BC-LOG-EVENTO,
002080         BC-LOG-CONTADOR, BC-LOG-RETORNO
002090     MOVE BC-LOG-RETORNO TO RETURN-CODE
002100     PERFORM 9999-EXIT.
002110
002120*----------------------------------------------------------------
002130* 1000-INITIALIZE - THE PERIOD OF THE CENSUS AND ITS FIRST AND
002140*                   LAST DAY.
002150*----------------------------------------------------------------
002160 1000-INITIALIZE.
002170     MOVE FUNCTION CURRENT-DATE(1:8) TO BC-HOY
002180     CALL "OPERSES" USING BC-SPL-OPERADOR, BC-SPL-NIVEL
002190     MOVE "N" TO BC-PERIODO-LISTO-SW
002200     PERFORM 1100-CAPTURAR-PERIODO UNTIL BC-PERIODO-LISTO
002210     COMPUTE BC-PRIMER-DIA = BC-PERIODO * 100 + 1
002220     COMPUTE BC-ULTIMO-DIA = BC-PERIODO * 100 + 31.
002230
002240 1100-CAPTURAR-PERIODO.
002250     DISPLAY "PERIODO DEL CENSO YYYYMM (ENTER = ACTUAL): "
002260     ACCEPT BC-PERIODO-ENTRADA
002270     IF BC-PERIODO-ENTRADA = SPACES
002280         MOVE BC-HOY(1:6) TO BC-PERIODO
002290         MOVE "Y" TO BC-PERIODO-LISTO-SW
002300     ELSE
002310         IF BC-PERIODO-ENTRADA IS NUMERIC
002320             MOVE BC-PERIODO-ENTRADA TO BC-PERIODO
002330             MOVE "Y" TO BC-PERIODO-LISTO-SW
002340         ELSE
002350             DISPLAY "PERIODO INVALIDO - SOLO DIGITOS 0-9"
002360         END-IF
002370     END-IF.
002380
002390*----------------------------------------------------------------
002400* 3000-ORDENAR-BENEFICIOS - ONE SORT RECORD PER ENROLMENT IN FORCE
002410*                           IN THE MONTH, IN PROVIDER, PLAN AND
002420*                           E-ID ORDER, WITH THE NAME FROM THE
002430*                           MASTER.
002440*----------------------------------------------------------------
002450 3000-ORDENAR-BENEFICIOS.
002460     SORT BEN-WORK-FILE
002470         ON ASCENDING KEY SRT-PROVEEDOR SRT-PLAN SRT-E-ID
002480         INPUT PROCEDURE IS 3100-LIBERAR-BENEFICIOS
002490         GIVING BEN-ORDENADO.
002500
002510 3100-LIBERAR-BENEFICIOS.
002520     MOVE "N" TO BEN-EOF-SW
002530     OPEN INPUT EMPLEADOS-ARCHIVO
002540     OPEN INPUT EMPBEN-ARCHIVO
002550     IF BEN-FILE-STATUS = "00"
002560         PERFORM 3110-LEER-BENEFICIO
002570         PERFORM 3120-LIBERAR-BENEFICIO UNTIL BEN-EOF
002580     ELSE
002590         DISPLAY "EMPBCEN: NO EXISTE EMPBEN.DAT - NO HAY"
002600             " BENEFICIOS REGISTRADOS"
002610     END-IF
002620     IF BEN-FILE-STATUS = "00" OR BEN-FILE-STATUS = "05"
002630             OR BEN-FILE-STATUS = "10"
002640         CLOSE EMPBEN-ARCHIVO
002650     END-IF
002660     CLOSE EMPLEADOS-ARCHIVO.
002670
002680 3110-LEER-BENEFICIO.
002690     READ EMPBEN-ARCHIVO
002700         AT END
002710             MOVE "Y" TO BEN-EOF-SW
002720     END-READ.
002730
002740 3120-LIBERAR-BENEFICIO.
002750     IF BEN-FECHA-DESDE <= BC-ULTIMO-DIA AND
002760             (BEN-FECHA-HASTA = ZERO OR
002770              BEN-FECHA-HASTA >= BC-PRIMER-DIA)
002780         MOVE BEN-PROVEEDOR      TO SRT-PROVEEDOR
002790         MOVE BEN-PLAN           TO SRT-PLAN
002800         MOVE BEN-E-ID           TO SRT-E-ID
002810         MOVE BEN-TIPO           TO SRT-TIPO
002820         MOVE BEN-FECHA-DESDE    TO SRT-DESDE
002830         MOVE BEN-FECHA-HASTA    TO SRT-HASTA
002840         MOVE BEN-BENEFICIARIOS  TO SRT-PERSONAS
002850         MOVE BEN-COSTE-EMPLEADO TO SRT-COSTE-EMPLEADO
002860         MOVE BEN-COSTE-EMPRESA  TO SRT-COSTE-EMPRESA
002870         MOVE BEN-E-ID TO E-ID
002880         READ EMPLEADOS-ARCHIVO
002890             INVALID KEY
002900                 MOVE "** NO ESTA EN EL MAESTRO **" TO SRT-NOMBRE
002910                 ADD 1 TO BC-SIN-FICHA
002920             NOT INVALID KEY
002930                 MOVE E-NOMBRE TO SRT-NOMBRE
002940         END-READ
002950         RELEASE SRT-REGISTRO
002960     END-IF
002970     PERFORM 3110-LEER-BENEFICIO.
002980
002990*----------------------------------------------------------------
003000* 4000-LISTAR - READ THE SORTED ENROLMENTS WITH A CONTROL BREAK ON
003010*               THE PROVIDER, WRITING THE CENSUS AND THE REPORT.
003020*----------------------------------------------------------------
003030 4000-LISTAR.
003040     MOVE "N" TO ORD-EOF-SW
003050     MOVE "Y" TO BC-PRIMERO-SW
003060     OPEN OUTPUT CENSO-ARCHIVO
003070     OPEN INPUT BEN-ORDENADO
003080     PERFORM 4100-LEER-ORDENADO
003090     PERFORM 4200-PROCESAR-ALTA UNTIL ORD-EOF
003100     IF NOT BC-PRIMERO
003110         PERFORM 4500-TOTAL-PROVEEDOR
003120     END-IF
003130     CLOSE BEN-ORDENADO
003140     CLOSE CENSO-ARCHIVO.
003150
003160 4100-LEER-ORDENADO.
003170     READ BEN-ORDENADO
003180         AT END
003190             MOVE "Y" TO ORD-EOF-SW
003200     END-READ.
003210
003220 4200-PROCESAR-ALTA.
003230     IF BC-PRIMERO OR ORD-PROVEEDOR NOT = BC-PROV-ACTUAL
003240         IF NOT BC-PRIMERO
003250             PERFORM 4500-TOTAL-PROVEEDOR
003260         END-IF
003270         PERFORM 4400-CABECERA-PROVEEDOR
003280     END-IF
003290     COMPUTE BC-PRIMA = ORD-COSTE-EMPLEADO + ORD-COSTE-EMPRESA
003300     MOVE SPACES TO CEN-REGISTRO
003310     MOVE "D" TO CEN-TIPO-REG
003320     MOVE ORD-PROVEEDOR TO CEN-PROVEEDOR
003330     MOVE ORD-PLAN      TO CEN-D-PLAN
003340     MOVE ORD-E-ID      TO CEN-D-E-ID
003350     MOVE ORD-NOMBRE    TO CEN-D-NOMBRE
003360     MOVE ORD-TIPO      TO CEN-D-TIPO
003370     MOVE ORD-DESDE     TO CEN-D-DESDE
003380     MOVE ORD-HASTA     TO CEN-D-HASTA
003390     MOVE ORD-PERSONAS  TO CEN-D-PERSONAS
003400     MOVE BC-PRIMA      TO CEN-D-PRIMA
003410     WRITE CEN-REGISTRO
003420     MOVE ORD-PERSONAS TO BC-PERSONAS-EDIT
003430     MOVE ORD-COSTE-EMPLEADO TO BC-IMPORTE-EDIT
003440     MOVE ORD-COSTE-EMPRESA  TO BC-IMPORTE2-EDIT
003450     MOVE SPACES TO RPT-LINEA
003460     STRING "  " ORD-PLAN " " ORD-E-ID (1:30) " "
003470         ORD-NOMBRE (1:30) " " ORD-DESDE " " ORD-HASTA "  "
003480         BC-PERSONAS-EDIT "  " BC-IMPORTE-EDIT "  "
003490         BC-IMPORTE2-EDIT
003500         DELIMITED BY SIZE INTO RPT-LINEA
003510     PERFORM 6900-ESCRIBIR-LINEA
003520     ADD 1 TO BC-PRV-ALTAS BC-TOT-ALTAS
003530     ADD ORD-PERSONAS TO BC-PRV-PERSONAS BC-TOT-PERSONAS
003540     ADD ORD-COSTE-EMPLEADO TO BC-PRV-EMPLEADO BC-TOT-EMPLEADO
003550     ADD ORD-COSTE-EMPRESA TO BC-PRV-EMPRESA BC-TOT-EMPRESA
003560     PERFORM 4100-LEER-ORDENADO.
003570
003580 4400-CABECERA-PROVEEDOR.
003590     MOVE "N" TO BC-PRIMERO-SW
003600     MOVE ORD-PROVEEDOR TO BC-PROV-ACTUAL
003610     MOVE ZERO TO BC-PRV-ALTAS BC-PRV-PERSONAS
003620         BC-PRV-EMPLEADO BC-PRV-EMPRESA
003630     ADD 1 TO BC-TOT-PROVEEDORES
003640     MOVE SPACES TO CEN-REGISTRO
003650     MOVE "C" TO CEN-TIPO-REG
003660     MOVE BC-PROV-ACTUAL TO CEN-PROVEEDOR
003670     MOVE BC-PERIODO TO CEN-C-PERIODO
003680     MOVE BC-HOY TO CEN-C-FECHA
003690     WRITE CEN-REGISTRO
003700     MOVE SPACES TO RPT-LINEA
003710     PERFORM 6900-ESCRIBIR-LINEA
003720     STRING "PROVEEDOR " BC-PROV-ACTUAL
003730         DELIMITED BY SIZE INTO RPT-LINEA
003740     PERFORM 6900-ESCRIBIR-LINEA.
003750
003760 4500-TOTAL-PROVEEDOR.
003770     MOVE SPACES TO CEN-REGISTRO
003780     MOVE "F" TO CEN-TIPO-REG
003790     MOVE BC-PROV-ACTUAL TO CEN-PROVEEDOR
003800     MOVE BC-PRV-ALTAS TO CEN-F-ALTAS
003810     MOVE BC-PRV-PERSONAS TO CEN-F-PERSONAS
003820     COMPUTE CEN-F-PRIMA = BC-PRV-EMPLEADO + BC-PRV-EMPRESA
003830     WRITE CEN-REGISTRO
003840     MOVE BC-PRV-ALTAS TO BC-CONTADOR-EDIT
003850     MOVE BC-PRV-EMPLEADO TO BC-TOTAL-EDIT
003860     MOVE BC-PRV-EMPRESA TO BC-TOTAL2-EDIT
003870     MOVE SPACES TO RPT-LINEA
003880     STRING "  ALTAS: " BC-CONTADOR-EDIT
003890         "  EMPLEADOS: " BC-TOTAL-EDIT
003900         "  EMPRESA: " BC-TOTAL2-EDIT
003910         DELIMITED BY SIZE INTO RPT-LINEA
003920     MOVE BC-PRV-PERSONAS TO BC-CONTADOR-EDIT
003930     STRING "  PERSONAS CUBIERTAS: " BC-CONTADOR-EDIT
003940         DELIMITED BY SIZE INTO RPT-LINEA (70:30)
003950     PERFORM 6900-ESCRIBIR-LINEA.
003960
003970*----------------------------------------------------------------
003980* 5000-ABRIR-LISTADO - OPEN THE REPORT AND WRITE ITS HEADINGS.
003990*----------------------------------------------------------------
004000 5000-ABRIR-LISTADO.
004010     CALL "RPTROUTE" USING BC-DESTINO
004020     IF BC-DESTINO-IMPRESORA
004030         OPEN OUTPUT EMPBCEN-IMPRESORA
004040         DISPLAY "EMPBCEN: SALIDA A EMPBCEN.PRN (IMPRESORA)"
004050     ELSE
004060         OPEN OUTPUT EMPBCEN-REPORTE
004070     END-IF
004080     CALL "RPTBANNER" USING BC-BANNER
004090     MOVE BC-BANNER TO RPT-LINEA
004100     PERFORM 6900-ESCRIBIR-LINEA
004110     MOVE SPACES TO RPT-LINEA
004120     STRING "CENSO DE BENEFICIOS POR PROVEEDOR - PERIODO "
004130         BC-PERIODO
004140         DELIMITED BY SIZE INTO RPT-LINEA
004150     PERFORM 6900-ESCRIBIR-LINEA
004160     MOVE SPACES TO RPT-LINEA
004170     PERFORM 6900-ESCRIBIR-LINEA
004180     MOVE "  PLAN" TO RPT-LINEA
004190     MOVE "E-ID"     TO RPT-LINEA (10:4)
004200     MOVE "NOMBRE"   TO RPT-LINEA (41:6)
004210     MOVE "DESDE"    TO RPT-LINEA (72:5)
004220     MOVE "HASTA"    TO RPT-LINEA (81:5)
004230     MOVE "PER"      TO RPT-LINEA (91:3)
004240     MOVE "EMPLEADO" TO RPT-LINEA (97:8)
004250     MOVE "EMPRESA"  TO RPT-LINEA (108:7)
004260     PERFORM 6900-ESCRIBIR-LINEA.
004270
004280*----------------------------------------------------------------
004290* 5900-CERRAR-LISTADO - COMPANY TOTALS, THEN CLOSE AND SPOOL.
004300*----------------------------------------------------------------
004310 5900-CERRAR-LISTADO.
004320     MOVE SPACES TO RPT-LINEA
004330     PERFORM 6900-ESCRIBIR-LINEA
004340     MOVE BC-TOT-PROVEEDORES TO BC-CONTADOR-EDIT
004350     MOVE SPACES TO RPT-LINEA
004360     STRING "PROVEEDORES                 : "
004370         BC-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004380     PERFORM 6900-ESCRIBIR-LINEA
004390     MOVE BC-TOT-ALTAS TO BC-CONTADOR-EDIT
004400     MOVE SPACES TO RPT-LINEA
004410     STRING "ALTAS EN VIGOR EN EL PERIODO: "
004420         BC-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004430     PERFORM 6900-ESCRIBIR-LINEA
004440     MOVE BC-TOT-PERSONAS TO BC-CONTADOR-EDIT
004450     MOVE SPACES TO RPT-LINEA
004460     STRING "PERSONAS CUBIERTAS          : "
004470         BC-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004480     PERFORM 6900-ESCRIBIR-LINEA
004490     MOVE BC-TOT-EMPLEADO TO BC-TOTAL-EDIT
004500     MOVE SPACES TO RPT-LINEA
004510     STRING "COSTE MENSUAL EMPLEADOS     : "
004520         BC-TOTAL-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004530     PERFORM 6900-ESCRIBIR-LINEA
004540     MOVE BC-TOT-EMPRESA TO BC-TOTAL-EDIT
004550     MOVE SPACES TO RPT-LINEA
004560     STRING "COSTE MENSUAL EMPRESA       : "
004570         BC-TOTAL-EDIT DELIMITED BY SIZE INTO RPT-LINEA
004580     PERFORM 6900-ESCRIBIR-LINEA
004590     IF BC-DESTINO-IMPRESORA
004600         CLOSE EMPBCEN-IMPRESORA
004610     ELSE
004620         CLOSE EMPBCEN-REPORTE
004630         MOVE "EMPBCEN.RPT" TO BC-ARCHIVO-SPOOL
004640         CALL "SPOOLCAT" USING BC-LOG-PROGRAMA,
004650             BC-ARCHIVO-SPOOL, BC-SPL-OPERADOR
004660     END-IF.
004670
004680*----------------------------------------------------------------
004690* 6900-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
004700*                       RPTROUTE SELECTED.
004710*----------------------------------------------------------------
004720 6900-ESCRIBIR-LINEA.
004730     IF BC-DESTINO-IMPRESORA
004740         MOVE RPT-LINEA TO LINEA-IMPRESORA
004750         WRITE LINEA-IMPRESORA
004760     ELSE
004770         WRITE RPT-LINEA
004780     END-IF.
004790
004800 9999-EXIT.
004810     GOBACK.
004820 END PROGRAM EMPBCEN.
