000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       REFERENCE-TABLE MAINTENANCE SCREEN, SUPERVISOR
000060*                ONLY.  LISTS, ADDS, CHANGES AND RETIRES ENTRIES
000070*                IN THE TABLES THE LOOKUPS AND THE PAYROLL RUN
000080*                READ - DEDMST, BANDMST, CONVMST, MOTBAJA, POSMST,
000090*                CURMST, HRSRATE, FESTIVOS, EMDOMTAB, GLMAP.PRM,
000100*                DEPTMST, HORARIO, GASTARIF, ACREEDOR, CENTROS,
000110*                FESTREG AND SALUDOS - SO THEY STOP BEING CHANGED
000120*                WITH A TEXT EDITOR.  EVERY ENTRY IS EDITED FIELD
000130*                BY FIELD AGAINST ITS LAYOUT (NUMERIC, DATE AND
000140*                S/N EDITS, RANGE CHECKS), THE KEY OF AN EXISTING
000150*                ENTRY CANNOT BE RE-KEYED, AND EVERY CHANGE
000160*                APPENDS A BEFORE/AFTER IMAGE TO TABAUD.DAT WITH
000170*                THE OPERSES OPERATOR.  A BAND, POSITION,
000180*                CATEGORY, TERMINATION REASON, WORK CENTRE OR
000190*                DEPARTMENT STILL CARRIED ON A NON-INACTIVE
000200*                EMPLEADOS-REGISTRO CANNOT BE RETIRED.  A DEDMST
000210*                RATE ROW IS RETIRED BY CLOSING ITS VALIDITY
000220*                (DED-VIG-HASTA) AND A DEPARTMENT BY FLAGGING IT
000230*                CERRADO, SO HISTORY STAYS READABLE; ANY OTHER
000240*                ENTRY IS REMOVED FROM ITS TABLE.
000250* TECTONICS:     cobc -x -std=ibm -I copybooks EMPTABM.CBL
000260*                OPERSES RUNLOCK FECHAVAL CONFIRM DEPTVAL BANCODC
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   ---------- ----  ----------------------------------------
000310*   2026-10-15  RT   ORIGINAL PROGRAM.
000320*   2026-10-15  RT   THE CONVMST ENTRY NOW ALSO CARRIES THE
000330*                    CONVENIO SICK-LEAVE TOP-UP FOR THE CATEGORY:
000340*                    THE DAY OF LEAVE IT STARTS ON AND THE
000350*                    PERCENTAGE OF THE REGULATORY BASE THE COMPANY
000360*                    GUARANTEES FROM THEN ON.
000370*   2026-10-15  RT   THE CONVMST ENTRY NOW ALSO CARRIES THE
000380*                    CONVENIO VACATION CARRY-OVER RULE FOR THE
000390*                    CATEGORY: HOW MANY UNUSED DAYS THE EMPVCIE
000400*                    YEAR-END CLOSE MAY CARRY INTO THE NEXT YEAR
000410*                    AND THE MONTH/DAY (MMDD) THEY LAPSE.
000420*   2026-10-15  RT   THE MOTBAJA ENTRY NOW ALSO CARRIES THE
000430*                    OFFICIAL CAUSE CODE THE EMPLOYMENT SERVICE
000440*                    AND SOCIAL SECURITY USE FOR THE REASON, WHICH
000450*                    THE EMPCEMP COMPANY CERTIFICATE REPORTS.
000460*   2026-10-15  RT   NEW TABLE 12, HORARIO.DAT: THE WORKING
000470*                    SCHEDULE (HOURS PER WEEKDAY, MONDAY TO
000480*                    SUNDAY) OF AN EMPLOYEE, OR THE GENERAL
000490*                    SCHEDULE UNDER E-ID "*" FOR EVERYONE WITHOUT
000500*                    ONE OF THEIR OWN, WHICH THE EMPJORN TIME-
000510*                    CLOCK RECONCILIATION WORKS TO.  THE E-ID MUST
000520*                    EXIST ON THE MASTER.
000530*   2026-10-15  RT   NEW TABLE 13, GASTARIF.DAT: THE TRAVEL-
000540*                    ALLOWANCE AND MILEAGE RATES THE EMPGASM
000550*                    EXPENSE CLAIMS ARE PRICED FROM - FOR EACH
000560*                    TYPE (KM KILOMETRAJE, DN/MN FULL/HALF
000570*                    NATIONAL DIETA, DE/ME FULL/HALF FOREIGN
000580*                    DIETA) THE COMPANY RATE AND THE LEGAL EXEMPT
000590*                    LIMIT PER KM OR DAY.
000600*   2026-10-15  RT   NEW TABLE 14, ACREEDOR.DAT: THE THIRD PARTIES
000610*                    THE PAYROLL WITHHOLDS FOR - THE COURTS NAMED
000620*                    IN GRN-ACREEDOR (TIPO J) AND THE UNIONS
000630*                    EMPLOYEES ARE AFFILIATED TO (TIPO S) - WITH
000640*                    THE BANK ACCOUNT THE EMPREMT REMITTANCE PAYS
000650*                    INTO, CHECKED BY BANCODC, AND FOR A UNION ITS
000660*                    MONTHLY DUES AS A FIXED AMOUNT OR A
000670*                    PERCENTAGE OF THE GROSS.
000680*   2026-10-15  RT   NEW TABLES 15, CENTROS.DAT (WORK CENTRES WITH
000690*                    ADDRESS, REGION, SOCIAL-SECURITY ACCOUNT AND
000700*                    HOLIDAY CALENDAR), AND 16, FESTREG.DAT
000710*                    (REGIONAL AND LOCAL HOLIDAYS BY CALENDAR).  A
000720*                    CENTRE STILL CARRIED IN E-CENTRO CANNOT BE
000730*                    RETIRED.
000740*   2026-10-15  RT   DEPTMST ENTRIES NOW CARRY THE DEP-JEFE
000750*                    DEPARTMENT-HEAD E-ID, PROMPTED ON EVERY ALTA
000760*                    AND CHANGE (* CLEARS IT) AND CHECKED AGAINST
000770*                    THE MASTER; THE ENTRY IMAGES ARE WIDENED TO
000780*                    100 BYTES TO HOLD IT.
000790*   2026-10-15  RT   NEW TABLE 17, SALUDOS.DAT (SHARED
000800*                    EMPSAL/EMPSLSEL COPYBOOKS): THE GREETINGS OF
000810*                    EACH SITE - A WORK CENTRE OR THE ES/EN ROWS -
000820*                    WITH ITS LANGUAGE, THE HOLA MUNDO SALUDO AND
000830*                    MENSAJE, AND THE BIRTHDAY WISH EMPFELI
000840*                    PRINTS.
000850*   2026-10-15  RT   TM-ETIQUETA IS WIDENED TO 40 SO THE LONGER
000860*                    FIELD PROMPTS ARE NO LONGER CUT OFF, AND THE
000870*                    CONVENIO VIEW'S FILLER IS CORRECTED SO IT NO
000880*                    LONGER OVERRUNS THE 100-BYTE ENTRY.
000890******************************************************************
000900 IDENTIFICATION DIVISION.
000910 PROGRAM-ID. EMPTABM.
000920
000930 ENVIRONMENT DIVISION.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     COPY EMPFSEL.
000970     COPY EMPTBSEL.
000980
000990     SELECT OPTIONAL DEDUCCION-MAESTRO
001000         ASSIGN TO "DEDMST.DAT"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS TB-FILE-STATUS.
001030
001040     SELECT OPTIONAL BANDA-TABLA
001050         ASSIGN TO "BANDMST.DAT"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS TB-FILE-STATUS.
001080
001090     SELECT OPTIONAL CONVENIO-TABLA
001100         ASSIGN TO "CONVMST.DAT"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS TB-FILE-STATUS.
001130
001140     SELECT OPTIONAL MOTIVO-TABLA
001150         ASSIGN TO "MOTBAJA.DAT"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS TB-FILE-STATUS.
001180
001190     SELECT OPTIONAL PUESTO-MAESTRO
001200         ASSIGN TO "POSMST.DAT"
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS TB-FILE-STATUS.
001230
001240     SELECT OPTIONAL CURSO-MAESTRO
001250         ASSIGN TO "CURMST.DAT"
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS TB-FILE-STATUS.
001280
001290     SELECT OPTIONAL HORAS-TARIFAS
001300         ASSIGN TO "HRSRATE.DAT"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS TB-FILE-STATUS.
001330
001340     SELECT OPTIONAL FESTIVOS-ARCHIVO
001350         ASSIGN TO "FESTIVOS.DAT"
001360         ORGANIZATION IS SEQUENTIAL
001370         FILE STATUS IS TB-FILE-STATUS.
001380
001390     SELECT OPTIONAL DOMINIO-TABLA
001400         ASSIGN TO "EMDOMTAB.DAT"
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS TB-FILE-STATUS.
001430
001440     SELECT OPTIONAL CUENTAS-PARM
001450         ASSIGN TO "GLMAP.PRM"
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS TB-FILE-STATUS.
001480
001490     SELECT OPTIONAL DEPARTAMENTO-MAESTRO
001500         ASSIGN TO "DEPTMST.DAT"
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS TB-FILE-STATUS.
001530
001540     SELECT OPTIONAL HORARIO-TABLA
001550         ASSIGN TO "HORARIO.DAT"
001560         ORGANIZATION IS SEQUENTIAL
001570         FILE STATUS IS TB-FILE-STATUS.
001580
001590     SELECT OPTIONAL GASTOS-TARIFAS
001600         ASSIGN TO "GASTARIF.DAT"
001610         ORGANIZATION IS SEQUENTIAL
001620         FILE STATUS IS TB-FILE-STATUS.
001630
001640     SELECT OPTIONAL ACREEDOR-TABLA
001650         ASSIGN TO "ACREEDOR.DAT"
001660         ORGANIZATION IS SEQUENTIAL
001670         FILE STATUS IS TB-FILE-STATUS.
001680
001690     SELECT OPTIONAL CENTRO-MAESTRO
001700         ASSIGN TO "CENTROS.DAT"
001710         ORGANIZATION IS SEQUENTIAL
001720         FILE STATUS IS TB-FILE-STATUS.
001730
001740     SELECT OPTIONAL FESTIVOS-REGION
001750         ASSIGN TO "FESTREG.DAT"
001760         ORGANIZATION IS SEQUENTIAL
001770         FILE STATUS IS TB-FILE-STATUS.
001780
001790     COPY EMPSLSEL REPLACING ==SAL-FILE-STATUS== BY
001800         ==TB-FILE-STATUS==.
001810
001820 DATA DIVISION.
001830 FILE SECTION.
001840 FD  EMPLEADOS-ARCHIVO.
001850     COPY EMPREG.
001860
001870 FD  TABLAS-AUDITORIA.
001880     COPY EMPTBA.
001890
001900 FD  DEDUCCION-MAESTRO.
001910 01  DED-REGISTRO.
001920     05  DED-TIPO             PIC X(04).
001930     05  DED-DESDE            PIC 9(7)V99.
001940     05  DED-HASTA            PIC 9(7)V99.
001950     05  DED-PCT              PIC 99V99.
001960     05  DED-DESC             PIC X(20).
001970     05  DED-IMPORTE          PIC 9(5)V99.
001980     05  DED-VIG-DESDE        PIC 9(8).
001990     05  DED-VIG-HASTA        PIC 9(8).
002000
002010 FD  BANDA-TABLA.
002020 01  BND-REGISTRO.
002030     05  BND-CODIGO          PIC X(02).
002040     05  BND-NOMBRE          PIC X(20).
002050     05  BND-MIN             PIC 9(7)V99.
002060     05  BND-MAX             PIC 9(7)V99.
002070     05  BND-PRUEBA-MESES    PIC 9(02).
002080
002090 FD  CONVENIO-TABLA.
002100 01  CNV-REGISTRO.
002110     05  CNV-CATEGORIA       PIC X(04).
002120     05  CNV-ANIO            PIC 9(4).
002130     05  CNV-MINIMO          PIC 9(7)V99.
002140     05  CNV-IT-DIA          PIC 9(3).
002150     05  CNV-IT-PCT          PIC 9(3)V99.
002160     05  CNV-VAC-TOPE        PIC 9(3).
002170     05  CNV-VAC-CADUCA      PIC 9(4).
002180
002190 FD  MOTIVO-TABLA.
002200 01  MOT-REGISTRO.
002210     05  MOT-CODIGO          PIC X(02).
002220     05  MOT-DESC            PIC X(30).
002230     05  MOT-CAUSA-OFICIAL   PIC X(02).
002240
002250 FD  PUESTO-MAESTRO.
002260 01  POS-REGISTRO.
002270     05  POS-CODIGO          PIC X(06).
002280     05  POS-TITULO          PIC X(30).
002290     05  POS-DEPTO           PIC X(04).
002300     05  POS-PLAZAS          PIC 9(03).
002310
002320 FD  CURSO-MAESTRO.
002330 01  CUR-REGISTRO.
002340     05  CUR-CODIGO          PIC X(06).
002350     05  CUR-NOMBRE          PIC X(30).
002360     05  CUR-OBLIGATORIO     PIC X(01).
002370     05  CUR-VIGENCIA-MESES  PIC 9(02).
002380
002390 FD  HORAS-TARIFAS.
002400 01  TAR-REGISTRO.
002410     05  TAR-TIPO            PIC X(02).
002420     05  TAR-IMPORTE         PIC 9(3)V99.
002430
002440 FD  FESTIVOS-ARCHIVO.
002450 01  FES-REGISTRO.
002460     05  FES-FECHA           PIC 9(8).
002470     05  FES-DESC            PIC X(30).
002480
002490 FD  DOMINIO-TABLA.
002500 01  DOM-REGISTRO.
002510     05  DOM-DOMINIO         PIC X(30).
002520
002530 FD  CUENTAS-PARM.
002540 01  MAP-REGISTRO.
002550     05  MAP-TIPO            PIC X(08).
002560     05  MAP-CUENTA          PIC X(10).
002570
002580 FD  DEPARTAMENTO-MAESTRO.
002590 01  DEP-REGISTRO.
002600     05  DEP-CODIGO          PIC X(04).
002610     05  DEP-NOMBRE          PIC X(30).
002620     05  DEP-CC              PIC X(08).
002630     05  DEP-CERRADO         PIC X(01).
002640     05  DEP-JEFE            PIC X(50).
002650
002660 FD  HORARIO-TABLA.
002670 01  HOR-REGISTRO.
002680     05  HOR-E-ID            PIC X(50).
002690     05  HOR-HORAS           PIC 99V99 OCCURS 7 TIMES.
002700
002710 FD  GASTOS-TARIFAS.
002720 01  GTA-REGISTRO.
002730     05  GTA-TIPO            PIC X(02).
002740     05  GTA-DESC            PIC X(30).
002750     05  GTA-IMPORTE         PIC 9(3)V99.
002760     05  GTA-EXENTO          PIC 9(3)V99.
002770
002780 FD  ACREEDOR-TABLA.
002790 01  ACR-REGISTRO.
002800     05  ACR-CODIGO          PIC X(30).
002810     05  ACR-TIPO            PIC X(01).
002820     05  ACR-ENTIDAD         PIC 9(04).
002830     05  ACR-OFICINA         PIC 9(04).
002840     05  ACR-DC              PIC 9(02).
002850     05  ACR-CUENTA          PIC 9(10).
002860     05  ACR-CUOTA           PIC 9(3)V99.
002870     05  ACR-CUOTA-PCT       PIC 9V99.
002880
002890 FD  CENTRO-MAESTRO.
002900 01  CEN-REGISTRO.
002910     05  CEN-CODIGO          PIC X(04).
002920     05  CEN-NOMBRE          PIC X(20).
002930     05  CEN-DIRECCION       PIC X(30).
002940     05  CEN-REGION          PIC X(10).
002950     05  CEN-CUENTA-SS       PIC 9(11).
002960     05  CEN-CALENDARIO      PIC X(04).
002970
002980 FD  FESTIVOS-REGION.
002990 01  FRG-REGISTRO.
003000     05  FRG-CALENDARIO      PIC X(04).
003010     05  FRG-FECHA           PIC 9(8).
003020     05  FRG-DESC            PIC X(30).
003030
003040 FD  SALUDOS-TABLA.
003050     COPY EMPSAL.
003060
003070 WORKING-STORAGE SECTION.
003080 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
003090 01  TBA-FILE-STATUS          PIC XX VALUE SPACES.
003100 01  TB-FILE-STATUS           PIC XX VALUE SPACES.
003110 01  EMP-EOF-SW               PIC X VALUE "N".
003120     88  EMP-EOF              VALUE "Y".
003130 01  TB-EOF-SW                PIC X VALUE "N".
003140     88  TB-EOF               VALUE "Y".
003150
003160 01  TM-EOJ-SW                PIC X VALUE "N".
003170     88  TM-EOJ               VALUE "Y".
003180 01  TM-VOLVER-SW             PIC X VALUE "N".
003190     88  TM-VOLVER            VALUE "Y".
003200 01  TM-DESBORDE-SW           PIC X VALUE "N".
003210     88  TM-DESBORDE          VALUE "Y".
003220 01  TM-ES-ALTA-SW            PIC X VALUE "N".
003230     88  TM-ES-ALTA           VALUE "Y".
003240 01  TM-REG-OK-SW             PIC X VALUE "N".
003250     88  TM-REG-OK            VALUE "Y".
003260 01  TM-DATO-OK-SW            PIC X VALUE "N".
003270     88  TM-DATO-OK           VALUE "Y".
003280 01  TM-HAY-DATO-SW           PIC X VALUE "N".
003290     88  TM-HAY-DATO          VALUE "Y".
003300 01  TM-GRABADO-SW            PIC X VALUE "N".
003310     88  TM-GRABADO           VALUE "Y".
003320
003330 01  TM-OPCION                PIC 9(2) VALUE 0.
003340 01  TM-ACCION                PIC 9(1) VALUE 0.
003350 01  TM-HOY                   PIC 9(8) VALUE ZERO.
003360 01  TM-OPERADOR              PIC X(08) VALUE SPACES.
003370 01  TM-OPER-NIVEL            PIC X(01) VALUE SPACES.
003380
003390*----------------------------------------------------------------
003400* THE TABLE BEING WORKED ON: ITS NUMBER ON THE MENU, FILE NAME,
003410* HOW MANY LEADING BYTES MAKE THE KEY, AND WHICH MASTER FIELD (IF
003420* ANY) MUST NOT STILL CARRY A CODE BEING RETIRED.
003430*----------------------------------------------------------------
003440 01  TM-TABLA                 PIC 9(2) VALUE 0.
003450     88  TM-T-DED             VALUE 1.
003460     88  TM-T-BND             VALUE 2.
003470     88  TM-T-CNV             VALUE 3.
003480     88  TM-T-MOT             VALUE 4.
003490     88  TM-T-POS             VALUE 5.
003500     88  TM-T-CUR             VALUE 6.
003510     88  TM-T-TAR             VALUE 7.
003520     88  TM-T-FES             VALUE 8.
003530     88  TM-T-DOM             VALUE 9.
003540     88  TM-T-MAP             VALUE 10.
003550     88  TM-T-DEP             VALUE 11.
003560     88  TM-T-HOR             VALUE 12.
003570     88  TM-T-GTA             VALUE 13.
003580     88  TM-T-ACR             VALUE 14.
003590     88  TM-T-CEN             VALUE 15.
003600     88  TM-T-FRG             VALUE 16.
003610     88  TM-T-SAL             VALUE 17.
003620 01  TM-TABLA-NOMBRE          PIC X(08) VALUE SPACES.
003630 01  TM-CLAVE-LONG            PIC 9(2) VALUE 0.
003640 01  TM-USO-CAMPO             PIC X(01) VALUE SPACE.
003650     88  TM-USO-BANDA         VALUE "B".
003660     88  TM-USO-CATEGORIA     VALUE "C".
003670     88  TM-USO-MOTIVO        VALUE "M".
003680     88  TM-USO-PUESTO        VALUE "P".
003690     88  TM-USO-DEPTO         VALUE "D".
003700     88  TM-USO-CENTRO        VALUE "T".
003710     88  TM-USO-NINGUNO       VALUE " ".
003720
003730 01  TM-REG-TABLA.
003740     05  TM-MAX               PIC 9(3) VALUE 0.
003750     05  TM-ENTRADA           PIC X(100) OCCURS 500 TIMES.
003760 01  TM-IDX                   PIC 9(3) VALUE 0.
003770 01  TM-LINEA                 PIC 9(3) VALUE 0.
003780 01  TM-LINEA-ENTRADA         PIC X(3) VALUE SPACES.
003790 01  TM-HALLADO               PIC 9(3) VALUE 0.
003800
003810*----------------------------------------------------------------
003820* TM-ACTUAL IS THE ENTRY BEING SHOWN OR EDITED, WITH ONE VIEW PER
003830* TABLE LAYOUT.  TM-ANTES KEEPS ITS IMAGE BEFORE THE EDIT.
003840*----------------------------------------------------------------
003850 01  TM-ACTUAL                PIC X(100) VALUE SPACES.
003860 01  TM-V-DED REDEFINES TM-ACTUAL.
003870     05  TM-DED-TIPO          PIC X(04).
003880     05  TM-DED-DESDE         PIC 9(7)V99.
003890     05  TM-DED-HASTA         PIC 9(7)V99.
003900     05  TM-DED-PCT           PIC 99V99.
003910     05  TM-DED-DESC          PIC X(20).
003920     05  TM-DED-IMPORTE       PIC 9(5)V99.
003930     05  TM-DED-VIG-DESDE     PIC 9(8).
003940     05  TM-DED-VIG-HASTA     PIC 9(8).
003950     05  FILLER               PIC X(31).
003960 01  TM-V-BND REDEFINES TM-ACTUAL.
003970     05  TM-BND-CODIGO        PIC X(02).
003980     05  TM-BND-NOMBRE        PIC X(20).
003990     05  TM-BND-MIN           PIC 9(7)V99.
004000     05  TM-BND-MAX           PIC 9(7)V99.
004010     05  TM-BND-PRUEBA-MESES  PIC 9(02).
004020     05  FILLER               PIC X(58).
004030 01  TM-V-CNV REDEFINES TM-ACTUAL.
004040     05  TM-CNV-CATEGORIA     PIC X(04).
004050     05  TM-CNV-ANIO          PIC 9(4).
004060     05  TM-CNV-MINIMO        PIC 9(7)V99.
004070     05  TM-CNV-IT-DIA        PIC 9(3).
004080     05  TM-CNV-IT-PCT        PIC 9(3)V99.
004090     05  TM-CNV-VAC-TOPE      PIC 9(3).
004100     05  TM-CNV-VAC-CADUCA    PIC 9(4).
004110     05  FILLER               PIC X(68).
004120 01  TM-V-MOT REDEFINES TM-ACTUAL.
004130     05  TM-MOT-CODIGO        PIC X(02).
004140     05  TM-MOT-DESC          PIC X(30).
004150     05  TM-MOT-CAUSA-OFICIAL PIC X(02).
004160     05  FILLER               PIC X(66).
004170 01  TM-V-POS REDEFINES TM-ACTUAL.
004180     05  TM-POS-CODIGO        PIC X(06).
004190     05  TM-POS-TITULO        PIC X(30).
004200     05  TM-POS-DEPTO         PIC X(04).
004210     05  TM-POS-PLAZAS        PIC 9(03).
004220     05  FILLER               PIC X(57).
004230 01  TM-V-CUR REDEFINES TM-ACTUAL.
004240     05  TM-CUR-CODIGO        PIC X(06).
004250     05  TM-CUR-NOMBRE        PIC X(30).
004260     05  TM-CUR-OBLIGATORIO   PIC X(01).
004270     05  TM-CUR-VIGENCIA      PIC 9(02).
004280     05  FILLER               PIC X(61).
004290 01  TM-V-TAR REDEFINES TM-ACTUAL.
004300     05  TM-TAR-TIPO          PIC X(02).
004310     05  TM-TAR-IMPORTE       PIC 9(3)V99.
004320     05  FILLER               PIC X(93).
004330 01  TM-V-FES REDEFINES TM-ACTUAL.
004340     05  TM-FES-FECHA         PIC 9(8).
004350     05  TM-FES-DESC          PIC X(30).
004360     05  FILLER               PIC X(62).
004370 01  TM-V-DOM REDEFINES TM-ACTUAL.
004380     05  TM-DOM-DOMINIO       PIC X(30).
004390     05  FILLER               PIC X(70).
004400 01  TM-V-MAP REDEFINES TM-ACTUAL.
004410     05  TM-MAP-TIPO          PIC X(08).
004420     05  TM-MAP-CUENTA        PIC X(10).
004430     05  FILLER               PIC X(82).
004440 01  TM-V-DEP REDEFINES TM-ACTUAL.
004450     05  TM-DEP-CODIGO        PIC X(04).
004460     05  TM-DEP-NOMBRE        PIC X(30).
004470     05  TM-DEP-CC            PIC X(08).
004480     05  TM-DEP-CERRADO       PIC X(01).
004490     05  TM-DEP-JEFE          PIC X(50).
004500     05  FILLER               PIC X(07).
004510 01  TM-V-HOR REDEFINES TM-ACTUAL.
004520     05  TM-HOR-E-ID          PIC X(50).
004530     05  TM-HOR-HORAS         PIC 99V99 OCCURS 7 TIMES.
004540     05  FILLER               PIC X(22).
004550 01  TM-V-GTA REDEFINES TM-ACTUAL.
004560     05  TM-GTA-TIPO          PIC X(02).
004570         88  TM-GTA-TIPO-OK   VALUE "KM" "DN" "MN" "DE" "ME".
004580     05  TM-GTA-DESC          PIC X(30).
004590     05  TM-GTA-IMPORTE       PIC 9(3)V99.
004600     05  TM-GTA-EXENTO        PIC 9(3)V99.
004610     05  FILLER               PIC X(58).
004620 01  TM-V-ACR REDEFINES TM-ACTUAL.
004630     05  TM-ACR-CODIGO        PIC X(30).
004640     05  TM-ACR-TIPO          PIC X(01).
004650         88  TM-ACR-JUZGADO   VALUE "J".
004660         88  TM-ACR-SINDICATO VALUE "S".
004670     05  TM-ACR-CCC.
004680         10  TM-ACR-ENTIDAD   PIC 9(04).
004690         10  TM-ACR-OFICINA   PIC 9(04).
004700         10  TM-ACR-DC        PIC 9(02).
004710         10  TM-ACR-CUENTA    PIC 9(10).
004720     05  TM-ACR-CUOTA         PIC 9(3)V99.
004730     05  TM-ACR-CUOTA-PCT     PIC 9V99.
004740     05  FILLER               PIC X(41).
004750 01  TM-V-CEN REDEFINES TM-ACTUAL.
004760     05  TM-CEN-CODIGO        PIC X(04).
004770     05  TM-CEN-NOMBRE        PIC X(20).
004780     05  TM-CEN-DIRECCION     PIC X(30).
004790     05  TM-CEN-REGION        PIC X(10).
004800     05  TM-CEN-CUENTA-SS     PIC 9(11).
004810     05  TM-CEN-CALENDARIO    PIC X(04).
004820     05  FILLER               PIC X(21).
004830 01  TM-V-FRG REDEFINES TM-ACTUAL.
004840     05  TM-FRG-CALENDARIO    PIC X(04).
004850     05  TM-FRG-FECHA         PIC 9(8).
004860     05  TM-FRG-DESC          PIC X(30).
004870     05  FILLER               PIC X(58).
004880 01  TM-V-SAL REDEFINES TM-ACTUAL.
004890     05  TM-SAL-SITIO         PIC X(04).
004900     05  TM-SAL-IDIOMA        PIC X(02).
004910     05  TM-SAL-SALUDO        PIC X(20).
004920     05  TM-SAL-MENSAJE       PIC X(50).
004930     05  TM-SAL-CUMPLE        PIC X(24).
004940 01  TM-ANTES                 PIC X(100) VALUE SPACES.
004950 01  TM-COMPARA               PIC X(100) VALUE SPACES.
004960
004970*----------------------------------------------------------------
004980* FIELD-CAPTURE WORK AREAS SHARED BY THE 8000 HELPERS.
004990*----------------------------------------------------------------
005000 01  TM-CAMPO                 PIC X(40) VALUE SPACES.
005010 01  TM-ETIQUETA              PIC X(40) VALUE SPACES.
005020 01  TM-MOSTRAR               PIC X(40) VALUE SPACES.
005030 01  TM-IMPORTE               PIC 9(9)V99 VALUE 0.
005040 01  TM-IMPORTE-S             PIC S9(9)V99 VALUE 0.
005050 01  TM-IMPORTE-MAX           PIC 9(9)V99 VALUE 0.
005060 01  TM-IMPORTE-ACTUAL        PIC 9(9)V99 VALUE 0.
005070 01  TM-ENTERO                PIC 9(9) VALUE 0.
005080 01  TM-ENTERO-S              PIC S9(9) VALUE 0.
005090 01  TM-ENTERO-MAX            PIC 9(9) VALUE 0.
005100 01  TM-ENTERO-ACTUAL         PIC 9(9) VALUE 0.
005110 01  TM-FECHA                 PIC 9(8) VALUE ZERO.
005120 01  TM-FECHA-ACTUAL          PIC 9(8) VALUE ZERO.
005130 01  TM-FECHA-CERO-SW         PIC X VALUE "N".
005140     88  TM-FECHA-CERO-OK     VALUE "Y".
005150 01  TM-FECHA-VALIDA-SW       PIC X VALUE "N".
005160     88  TM-FECHA-VALIDA      VALUE "Y".
005170 01  TM-SN                    PIC X(01) VALUE SPACE.
005180 01  TM-SN-ACTUAL             PIC X(01) VALUE SPACE.
005190 01  TM-RAZON                 PIC X(60) VALUE SPACES.
005200 01  TM-CONFIRMA              PIC X VALUE "N".
005210 01  TM-ACCION-TXT            PIC X(40) VALUE SPACES.
005220
005230 01  TM-IMPORTE-EDIT          PIC Z,ZZZ,ZZ9.99.
005240 01  TM-IMPORTE2-EDIT         PIC Z,ZZZ,ZZ9.99.
005250 01  TM-PCT-EDIT              PIC Z9.99.
005260 01  TM-PEQ-EDIT              PIC ZZ9.99.
005270 01  TM-LINEA-EDIT            PIC ZZ9.
005280
005290*----------------------------------------------------------------
005300* WEEKDAY NAMES FOR THE HORARIO SCHEDULE, MONDAY FIRST.
005310*----------------------------------------------------------------
005320 01  TM-DIAS-NOMBRES.
005330     05  FILLER               PIC X(09) VALUE "LUNES".
005340     05  FILLER               PIC X(09) VALUE "MARTES".
005350     05  FILLER               PIC X(09) VALUE "MIERCOLES".
005360     05  FILLER               PIC X(09) VALUE "JUEVES".
005370     05  FILLER               PIC X(09) VALUE "VIERNES".
005380     05  FILLER               PIC X(09) VALUE "SABADO".
005390     05  FILLER               PIC X(09) VALUE "DOMINGO".
005400 01  TM-DIAS-TABLA REDEFINES TM-DIAS-NOMBRES.
005410     05  TM-DIA-NOMBRE        PIC X(09) OCCURS 7 TIMES.
005420 01  TM-DIA                   PIC 9(2) VALUE 0.
005430 01  TM-HOR-LINEA             PIC X(80) VALUE SPACES.
005440 01  TM-PUNTERO               PIC 9(3) VALUE 0.
005450
005460*----------------------------------------------------------------
005470* IN-USE CHECK AGAINST THE MASTER.
005480*----------------------------------------------------------------
005490 01  TM-USO-CODIGO            PIC X(06) VALUE SPACES.
005500 01  TM-USO-CUENTA            PIC 9(5) VALUE 0.
005510 01  TM-OTRAS-FILAS           PIC 9(3) VALUE 0.
005520
005530 01  TM-DV-CODIGO             PIC X(04) VALUE SPACES.
005540 01  TM-DV-VALIDO-SW          PIC X VALUE "N".
005550     88  TM-DV-VALIDO         VALUE "Y".
005560 01  TM-DV-NOMBRE             PIC X(30) VALUE SPACES.
005570 01  TM-DV-CERRADO-SW         PIC X VALUE "N".
005580     88  TM-DV-CERRADO        VALUE "S".
005590 01  TM-CC-VALIDO-SW          PIC X VALUE "N".
005600     88  TM-CC-VALIDO         VALUE "Y".
005610
005620 01  TM-LCK-ACCION            PIC X(08) VALUE SPACES.
005630 01  TM-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
005640 01  TM-LCK-RESULTADO-SW      PIC X VALUE "N".
005650     88  TM-LCK-CONCEDIDO     VALUE "Y".
005660 01  TM-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
005670 01  TM-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
005680 01  TM-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
005690 01  TM-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
005700
005710 PROCEDURE DIVISION.
005720
005730 0000-MAINLINE.
005740     PERFORM 1000-INITIALIZE
005750     IF TM-OPER-NIVEL NOT = "S"
005760         DISPLAY "EMPTABM: SOLO UN SUPERVISOR PUEDE MANTENER LAS"
005770             " TABLAS DE REFERENCIA"
005780         MOVE 8 TO RETURN-CODE
005790     ELSE
005800         PERFORM 0500-TOMAR-CERROJO
005810         IF TM-LCK-CONCEDIDO
005820             PERFORM 1100-ABRIR-AUDITORIA
005830             PERFORM 2000-MENU-TABLAS UNTIL TM-EOJ
005840             CLOSE TABLAS-AUDITORIA
005850             PERFORM 8900-SOLTAR-CERROJO
005860         END-IF
005870     END-IF
005880     PERFORM 9999-EXIT.
005890
005900*----------------------------------------------------------------
005910* 0500-TOMAR-CERROJO - TAKE THE SHARED RUN-CONTROL LOCK SO NO
005920*                      PAYROLL OR NIGHTLY STEP READS A TABLE HALF
005930*                      WAY THROUGH A REWRITE.
005940*----------------------------------------------------------------
005950 0500-TOMAR-CERROJO.
005960     MOVE "TOMAR" TO TM-LCK-ACCION
005970     CALL "RUNLOCK" USING TM-LCK-ACCION, TM-LCK-TIPO,
005980         TM-LCK-RESULTADO-SW, TM-LCK-TEN-TIPO,
005990         TM-LCK-TEN-OPERADOR, TM-LCK-TEN-FECHA,
006000         TM-LCK-TEN-HORA
006010     IF NOT TM-LCK-CONCEDIDO
006020         DISPLAY "EMPTABM: EL MAESTRO ESTA BLOQUEADO POR "
006030             TM-LCK-TEN-TIPO " (" TM-LCK-TEN-OPERADOR
006040             ") DESDE " TM-LCK-TEN-FECHA " " TM-LCK-TEN-HORA
006050         DISPLAY "EMPTABM: USE LA OPCION DE CERROJO DEL MENU"
006060             " SI QUEDO ATASCADO"
006070     END-IF.
006080
006090 8900-SOLTAR-CERROJO.
006100     MOVE "SOLTAR" TO TM-LCK-ACCION
006110     CALL "RUNLOCK" USING TM-LCK-ACCION, TM-LCK-TIPO,
006120         TM-LCK-RESULTADO-SW, TM-LCK-TEN-TIPO,
006130         TM-LCK-TEN-OPERADOR, TM-LCK-TEN-FECHA,
006140         TM-LCK-TEN-HORA.
006150
006160 1000-INITIALIZE.
006170     CALL "OPERSES" USING TM-OPERADOR, TM-OPER-NIVEL
006180     MOVE FUNCTION CURRENT-DATE(1:8) TO TM-HOY.
006190
006200 1100-ABRIR-AUDITORIA.
006210     OPEN EXTEND TABLAS-AUDITORIA
006220     IF TBA-FILE-STATUS = "35"
006230         OPEN OUTPUT TABLAS-AUDITORIA
006240     END-IF.
006250
006260*----------------------------------------------------------------
006270* 2000-MENU-TABLAS - CHOOSE THE TABLE TO WORK ON.
006280*----------------------------------------------------------------
006290 2000-MENU-TABLAS.
006300     DISPLAY " "
006310     DISPLAY "MANTENIMIENTO DE TABLAS DE REFERENCIA"
006320     DISPLAY "1. DEDUCCIONES Y TARIFAS (DEDMST)"
006330     DISPLAY "2. BANDAS SALARIALES (BANDMST)"
006340     DISPLAY "3. MINIMOS DE CONVENIO (CONVMST)"
006350     DISPLAY "4. MOTIVOS DE BAJA (MOTBAJA)"
006360     DISPLAY "5. PUESTOS (POSMST)"
006370     DISPLAY "6. CURSOS (CURMST)"
006380     DISPLAY "7. TARIFAS DE HORAS EXTRA (HRSRATE)"
006390     DISPLAY "8. FESTIVOS (FESTIVOS)"
006400     DISPLAY "9. DOMINIOS DE CORREO (EMDOMTAB)"
006410     DISPLAY "10. CUENTAS CONTABLES (GLMAP)"
006420     DISPLAY "11. DEPARTAMENTOS (DEPTMST)"
006430     DISPLAY "12. HORARIOS DE TRABAJO (HORARIO)"
006440     DISPLAY "13. TARIFAS DE DIETAS Y KILOMETRAJE (GASTARIF)"
006450     DISPLAY "14. JUZGADOS Y SINDICATOS ACREEDORES (ACREEDOR)"
006460     DISPLAY "15. CENTROS DE TRABAJO (CENTROS)"
006470     DISPLAY "16. FESTIVOS REGIONALES (FESTREG)"
006480     DISPLAY "17. SALUDOS POR SITIO (SALUDOS)"
006490     DISPLAY "0. SALIR"
006500     DISPLAY "INTRODUCE UNA OPCION DEL 0 AL 17"
006510     ACCEPT TM-OPCION
006520     EVALUATE TM-OPCION
006530         WHEN 0
006540             MOVE "Y" TO TM-EOJ-SW
006550         WHEN 1 THRU 17
006560             MOVE TM-OPCION TO TM-TABLA
006570             PERFORM 2100-FIJAR-TABLA
006580             PERFORM 3000-CARGAR-TABLA
006590             MOVE "N" TO TM-VOLVER-SW
006600             PERFORM 2200-MENU-ACCIONES UNTIL TM-VOLVER
006610         WHEN OTHER
006620             DISPLAY "OPCION NO VALIDA: " TM-OPCION
006630     END-EVALUATE.
006640
006650*----------------------------------------------------------------
006660* 2100-FIJAR-TABLA - FILE NAME, KEY LENGTH AND IN-USE FIELD OF THE
006670*                    CHOSEN TABLE.  THE DEDMST KEY (TIPO + DESDE +
006680*                    VIG-DESDE) IS NOT A PREFIX; 6100 HANDLES IT.
006690*----------------------------------------------------------------
006700 2100-FIJAR-TABLA.
006710     MOVE SPACE TO TM-USO-CAMPO
006720     EVALUATE TRUE
006730         WHEN TM-T-DED
006740             MOVE "DEDMST"   TO TM-TABLA-NOMBRE
006750             MOVE 13         TO TM-CLAVE-LONG
006760         WHEN TM-T-BND
006770             MOVE "BANDMST"  TO TM-TABLA-NOMBRE
006780             MOVE 2          TO TM-CLAVE-LONG
006790             MOVE "B"        TO TM-USO-CAMPO
006800         WHEN TM-T-CNV
006810             MOVE "CONVMST"  TO TM-TABLA-NOMBRE
006820             MOVE 8          TO TM-CLAVE-LONG
006830             MOVE "C"        TO TM-USO-CAMPO
006840         WHEN TM-T-MOT
006850             MOVE "MOTBAJA"  TO TM-TABLA-NOMBRE
006860             MOVE 2          TO TM-CLAVE-LONG
006870             MOVE "M"        TO TM-USO-CAMPO
006880         WHEN TM-T-POS
006890             MOVE "POSMST"   TO TM-TABLA-NOMBRE
006900             MOVE 6          TO TM-CLAVE-LONG
006910             MOVE "P"        TO TM-USO-CAMPO
006920         WHEN TM-T-CUR
006930             MOVE "CURMST"   TO TM-TABLA-NOMBRE
006940             MOVE 6          TO TM-CLAVE-LONG
006950         WHEN TM-T-TAR
006960             MOVE "HRSRATE"  TO TM-TABLA-NOMBRE
006970             MOVE 2          TO TM-CLAVE-LONG
006980         WHEN TM-T-FES
006990             MOVE "FESTIVOS" TO TM-TABLA-NOMBRE
007000             MOVE 8          TO TM-CLAVE-LONG
007010         WHEN TM-T-DOM
007020             MOVE "EMDOMTAB" TO TM-TABLA-NOMBRE
007030             MOVE 30         TO TM-CLAVE-LONG
007040         WHEN TM-T-MAP
007050             MOVE "GLMAP"    TO TM-TABLA-NOMBRE
007060             MOVE 8          TO TM-CLAVE-LONG
007070         WHEN TM-T-DEP
007080             MOVE "DEPTMST"  TO TM-TABLA-NOMBRE
007090             MOVE 4          TO TM-CLAVE-LONG
007100             MOVE "D"        TO TM-USO-CAMPO
007110         WHEN TM-T-HOR
007120             MOVE "HORARIO"  TO TM-TABLA-NOMBRE
007130             MOVE 50         TO TM-CLAVE-LONG
007140         WHEN TM-T-GTA
007150             MOVE "GASTARIF" TO TM-TABLA-NOMBRE
007160             MOVE 2          TO TM-CLAVE-LONG
007170         WHEN TM-T-ACR
007180             MOVE "ACREEDOR" TO TM-TABLA-NOMBRE
007190             MOVE 30         TO TM-CLAVE-LONG
007200         WHEN TM-T-CEN
007210             MOVE "CENTROS"  TO TM-TABLA-NOMBRE
007220             MOVE 4          TO TM-CLAVE-LONG
007230             MOVE "T"        TO TM-USO-CAMPO
007240         WHEN TM-T-FRG
007250             MOVE "FESTREG"  TO TM-TABLA-NOMBRE
007260             MOVE 12         TO TM-CLAVE-LONG
007270         WHEN TM-T-SAL
007280             MOVE "SALUDOS"  TO TM-TABLA-NOMBRE
007290             MOVE 4          TO TM-CLAVE-LONG
007300     END-EVALUATE.
007310
007320*----------------------------------------------------------------
007330* 2200-MENU-ACCIONES - ONE PASS OF THE PER-TABLE MENU.
007340*----------------------------------------------------------------
007350 2200-MENU-ACCIONES.
007360     DISPLAY " "
007370     DISPLAY "TABLA " TM-TABLA-NOMBRE " - " TM-MAX " ENTRADAS"
007380     DISPLAY "1. LISTAR"
007390     DISPLAY "2. ALTA"
007400     DISPLAY "3. MODIFICAR"
007410     DISPLAY "4. RETIRAR"
007420     DISPLAY "5. VOLVER"
007430     DISPLAY "INTRODUCE UNA OPCION DEL 1 AL 5"
007440     ACCEPT TM-ACCION
007450     EVALUATE TM-ACCION
007460         WHEN 1
007470             PERFORM 4000-LISTAR
007480         WHEN 2
007490             PERFORM 5000-ALTA
007500         WHEN 3
007510             PERFORM 5500-MODIFICAR
007520         WHEN 4
007530             PERFORM 5800-RETIRAR
007540         WHEN 5
007550             MOVE "Y" TO TM-VOLVER-SW
007560         WHEN OTHER
007570             DISPLAY "OPCION NO VALIDA: " TM-ACCION
007580     END-EVALUATE.
007590
007600*----------------------------------------------------------------
007610* 3000-CARGAR-TABLA - READ THE WHOLE TABLE INTO THE WORK TABLE.
007620*                     A TABLE LONGER THAN THE WORK TABLE IS
007630*                     SHOWN BUT NOT CHANGED, SO NOTHING BEYOND
007640*                     ENTRY 500 CAN BE LOST ON THE REWRITE.
007650*----------------------------------------------------------------
007660 3000-CARGAR-TABLA.
007670     MOVE ZERO TO TM-MAX
007680     MOVE "N" TO TM-DESBORDE-SW
007690     MOVE "N" TO TB-EOF-SW
007700     PERFORM 3010-ABRIR-ENTRADA
007710     IF TB-FILE-STATUS = "00"
007720         PERFORM 3020-LEER-TABLA
007730         PERFORM 3030-GUARDAR-ENTRADA UNTIL TB-EOF
007740     END-IF
007750     IF TB-FILE-STATUS = "00" OR TB-FILE-STATUS = "05"
007760             OR TB-FILE-STATUS = "10"
007770         PERFORM 3040-CERRAR-TABLA
007780     END-IF.
007790
007800 3010-ABRIR-ENTRADA.
007810     EVALUATE TRUE
007820         WHEN TM-T-DED
007830             OPEN INPUT DEDUCCION-MAESTRO
007840         WHEN TM-T-BND
007850             OPEN INPUT BANDA-TABLA
007860         WHEN TM-T-CNV
007870             OPEN INPUT CONVENIO-TABLA
007880         WHEN TM-T-MOT
007890             OPEN INPUT MOTIVO-TABLA
007900         WHEN TM-T-POS
007910             OPEN INPUT PUESTO-MAESTRO
007920         WHEN TM-T-CUR
007930             OPEN INPUT CURSO-MAESTRO
007940         WHEN TM-T-TAR
007950             OPEN INPUT HORAS-TARIFAS
007960         WHEN TM-T-FES
007970             OPEN INPUT FESTIVOS-ARCHIVO
007980         WHEN TM-T-DOM
007990             OPEN INPUT DOMINIO-TABLA
008000         WHEN TM-T-MAP
008010             OPEN INPUT CUENTAS-PARM
008020         WHEN TM-T-DEP
008030             OPEN INPUT DEPARTAMENTO-MAESTRO
008040         WHEN TM-T-HOR
008050             OPEN INPUT HORARIO-TABLA
008060         WHEN TM-T-GTA
008070             OPEN INPUT GASTOS-TARIFAS
008080         WHEN TM-T-ACR
008090             OPEN INPUT ACREEDOR-TABLA
008100         WHEN TM-T-CEN
008110             OPEN INPUT CENTRO-MAESTRO
008120         WHEN TM-T-FRG
008130             OPEN INPUT FESTIVOS-REGION
008140         WHEN TM-T-SAL
008150             OPEN INPUT SALUDOS-TABLA
008160     END-EVALUATE.
008170
008180 3020-LEER-TABLA.
008190     MOVE SPACES TO TM-COMPARA
008200     EVALUATE TRUE
008210         WHEN TM-T-DED
008220             READ DEDUCCION-MAESTRO
008230                 AT END MOVE "Y" TO TB-EOF-SW
008240                 NOT AT END MOVE DED-REGISTRO TO TM-COMPARA
008250             END-READ
008260         WHEN TM-T-BND
008270             READ BANDA-TABLA
008280                 AT END MOVE "Y" TO TB-EOF-SW
008290                 NOT AT END MOVE BND-REGISTRO TO TM-COMPARA
008300             END-READ
008310         WHEN TM-T-CNV
008320             READ CONVENIO-TABLA
008330                 AT END MOVE "Y" TO TB-EOF-SW
008340                 NOT AT END MOVE CNV-REGISTRO TO TM-COMPARA
008350             END-READ
008360         WHEN TM-T-MOT
008370             READ MOTIVO-TABLA
008380                 AT END MOVE "Y" TO TB-EOF-SW
008390                 NOT AT END MOVE MOT-REGISTRO TO TM-COMPARA
008400             END-READ
008410         WHEN TM-T-POS
008420             READ PUESTO-MAESTRO
008430                 AT END MOVE "Y" TO TB-EOF-SW
008440                 NOT AT END MOVE POS-REGISTRO TO TM-COMPARA
008450             END-READ
008460         WHEN TM-T-CUR
008470             READ CURSO-MAESTRO
008480                 AT END MOVE "Y" TO TB-EOF-SW
008490                 NOT AT END MOVE CUR-REGISTRO TO TM-COMPARA
008500             END-READ
008510         WHEN TM-T-TAR
008520             READ HORAS-TARIFAS
008530                 AT END MOVE "Y" TO TB-EOF-SW
008540                 NOT AT END MOVE TAR-REGISTRO TO TM-COMPARA
008550             END-READ
008560         WHEN TM-T-FES
008570             READ FESTIVOS-ARCHIVO
008580                 AT END MOVE "Y" TO TB-EOF-SW
008590                 NOT AT END MOVE FES-REGISTRO TO TM-COMPARA
008600             END-READ
008610         WHEN TM-T-DOM
008620             READ DOMINIO-TABLA
008630                 AT END MOVE "Y" TO TB-EOF-SW
008640                 NOT AT END MOVE DOM-REGISTRO TO TM-COMPARA
008650             END-READ
008660         WHEN TM-T-MAP
008670             READ CUENTAS-PARM
008680                 AT END MOVE "Y" TO TB-EOF-SW
008690                 NOT AT END MOVE MAP-REGISTRO TO TM-COMPARA
008700             END-READ
008710         WHEN TM-T-DEP
008720             READ DEPARTAMENTO-MAESTRO
008730                 AT END MOVE "Y" TO TB-EOF-SW
008740                 NOT AT END MOVE DEP-REGISTRO TO TM-COMPARA
008750             END-READ
008760         WHEN TM-T-HOR
008770             READ HORARIO-TABLA
008780                 AT END MOVE "Y" TO TB-EOF-SW
008790                 NOT AT END MOVE HOR-REGISTRO TO TM-COMPARA
008800             END-READ
008810         WHEN TM-T-GTA
008820             READ GASTOS-TARIFAS
008830                 AT END MOVE "Y" TO TB-EOF-SW
008840                 NOT AT END MOVE GTA-REGISTRO TO TM-COMPARA
008850             END-READ
008860         WHEN TM-T-ACR
008870             READ ACREEDOR-TABLA
008880                 AT END MOVE "Y" TO TB-EOF-SW
008890                 NOT AT END MOVE ACR-REGISTRO TO TM-COMPARA
008900             END-READ
008910         WHEN TM-T-CEN
008920             READ CENTRO-MAESTRO
008930                 AT END MOVE "Y" TO TB-EOF-SW
008940                 NOT AT END MOVE CEN-REGISTRO TO TM-COMPARA
008950             END-READ
008960         WHEN TM-T-FRG
008970             READ FESTIVOS-REGION
008980                 AT END MOVE "Y" TO TB-EOF-SW
008990                 NOT AT END MOVE FRG-REGISTRO TO TM-COMPARA
009000             END-READ
009010         WHEN TM-T-SAL
009020             READ SALUDOS-TABLA
009030                 AT END MOVE "Y" TO TB-EOF-SW
009040                 NOT AT END MOVE SAL-REGISTRO TO TM-COMPARA
009050             END-READ
009060     END-EVALUATE.
009070
009080 3030-GUARDAR-ENTRADA.
009090     IF TM-MAX < 500
009100         ADD 1 TO TM-MAX
009110         MOVE TM-COMPARA TO TM-ENTRADA (TM-MAX)
009120         PERFORM 3020-LEER-TABLA
009130     ELSE
009140         DISPLAY "EMPTABM: " TM-TABLA-NOMBRE " TIENE MAS DE 500"
009150             " ENTRADAS - SOLO CONSULTA"
009160         MOVE "Y" TO TM-DESBORDE-SW
009170         MOVE "Y" TO TB-EOF-SW
009180     END-IF.
009190
009200 3040-CERRAR-TABLA.
009210     EVALUATE TRUE
009220         WHEN TM-T-DED
009230             CLOSE DEDUCCION-MAESTRO
009240         WHEN TM-T-BND
009250             CLOSE BANDA-TABLA
009260         WHEN TM-T-CNV
009270             CLOSE CONVENIO-TABLA
009280         WHEN TM-T-MOT
009290             CLOSE MOTIVO-TABLA
009300         WHEN TM-T-POS
009310             CLOSE PUESTO-MAESTRO
009320         WHEN TM-T-CUR
009330             CLOSE CURSO-MAESTRO
009340         WHEN TM-T-TAR
009350             CLOSE HORAS-TARIFAS
009360         WHEN TM-T-FES
009370             CLOSE FESTIVOS-ARCHIVO
009380         WHEN TM-T-DOM
009390             CLOSE DOMINIO-TABLA
009400         WHEN TM-T-MAP
009410             CLOSE CUENTAS-PARM
009420         WHEN TM-T-DEP
009430             CLOSE DEPARTAMENTO-MAESTRO
009440         WHEN TM-T-HOR
009450             CLOSE HORARIO-TABLA
009460         WHEN TM-T-GTA
009470             CLOSE GASTOS-TARIFAS
009480         WHEN TM-T-ACR
009490             CLOSE ACREEDOR-TABLA
009500         WHEN TM-T-CEN
009510             CLOSE CENTRO-MAESTRO
009520         WHEN TM-T-FRG
009530             CLOSE FESTIVOS-REGION
009540         WHEN TM-T-SAL
009550             CLOSE SALUDOS-TABLA
009560     END-EVALUATE.
009570
009580*----------------------------------------------------------------
009590* 3500-GRABAR-TABLA - WRITE THE WORK TABLE BACK OVER THE FILE.
009600*                     CALLED AFTER EVERY ACCEPTED CHANGE SO THE
009610*                     FILE AND TABAUD.DAT NEVER DISAGREE.
009620*----------------------------------------------------------------
009630 3500-GRABAR-TABLA.
009640     MOVE "N" TO TM-GRABADO-SW
009650     EVALUATE TRUE
009660         WHEN TM-T-DED
009670             OPEN OUTPUT DEDUCCION-MAESTRO
009680         WHEN TM-T-BND
009690             OPEN OUTPUT BANDA-TABLA
009700         WHEN TM-T-CNV
009710             OPEN OUTPUT CONVENIO-TABLA
009720         WHEN TM-T-MOT
009730             OPEN OUTPUT MOTIVO-TABLA
009740         WHEN TM-T-POS
009750             OPEN OUTPUT PUESTO-MAESTRO
009760         WHEN TM-T-CUR
009770             OPEN OUTPUT CURSO-MAESTRO
009780         WHEN TM-T-TAR
009790             OPEN OUTPUT HORAS-TARIFAS
009800         WHEN TM-T-FES
009810             OPEN OUTPUT FESTIVOS-ARCHIVO
009820         WHEN TM-T-DOM
009830             OPEN OUTPUT DOMINIO-TABLA
009840         WHEN TM-T-MAP
009850             OPEN OUTPUT CUENTAS-PARM
009860         WHEN TM-T-DEP
009870             OPEN OUTPUT DEPARTAMENTO-MAESTRO
009880         WHEN TM-T-HOR
009890             OPEN OUTPUT HORARIO-TABLA
009900         WHEN TM-T-GTA
009910             OPEN OUTPUT GASTOS-TARIFAS
009920         WHEN TM-T-ACR
009930             OPEN OUTPUT ACREEDOR-TABLA
009940         WHEN TM-T-CEN
009950             OPEN OUTPUT CENTRO-MAESTRO
009960         WHEN TM-T-FRG
009970             OPEN OUTPUT FESTIVOS-REGION
009980         WHEN TM-T-SAL
009990             OPEN OUTPUT SALUDOS-TABLA
010000     END-EVALUATE
010010     IF TB-FILE-STATUS NOT = "00"
010020         DISPLAY "EMPTABM: NO SE PUDO ABRIR " TM-TABLA-NOMBRE
010030             " PARA GRABAR, ESTADO: " TB-FILE-STATUS
010040     ELSE
010050         PERFORM 3510-ESCRIBIR-ENTRADA
010060             VARYING TM-IDX FROM 1 BY 1
010070             UNTIL TM-IDX > TM-MAX
010080         PERFORM 3040-CERRAR-TABLA
010090         MOVE "Y" TO TM-GRABADO-SW
010100     END-IF.
010110
010120 3510-ESCRIBIR-ENTRADA.
010130     EVALUATE TRUE
010140         WHEN TM-T-DED
010150             MOVE TM-ENTRADA (TM-IDX) TO DED-REGISTRO
010160             WRITE DED-REGISTRO
010170         WHEN TM-T-BND
010180             MOVE TM-ENTRADA (TM-IDX) TO BND-REGISTRO
010190             WRITE BND-REGISTRO
010200         WHEN TM-T-CNV
010210             MOVE TM-ENTRADA (TM-IDX) TO CNV-REGISTRO
010220             WRITE CNV-REGISTRO
010230         WHEN TM-T-MOT
010240             MOVE TM-ENTRADA (TM-IDX) TO MOT-REGISTRO
010250             WRITE MOT-REGISTRO
010260         WHEN TM-T-POS
010270             MOVE TM-ENTRADA (TM-IDX) TO POS-REGISTRO
010280             WRITE POS-REGISTRO
010290         WHEN TM-T-CUR
010300             MOVE TM-ENTRADA (TM-IDX) TO CUR-REGISTRO
010310             WRITE CUR-REGISTRO
010320         WHEN TM-T-TAR
010330             MOVE TM-ENTRADA (TM-IDX) TO TAR-REGISTRO
010340             WRITE TAR-REGISTRO
010350         WHEN TM-T-FES
010360             MOVE TM-ENTRADA (TM-IDX) TO FES-REGISTRO
010370             WRITE FES-REGISTRO
010380         WHEN TM-T-DOM
010390             MOVE TM-ENTRADA (TM-IDX) TO DOM-REGISTRO
010400             WRITE DOM-REGISTRO
010410         WHEN TM-T-MAP
010420             MOVE TM-ENTRADA (TM-IDX) TO MAP-REGISTRO
010430             WRITE MAP-REGISTRO
010440         WHEN TM-T-DEP
010450             MOVE TM-ENTRADA (TM-IDX) TO DEP-REGISTRO
010460             WRITE DEP-REGISTRO
010470         WHEN TM-T-HOR
010480             MOVE TM-ENTRADA (TM-IDX) TO HOR-REGISTRO
010490             WRITE HOR-REGISTRO
010500         WHEN TM-T-GTA
010510             MOVE TM-ENTRADA (TM-IDX) TO GTA-REGISTRO
010520             WRITE GTA-REGISTRO
010530         WHEN TM-T-ACR
010540             MOVE TM-ENTRADA (TM-IDX) TO ACR-REGISTRO
010550             WRITE ACR-REGISTRO
010560         WHEN TM-T-CEN
010570             MOVE TM-ENTRADA (TM-IDX) TO CEN-REGISTRO
010580             WRITE CEN-REGISTRO
010590         WHEN TM-T-FRG
010600             MOVE TM-ENTRADA (TM-IDX) TO FRG-REGISTRO
010610             WRITE FRG-REGISTRO
010620         WHEN TM-T-SAL
010630             MOVE TM-ENTRADA (TM-IDX) TO SAL-REGISTRO
010640             WRITE SAL-REGISTRO
010650     END-EVALUATE.
010660
010670*----------------------------------------------------------------
010680* 4000-LISTAR - ONE LINE PER ENTRY, NUMBERED SO MODIFICAR AND
010690*               RETIRAR CAN POINT AT IT.
010700*----------------------------------------------------------------
010710 4000-LISTAR.
010720     IF TM-MAX = 0
010730         DISPLAY "TABLA " TM-TABLA-NOMBRE " VACIA O INEXISTENTE"
010740     ELSE
010750         PERFORM 4010-LISTAR-ENTRADA
010760             VARYING TM-IDX FROM 1 BY 1
010770             UNTIL TM-IDX > TM-MAX
010780     END-IF.
010790
010800 4010-LISTAR-ENTRADA.
010810     MOVE TM-ENTRADA (TM-IDX) TO TM-ACTUAL
010820     MOVE TM-IDX TO TM-LINEA-EDIT
010830     PERFORM 4100-MOSTRAR-ENTRADA.
010840
010850 4100-MOSTRAR-ENTRADA.
010860     EVALUATE TRUE
010870         WHEN TM-T-DED
010880             MOVE TM-DED-DESDE TO TM-IMPORTE-EDIT
010890             MOVE TM-DED-HASTA TO TM-IMPORTE2-EDIT
010900             MOVE TM-DED-PCT   TO TM-PCT-EDIT
010910             DISPLAY TM-LINEA-EDIT " " TM-DED-TIPO " "
010920                 TM-IMPORTE-EDIT " - " TM-IMPORTE2-EDIT
010930                 " " TM-PCT-EDIT "% " TM-DED-DESC
010940             MOVE TM-DED-IMPORTE TO TM-IMPORTE-EDIT
010950             DISPLAY "      IMPORTE " TM-IMPORTE-EDIT
010960                 "  VIGENTE " TM-DED-VIG-DESDE
010970                 " A " TM-DED-VIG-HASTA
010980         WHEN TM-T-BND
010990             MOVE TM-BND-MIN TO TM-IMPORTE-EDIT
011000             MOVE TM-BND-MAX TO TM-IMPORTE2-EDIT
011010             DISPLAY TM-LINEA-EDIT " " TM-BND-CODIGO " "
011020                 TM-BND-NOMBRE " " TM-IMPORTE-EDIT " - "
011030                 TM-IMPORTE2-EDIT "  PRUEBA "
011040                 TM-BND-PRUEBA-MESES " MESES"
011050         WHEN TM-T-CNV
011060             MOVE TM-CNV-MINIMO TO TM-IMPORTE-EDIT
011070             MOVE TM-CNV-IT-PCT TO TM-IMPORTE2-EDIT
011080             DISPLAY TM-LINEA-EDIT " " TM-CNV-CATEGORIA " "
011090                 TM-CNV-ANIO " MINIMO " TM-IMPORTE-EDIT
011100                 "  IT DESDE DIA " TM-CNV-IT-DIA " AL "
011110                 TM-IMPORTE2-EDIT "%"
011120             DISPLAY "      VACACIONES: ARRASTRE MAXIMO "
011130                 TM-CNV-VAC-TOPE " DIAS, CADUCAN EL (MMDD) "
011140                 TM-CNV-VAC-CADUCA
011150         WHEN TM-T-MOT
011160             DISPLAY TM-LINEA-EDIT " " TM-MOT-CODIGO " "
011170                 TM-MOT-DESC " CAUSA OFICIAL "
011180                 TM-MOT-CAUSA-OFICIAL
011190         WHEN TM-T-POS
011200             DISPLAY TM-LINEA-EDIT " " TM-POS-CODIGO " "
011210                 TM-POS-TITULO " DEPTO " TM-POS-DEPTO
011220                 " PLAZAS " TM-POS-PLAZAS
011230         WHEN TM-T-CUR
011240             DISPLAY TM-LINEA-EDIT " " TM-CUR-CODIGO " "
011250                 TM-CUR-NOMBRE " OBLIG " TM-CUR-OBLIGATORIO
011260                 " VIGENCIA " TM-CUR-VIGENCIA " MESES"
011270         WHEN TM-T-TAR
011280             MOVE TM-TAR-IMPORTE TO TM-PEQ-EDIT
011290             DISPLAY TM-LINEA-EDIT " " TM-TAR-TIPO " "
011300                 TM-PEQ-EDIT " EUR/HORA"
011310         WHEN TM-T-FES
011320             DISPLAY TM-LINEA-EDIT " " TM-FES-FECHA " "
011330                 TM-FES-DESC
011340         WHEN TM-T-DOM
011350             DISPLAY TM-LINEA-EDIT " " TM-DOM-DOMINIO
011360         WHEN TM-T-MAP
011370             DISPLAY TM-LINEA-EDIT " " TM-MAP-TIPO " "
011380                 TM-MAP-CUENTA
011390         WHEN TM-T-DEP
011400             DISPLAY TM-LINEA-EDIT " " TM-DEP-CODIGO " "
011410                 TM-DEP-NOMBRE " CC " TM-DEP-CC
011420                 " CERRADO " TM-DEP-CERRADO
011430                 " JEFE " FUNCTION TRIM(TM-DEP-JEFE)
011440         WHEN TM-T-HOR
011450             MOVE SPACES TO TM-HOR-LINEA
011460             MOVE 1 TO TM-PUNTERO
011470             PERFORM 4110-FORMAR-HORAS
011480                 VARYING TM-DIA FROM 1 BY 1 UNTIL TM-DIA > 7
011490             DISPLAY TM-LINEA-EDIT " " TM-HOR-E-ID
011500             DISPLAY "      " TM-HOR-LINEA
011510         WHEN TM-T-GTA
011520             MOVE TM-GTA-IMPORTE TO TM-PEQ-EDIT
011530             DISPLAY TM-LINEA-EDIT " " TM-GTA-TIPO " "
011540                 TM-GTA-DESC " TARIFA " TM-PEQ-EDIT
011550             MOVE TM-GTA-EXENTO TO TM-PEQ-EDIT
011560             DISPLAY "      LIMITE EXENTO " TM-PEQ-EDIT
011570                 " EUR POR KM/DIA"
011580         WHEN TM-T-ACR
011590             DISPLAY TM-LINEA-EDIT " " TM-ACR-CODIGO " TIPO "
011600                 TM-ACR-TIPO " CCC " TM-ACR-CCC
011610             IF TM-ACR-SINDICATO
011620                 MOVE TM-ACR-CUOTA TO TM-PEQ-EDIT
011630                 MOVE TM-ACR-CUOTA-PCT TO TM-PCT-EDIT
011640                 DISPLAY "      CUOTA FIJA " TM-PEQ-EDIT
011650                     " EUR  O  " TM-PCT-EDIT " PCT DEL BRUTO"
011660             END-IF
011670         WHEN TM-T-CEN
011680             DISPLAY TM-LINEA-EDIT " " TM-CEN-CODIGO " "
011690                 TM-CEN-NOMBRE " " TM-CEN-REGION
011700             DISPLAY "      " TM-CEN-DIRECCION " CCC SS "
011710                 TM-CEN-CUENTA-SS " CALENDARIO " TM-CEN-CALENDARIO
011720         WHEN TM-T-FRG
011730             DISPLAY TM-LINEA-EDIT " " TM-FRG-CALENDARIO " "
011740                 TM-FRG-FECHA " " TM-FRG-DESC
011750         WHEN TM-T-SAL
011760             DISPLAY TM-LINEA-EDIT " " TM-SAL-SITIO " IDIOMA "
011770                 TM-SAL-IDIOMA " " TM-SAL-SALUDO
011780             DISPLAY "      " TM-SAL-MENSAJE
011790             DISPLAY "      CUMPLEANOS: " TM-SAL-CUMPLE
011800     END-EVALUATE.
011810
011820 4110-FORMAR-HORAS.
011830     MOVE TM-HOR-HORAS (TM-DIA) TO TM-PEQ-EDIT
011840     STRING TM-DIA-NOMBRE (TM-DIA) (1:2) TM-PEQ-EDIT " "
011850         DELIMITED BY SIZE INTO TM-HOR-LINEA
011860         WITH POINTER TM-PUNTERO.
011870
011880*----------------------------------------------------------------
011890* 5000-ALTA - A NEW ENTRY, EVERY FIELD (KEY INCLUDED) KEYED AND
011900*             EDITED, THEN CHECKED AS A WHOLE AND FOR A DUPLICATE
011910*             KEY BEFORE IT IS ADDED.
011920*----------------------------------------------------------------
011930 5000-ALTA.
011940     IF TM-DESBORDE OR TM-MAX >= 500
011950         DISPLAY "EMPTABM: TABLA LLENA - ALTA NO PERMITIDA"
011960     ELSE
011970         MOVE "Y" TO TM-ES-ALTA-SW
011980         MOVE SPACES TO TM-ACTUAL
011990         PERFORM 5010-INICIAR-NUMERICOS
012000         MOVE SPACES TO TM-ANTES
012010         PERFORM 7000-EDITAR-CAMPOS
012020         PERFORM 7900-VALIDAR-REGISTRO
012030         IF TM-REG-OK
012040             PERFORM 6100-BUSCAR-CLAVE
012050             IF TM-HALLADO > 0
012060                 DISPLAY "EMPTABM: YA EXISTE ESA CLAVE EN LA"
012070                     " LINEA " TM-HALLADO " - ALTA RECHAZADA"
012080             ELSE
012090                 ADD 1 TO TM-MAX
012100                 MOVE TM-ACTUAL TO TM-ENTRADA (TM-MAX)
012110                 PERFORM 3500-GRABAR-TABLA
012120                 IF TM-GRABADO
012130                     MOVE "ALTA" TO TBA-ACCION
012140                     PERFORM 7500-WRITE-AUDIT
012150                     DISPLAY "ENTRADA DADA DE ALTA"
012160                 ELSE
012170                     SUBTRACT 1 FROM TM-MAX
012180                 END-IF
012190             END-IF
012200         ELSE
012210             DISPLAY "EMPTABM: " TM-RAZON
012220             DISPLAY "EMPTABM: ALTA RECHAZADA"
012230         END-IF
012240     END-IF.
012250
012260 5010-INICIAR-NUMERICOS.
012270     EVALUATE TRUE
012280         WHEN TM-T-DED
012290             MOVE ZERO TO TM-DED-DESDE TM-DED-HASTA TM-DED-PCT
012300                 TM-DED-IMPORTE TM-DED-VIG-DESDE TM-DED-VIG-HASTA
012310         WHEN TM-T-BND
012320             MOVE ZERO TO TM-BND-MIN TM-BND-MAX
012330                 TM-BND-PRUEBA-MESES
012340         WHEN TM-T-CNV
012350             MOVE ZERO TO TM-CNV-ANIO TM-CNV-MINIMO
012360                 TM-CNV-IT-DIA TM-CNV-IT-PCT
012370                 TM-CNV-VAC-TOPE TM-CNV-VAC-CADUCA
012380         WHEN TM-T-POS
012390             MOVE ZERO TO TM-POS-PLAZAS
012400         WHEN TM-T-CUR
012410             MOVE ZERO TO TM-CUR-VIGENCIA
012420             MOVE "N" TO TM-CUR-OBLIGATORIO
012430         WHEN TM-T-TAR
012440             MOVE ZERO TO TM-TAR-IMPORTE
012450         WHEN TM-T-FES
012460             MOVE ZERO TO TM-FES-FECHA
012470         WHEN TM-T-DEP
012480             MOVE "N" TO TM-DEP-CERRADO
012490         WHEN TM-T-HOR
012500             MOVE ZERO TO TM-HOR-HORAS (1) TM-HOR-HORAS (2)
012510                 TM-HOR-HORAS (3) TM-HOR-HORAS (4)
012520                 TM-HOR-HORAS (5) TM-HOR-HORAS (6)
012530                 TM-HOR-HORAS (7)
012540         WHEN TM-T-GTA
012550             MOVE ZERO TO TM-GTA-IMPORTE TM-GTA-EXENTO
012560         WHEN TM-T-ACR
012570             MOVE ZERO TO TM-ACR-CCC TM-ACR-CUOTA TM-ACR-CUOTA-PCT
012580         WHEN TM-T-CEN
012590             MOVE ZERO TO TM-CEN-CUENTA-SS
012600         WHEN TM-T-FRG
012610             MOVE ZERO TO TM-FRG-FECHA
012620         WHEN OTHER
012630             CONTINUE
012640     END-EVALUATE.
012650
012660*----------------------------------------------------------------
012670* 5500-MODIFICAR - CHANGE THE NON-KEY FIELDS OF ONE ENTRY.  A CODE
012680*                  CANNOT BE RE-KEYED HERE: THAT WOULD ORPHAN
012690*                  EVERY EMPLOYEE CARRYING IT.  ADD THE NEW CODE
012700*                  AND RETIRE THE OLD ONE INSTEAD.
012710*----------------------------------------------------------------
012720 5500-MODIFICAR.
012730     IF TM-DESBORDE
012740         DISPLAY "EMPTABM: TABLA DEMASIADO GRANDE - SOLO CONSULTA"
012750     ELSE
012760         PERFORM 6000-PEDIR-LINEA
012770         IF TM-LINEA > 0
012780             MOVE TM-ENTRADA (TM-LINEA) TO TM-ACTUAL
012790             MOVE TM-ACTUAL TO TM-ANTES
012800             MOVE TM-LINEA TO TM-LINEA-EDIT
012810             PERFORM 4100-MOSTRAR-ENTRADA
012820             MOVE "N" TO TM-ES-ALTA-SW
012830             PERFORM 7000-EDITAR-CAMPOS
012840             PERFORM 7900-VALIDAR-REGISTRO
012850             IF NOT TM-REG-OK
012860                 DISPLAY "EMPTABM: " TM-RAZON
012870                 DISPLAY "EMPTABM: CAMBIO RECHAZADO"
012880             ELSE
012890                 IF TM-ACTUAL = TM-ANTES
012900                     DISPLAY "SIN CAMBIOS"
012910                 ELSE
012920                     MOVE TM-ACTUAL TO TM-ENTRADA (TM-LINEA)
012930                     PERFORM 3500-GRABAR-TABLA
012940                     IF TM-GRABADO
012950                         MOVE "CAMBIO" TO TBA-ACCION
012960                         PERFORM 7500-WRITE-AUDIT
012970                         DISPLAY "ENTRADA MODIFICADA"
012980                     ELSE
012990                         MOVE TM-ANTES TO TM-ENTRADA (TM-LINEA)
013000                     END-IF
013010                 END-IF
013020             END-IF
013030         END-IF
013040     END-IF.
013050
013060*----------------------------------------------------------------
013070* 5800-RETIRAR - RETIRE ONE ENTRY AFTER THE IN-USE CHECK AND A
013080*                CONFIRMATION.  DEDMST ROWS ARE CLOSED (VIG-HASTA
013090*                = TODAY), DEPARTMENTS FLAGGED CERRADO, ANYTHING
013100*                ELSE IS TAKEN OUT OF THE TABLE.
013110*----------------------------------------------------------------
013120 5800-RETIRAR.
013130     IF TM-DESBORDE
013140         DISPLAY "EMPTABM: TABLA DEMASIADO GRANDE - SOLO CONSULTA"
013150     ELSE
013160         PERFORM 6000-PEDIR-LINEA
013170         IF TM-LINEA > 0
013180             MOVE TM-ENTRADA (TM-LINEA) TO TM-ACTUAL
013190             MOVE TM-ACTUAL TO TM-ANTES
013200             MOVE TM-LINEA TO TM-LINEA-EDIT
013210             PERFORM 4100-MOSTRAR-ENTRADA
013220             PERFORM 6300-VERIFICAR-USO
013230             IF TM-USO-CUENTA > 0
013240                 DISPLAY "EMPTABM: " TM-USO-CODIGO " LO LLEVAN "
013250                     TM-USO-CUENTA " EMPLEADOS NO INACTIVOS -"
013260                     " RETIRO RECHAZADO"
013270             ELSE
013280                 PERFORM 5810-CONFIRMAR-RETIRO
013290             END-IF
013300         END-IF
013310     END-IF.
013320
013330 5810-CONFIRMAR-RETIRO.
013340     MOVE SPACES TO TM-ACCION-TXT
013350     STRING "RETIRAR LA LINEA " TM-LINEA-EDIT " DE "
013360         TM-TABLA-NOMBRE DELIMITED BY SIZE INTO TM-ACCION-TXT
013370     CALL "CONFIRM" USING TM-ACCION-TXT, TM-CONFIRMA
013380     IF TM-CONFIRMA = "S" OR TM-CONFIRMA = "s"
013390         EVALUATE TRUE
013400             WHEN TM-T-DED
013410                 MOVE TM-HOY TO TM-DED-VIG-HASTA
013420                 MOVE TM-ACTUAL TO TM-ENTRADA (TM-LINEA)
013430             WHEN TM-T-DEP
013440                 MOVE "S" TO TM-DEP-CERRADO
013450                 MOVE TM-ACTUAL TO TM-ENTRADA (TM-LINEA)
013460             WHEN OTHER
013470                 MOVE SPACES TO TM-ACTUAL
013480                 PERFORM 5820-QUITAR-ENTRADA
013490                     VARYING TM-IDX FROM TM-LINEA BY 1
013500                     UNTIL TM-IDX >= TM-MAX
013510                 SUBTRACT 1 FROM TM-MAX
013520         END-EVALUATE
013530         PERFORM 3500-GRABAR-TABLA
013540         IF TM-GRABADO
013550             MOVE "RETIRO" TO TBA-ACCION
013560             PERFORM 7500-WRITE-AUDIT
013570             DISPLAY "ENTRADA RETIRADA"
013580         ELSE
013590             PERFORM 3000-CARGAR-TABLA
013600         END-IF
013610     ELSE
013620         DISPLAY "RETIRO ANULADO"
013630     END-IF.
013640
013650 5820-QUITAR-ENTRADA.
013660     MOVE TM-ENTRADA (TM-IDX + 1) TO TM-ENTRADA (TM-IDX).
013670
013680*----------------------------------------------------------------
013690* 6000-PEDIR-LINEA - ASK FOR A LINE NUMBER FROM THE LISTING;
013700*                    TM-LINEA STAYS ZERO WHEN IT IS NOT ONE.
013710*----------------------------------------------------------------
013720 6000-PEDIR-LINEA.
013730     MOVE ZERO TO TM-LINEA
013740     DISPLAY "NUMERO DE LINEA (VER LISTAR): "
013750     ACCEPT TM-LINEA-ENTRADA
013760     IF FUNCTION TEST-NUMVAL(TM-LINEA-ENTRADA) = 0
013770         COMPUTE TM-ENTERO-S = FUNCTION NUMVAL(TM-LINEA-ENTRADA)
013780         IF TM-ENTERO-S > 0 AND TM-ENTERO-S <= TM-MAX
013790             MOVE TM-ENTERO-S TO TM-LINEA
013800         END-IF
013810     END-IF
013820     IF TM-LINEA = 0
013830         DISPLAY "LINEA NO VALIDA"
013840     END-IF.
013850
013860*----------------------------------------------------------------
013870* 6100-BUSCAR-CLAVE - LOOK FOR ANOTHER ENTRY WITH THE KEY OF
013880*                     TM-ACTUAL.  TM-HALLADO IS ITS LINE OR ZERO.
013890*----------------------------------------------------------------
013900 6100-BUSCAR-CLAVE.
013910     MOVE 0 TO TM-HALLADO
013920     PERFORM 6110-COMPARAR-CLAVE
013930         VARYING TM-IDX FROM 1 BY 1
013940         UNTIL TM-IDX > TM-MAX OR TM-HALLADO > 0.
013950
013960 6110-COMPARAR-CLAVE.
013970     MOVE TM-ENTRADA (TM-IDX) TO TM-COMPARA
013980     IF TM-COMPARA (1:TM-CLAVE-LONG) = TM-ACTUAL (1:TM-CLAVE-LONG)
013990         IF TM-T-DED
014000             IF TM-COMPARA (54:8) = TM-ACTUAL (54:8)
014010                 MOVE TM-IDX TO TM-HALLADO
014020             END-IF
014030         ELSE
014040             MOVE TM-IDX TO TM-HALLADO
014050         END-IF
014060     END-IF.
014070
014080*----------------------------------------------------------------
014090* 6300-VERIFICAR-USO - COUNT THE NON-INACTIVE EMPLOYEES STILL
014100*                      CARRYING THE CODE OF TM-ACTUAL.  A
014110*                      CONVENIO ROW ONLY COUNTS WHEN IT IS THE
014120*                      LAST ROW LEFT FOR ITS CATEGORY; A DEDMST
014130*                      RATE ROW IS NEVER CARRIED BY AN EMPLOYEE.
014140*----------------------------------------------------------------
014150 6300-VERIFICAR-USO.
014160     MOVE ZERO TO TM-USO-CUENTA
014170     MOVE SPACES TO TM-USO-CODIGO
014180     EVALUATE TRUE
014190         WHEN TM-USO-BANDA
014200             MOVE TM-BND-CODIGO TO TM-USO-CODIGO
014210         WHEN TM-USO-CATEGORIA
014220             MOVE TM-CNV-CATEGORIA TO TM-USO-CODIGO
014230             PERFORM 6310-CONTAR-OTRAS-FILAS
014240             IF TM-OTRAS-FILAS > 0
014250                 MOVE SPACE TO TM-USO-CAMPO
014260             END-IF
014270         WHEN TM-USO-MOTIVO
014280             MOVE TM-MOT-CODIGO TO TM-USO-CODIGO
014290         WHEN TM-USO-PUESTO
014300             MOVE TM-POS-CODIGO TO TM-USO-CODIGO
014310         WHEN TM-USO-DEPTO
014320             MOVE TM-DEP-CODIGO TO TM-USO-CODIGO
014330         WHEN TM-USO-CENTRO
014340             MOVE TM-CEN-CODIGO TO TM-USO-CODIGO
014350     END-EVALUATE
014360     IF NOT TM-USO-NINGUNO
014370         MOVE "N" TO EMP-EOF-SW
014380         OPEN INPUT EMPLEADOS-ARCHIVO
014390         IF EMP-FILE-STATUS = "00"
014400             PERFORM 6320-LEER-EMPLEADO
014410             PERFORM 6330-CONTAR-USO UNTIL EMP-EOF
014420         END-IF
014430         IF EMP-FILE-STATUS = "00" OR EMP-FILE-STATUS = "05"
014440                 OR EMP-FILE-STATUS = "10"
014450             CLOSE EMPLEADOS-ARCHIVO
014460         END-IF
014470     END-IF
014480     PERFORM 2100-FIJAR-TABLA.
014490
014500 6310-CONTAR-OTRAS-FILAS.
014510     MOVE ZERO TO TM-OTRAS-FILAS
014520     PERFORM 6311-COMPARAR-CATEGORIA
014530         VARYING TM-IDX FROM 1 BY 1
014540         UNTIL TM-IDX > TM-MAX.
014550
014560 6311-COMPARAR-CATEGORIA.
014570     IF TM-IDX NOT = TM-LINEA
014580         MOVE TM-ENTRADA (TM-IDX) TO TM-COMPARA
014590         IF TM-COMPARA (1:4) = TM-CNV-CATEGORIA
014600             ADD 1 TO TM-OTRAS-FILAS
014610         END-IF
014620     END-IF.
014630
014640 6320-LEER-EMPLEADO.
014650     READ EMPLEADOS-ARCHIVO NEXT RECORD
014660         AT END
014670             MOVE "Y" TO EMP-EOF-SW
014680     END-READ.
014690
014700 6330-CONTAR-USO.
014710     IF NOT E-INACTIVO
014720         EVALUATE TRUE
014730             WHEN TM-USO-BANDA
014740                 IF E-BANDA = TM-USO-CODIGO
014750                     ADD 1 TO TM-USO-CUENTA
014760                 END-IF
014770             WHEN TM-USO-CATEGORIA
014780                 IF E-CATEGORIA = TM-USO-CODIGO
014790                     ADD 1 TO TM-USO-CUENTA
014800                 END-IF
014810             WHEN TM-USO-MOTIVO
014820                 IF E-MOTIVO-BAJA = TM-USO-CODIGO
014830                     ADD 1 TO TM-USO-CUENTA
014840                 END-IF
014850             WHEN TM-USO-PUESTO
014860                 IF E-PUESTO = TM-USO-CODIGO
014870                     ADD 1 TO TM-USO-CUENTA
014880                 END-IF
014890             WHEN TM-USO-DEPTO
014900                 IF E-DEPTO = TM-USO-CODIGO
014910                     ADD 1 TO TM-USO-CUENTA
014920                 END-IF
014930             WHEN TM-USO-CENTRO
014940                 IF E-CENTRO = TM-USO-CODIGO
014950                     ADD 1 TO TM-USO-CUENTA
014960                 END-IF
014970         END-EVALUATE
014980     END-IF
014990     PERFORM 6320-LEER-EMPLEADO.
015000
015010*----------------------------------------------------------------
015020* 7000-EDITAR-CAMPOS - FIELD-BY-FIELD CAPTURE AGAINST THE LAYOUT
015030*                      OF THE CHOSEN TABLE.  ENTER KEEPS A FIELD
015040*                      AS IT IS; KEY FIELDS ARE ONLY ASKED ON AN
015050*                      ALTA.
015060*----------------------------------------------------------------
015070 7000-EDITAR-CAMPOS.
015080     EVALUATE TRUE
015090         WHEN TM-T-DED
015100             PERFORM 7100-EDITAR-DED
015110         WHEN TM-T-BND
015120             PERFORM 7200-EDITAR-BND
015130         WHEN TM-T-CNV
015140             PERFORM 7300-EDITAR-CNV
015150         WHEN TM-T-MOT
015160             PERFORM 7400-EDITAR-MOT
015170         WHEN TM-T-POS
015180             PERFORM 7410-EDITAR-POS
015190         WHEN TM-T-CUR
015200             PERFORM 7420-EDITAR-CUR
015210         WHEN TM-T-TAR
015220             PERFORM 7430-EDITAR-TAR
015230         WHEN TM-T-FES
015240             PERFORM 7440-EDITAR-FES
015250         WHEN TM-T-DOM
015260             PERFORM 7450-EDITAR-DOM
015270         WHEN TM-T-MAP
015280             PERFORM 7460-EDITAR-MAP
015290         WHEN TM-T-DEP
015300             PERFORM 7470-EDITAR-DEP
015310         WHEN TM-T-HOR
015320             PERFORM 7480-EDITAR-HOR
015330         WHEN TM-T-GTA
015340             PERFORM 7490-EDITAR-GTA
015350         WHEN TM-T-ACR
015360             PERFORM 7495-EDITAR-ACR
015370         WHEN TM-T-CEN
015380             PERFORM 7496-EDITAR-CEN
015390         WHEN TM-T-FRG
015400             PERFORM 7497-EDITAR-FRG
015410         WHEN TM-T-SAL
015420             PERFORM 7498-EDITAR-SAL
015430     END-EVALUATE.
015440
015450 7100-EDITAR-DED.
015460     IF TM-ES-ALTA
015470         MOVE "TIPO (4)" TO TM-ETIQUETA
015480         MOVE TM-DED-TIPO TO TM-MOSTRAR
015490         PERFORM 8100-PEDIR-TEXTO
015500         IF TM-HAY-DATO
015510             MOVE TM-CAMPO TO TM-DED-TIPO
015520         END-IF
015530         MOVE "BASE DESDE" TO TM-ETIQUETA
015540         MOVE TM-DED-DESDE TO TM-IMPORTE-ACTUAL
015550         MOVE 9999999.99 TO TM-IMPORTE-MAX
015560         PERFORM 8200-PEDIR-IMPORTE
015570         IF TM-HAY-DATO
015580             MOVE TM-IMPORTE TO TM-DED-DESDE
015590         END-IF
015600         MOVE "VIGENTE DESDE (YYYYMMDD, 0=SIEMPRE)" TO TM-ETIQUETA
015610         MOVE TM-DED-VIG-DESDE TO TM-FECHA-ACTUAL
015620         MOVE "Y" TO TM-FECHA-CERO-SW
015630         PERFORM 8300-PEDIR-FECHA
015640         IF TM-HAY-DATO
015650             MOVE TM-FECHA TO TM-DED-VIG-DESDE
015660         END-IF
015670     END-IF
015680     MOVE "BASE HASTA" TO TM-ETIQUETA
015690     MOVE TM-DED-HASTA TO TM-IMPORTE-ACTUAL
015700     MOVE 9999999.99 TO TM-IMPORTE-MAX
015710     PERFORM 8200-PEDIR-IMPORTE
015720     IF TM-HAY-DATO
015730         MOVE TM-IMPORTE TO TM-DED-HASTA
015740     END-IF
015750     MOVE "PORCENTAJE" TO TM-ETIQUETA
015760     MOVE TM-DED-PCT TO TM-IMPORTE-ACTUAL
015770     MOVE 99.99 TO TM-IMPORTE-MAX
015780     PERFORM 8200-PEDIR-IMPORTE
015790     IF TM-HAY-DATO
015800         MOVE TM-IMPORTE TO TM-DED-PCT
015810     END-IF
015820     MOVE "DESCRIPCION (20)" TO TM-ETIQUETA
015830     MOVE TM-DED-DESC TO TM-MOSTRAR
015840     PERFORM 8100-PEDIR-TEXTO
015850     IF TM-HAY-DATO
015860         MOVE TM-CAMPO TO TM-DED-DESC
015870     END-IF
015880     MOVE "IMPORTE FIJO" TO TM-ETIQUETA
015890     MOVE TM-DED-IMPORTE TO TM-IMPORTE-ACTUAL
015900     MOVE 99999.99 TO TM-IMPORTE-MAX
015910     PERFORM 8200-PEDIR-IMPORTE
015920     IF TM-HAY-DATO
015930         MOVE TM-IMPORTE TO TM-DED-IMPORTE
015940     END-IF
015950     MOVE "VIGENTE HASTA (YYYYMMDD, 0=ABIERTO)" TO TM-ETIQUETA
015960     MOVE TM-DED-VIG-HASTA TO TM-FECHA-ACTUAL
015970     MOVE "Y" TO TM-FECHA-CERO-SW
015980     PERFORM 8300-PEDIR-FECHA
015990     IF TM-HAY-DATO
016000         MOVE TM-FECHA TO TM-DED-VIG-HASTA
016010     END-IF.
016020
016030 7200-EDITAR-BND.
016040     IF TM-ES-ALTA
016050         MOVE "CODIGO DE BANDA (2)" TO TM-ETIQUETA
016060         MOVE TM-BND-CODIGO TO TM-MOSTRAR
016070         PERFORM 8100-PEDIR-TEXTO
016080         IF TM-HAY-DATO
016090             MOVE TM-CAMPO TO TM-BND-CODIGO
016100         END-IF
016110     END-IF
016120     MOVE "NOMBRE (20)" TO TM-ETIQUETA
016130     MOVE TM-BND-NOMBRE TO TM-MOSTRAR
016140     PERFORM 8100-PEDIR-TEXTO
016150     IF TM-HAY-DATO
016160         MOVE TM-CAMPO TO TM-BND-NOMBRE
016170     END-IF
016180     MOVE "SALARIO ANUAL MINIMO" TO TM-ETIQUETA
016190     MOVE TM-BND-MIN TO TM-IMPORTE-ACTUAL
016200     MOVE 9999999.99 TO TM-IMPORTE-MAX
016210     PERFORM 8200-PEDIR-IMPORTE
016220     IF TM-HAY-DATO
016230         MOVE TM-IMPORTE TO TM-BND-MIN
016240     END-IF
016250     MOVE "SALARIO ANUAL MAXIMO" TO TM-ETIQUETA
016260     MOVE TM-BND-MAX TO TM-IMPORTE-ACTUAL
016270     MOVE 9999999.99 TO TM-IMPORTE-MAX
016280     PERFORM 8200-PEDIR-IMPORTE
016290     IF TM-HAY-DATO
016300         MOVE TM-IMPORTE TO TM-BND-MAX
016310     END-IF
016320     MOVE "MESES DE PRUEBA" TO TM-ETIQUETA
016330     MOVE TM-BND-PRUEBA-MESES TO TM-ENTERO-ACTUAL
016340     MOVE 99 TO TM-ENTERO-MAX
016350     PERFORM 8400-PEDIR-ENTERO
016360     IF TM-HAY-DATO
016370         MOVE TM-ENTERO TO TM-BND-PRUEBA-MESES
016380     END-IF.
016390
016400 7300-EDITAR-CNV.
016410     IF TM-ES-ALTA
016420         MOVE "CATEGORIA (4)" TO TM-ETIQUETA
016430         MOVE TM-CNV-CATEGORIA TO TM-MOSTRAR
016440         PERFORM 8100-PEDIR-TEXTO
016450         IF TM-HAY-DATO
016460             MOVE TM-CAMPO TO TM-CNV-CATEGORIA
016470         END-IF
016480         MOVE "ANIO DE CONVENIO" TO TM-ETIQUETA
016490         MOVE TM-CNV-ANIO TO TM-ENTERO-ACTUAL
016500         MOVE 2999 TO TM-ENTERO-MAX
016510         PERFORM 8400-PEDIR-ENTERO
016520         IF TM-HAY-DATO
016530             MOVE TM-ENTERO TO TM-CNV-ANIO
016540         END-IF
016550     END-IF
016560     MOVE "SALARIO ANUAL MINIMO" TO TM-ETIQUETA
016570     MOVE TM-CNV-MINIMO TO TM-IMPORTE-ACTUAL
016580     MOVE 9999999.99 TO TM-IMPORTE-MAX
016590     PERFORM 8200-PEDIR-IMPORTE
016600     IF TM-HAY-DATO
016610         MOVE TM-IMPORTE TO TM-CNV-MINIMO
016620     END-IF
016630     MOVE "COMPLEMENTO IT DESDE EL DIA (0=SIN)" TO TM-ETIQUETA
016640     MOVE TM-CNV-IT-DIA TO TM-ENTERO-ACTUAL
016650     MOVE 999 TO TM-ENTERO-MAX
016660     PERFORM 8400-PEDIR-ENTERO
016670     IF TM-HAY-DATO
016680         MOVE TM-ENTERO TO TM-CNV-IT-DIA
016690     END-IF
016700     MOVE "COMPLEMENTO IT HASTA % DE LA BASE" TO TM-ETIQUETA
016710     MOVE TM-CNV-IT-PCT TO TM-IMPORTE-ACTUAL
016720     MOVE 100.00 TO TM-IMPORTE-MAX
016730     PERFORM 8200-PEDIR-IMPORTE
016740     IF TM-HAY-DATO
016750         MOVE TM-IMPORTE TO TM-CNV-IT-PCT
016760     END-IF
016770     MOVE "DIAS DE VACACIONES ARRASTRABLES" TO TM-ETIQUETA
016780     MOVE TM-CNV-VAC-TOPE TO TM-ENTERO-ACTUAL
016790     MOVE 999 TO TM-ENTERO-MAX
016800     PERFORM 8400-PEDIR-ENTERO
016810     IF TM-HAY-DATO
016820         MOVE TM-ENTERO TO TM-CNV-VAC-TOPE
016830     END-IF
016840     MOVE "CADUCIDAD DEL ARRASTRE (MMDD, 0=SIN)" TO TM-ETIQUETA
016850     MOVE TM-CNV-VAC-CADUCA TO TM-ENTERO-ACTUAL
016860     MOVE 1231 TO TM-ENTERO-MAX
016870     PERFORM 8400-PEDIR-ENTERO
016880     IF TM-HAY-DATO
016890         MOVE TM-ENTERO TO TM-CNV-VAC-CADUCA
016900     END-IF.
016910
016920 7400-EDITAR-MOT.
016930     IF TM-ES-ALTA
016940         MOVE "CODIGO DE MOTIVO (2)" TO TM-ETIQUETA
016950         MOVE TM-MOT-CODIGO TO TM-MOSTRAR
016960         PERFORM 8100-PEDIR-TEXTO
016970         IF TM-HAY-DATO
016980             MOVE TM-CAMPO TO TM-MOT-CODIGO
016990         END-IF
017000     END-IF
017010     MOVE "DESCRIPCION (30)" TO TM-ETIQUETA
017020     MOVE TM-MOT-DESC TO TM-MOSTRAR
017030     PERFORM 8100-PEDIR-TEXTO
017040     IF TM-HAY-DATO
017050         MOVE TM-CAMPO TO TM-MOT-DESC
017060     END-IF
017070     MOVE "CAUSA OFICIAL SEPE/TGSS (2)" TO TM-ETIQUETA
017080     MOVE TM-MOT-CAUSA-OFICIAL TO TM-MOSTRAR
017090     PERFORM 8100-PEDIR-TEXTO
017100     IF TM-HAY-DATO
017110         MOVE TM-CAMPO TO TM-MOT-CAUSA-OFICIAL
017120     END-IF.
017130
017140 7410-EDITAR-POS.
017150     IF TM-ES-ALTA
017160         MOVE "CODIGO DE PUESTO (6)" TO TM-ETIQUETA
017170         MOVE TM-POS-CODIGO TO TM-MOSTRAR
017180         PERFORM 8100-PEDIR-TEXTO
017190         IF TM-HAY-DATO
017200             MOVE TM-CAMPO TO TM-POS-CODIGO
017210         END-IF
017220     END-IF
017230     MOVE "TITULO (30)" TO TM-ETIQUETA
017240     MOVE TM-POS-TITULO TO TM-MOSTRAR
017250     PERFORM 8100-PEDIR-TEXTO
017260     IF TM-HAY-DATO
017270         MOVE TM-CAMPO TO TM-POS-TITULO
017280     END-IF
017290     MOVE "DEPARTAMENTO (4)" TO TM-ETIQUETA
017300     MOVE TM-POS-DEPTO TO TM-MOSTRAR
017310     PERFORM 8100-PEDIR-TEXTO
017320     IF TM-HAY-DATO
017330         MOVE TM-CAMPO TO TM-POS-DEPTO
017340     END-IF
017350     MOVE "PLAZAS PRESUPUESTADAS" TO TM-ETIQUETA
017360     MOVE TM-POS-PLAZAS TO TM-ENTERO-ACTUAL
017370     MOVE 999 TO TM-ENTERO-MAX
017380     PERFORM 8400-PEDIR-ENTERO
017390     IF TM-HAY-DATO
017400         MOVE TM-ENTERO TO TM-POS-PLAZAS
017410     END-IF.
017420
017430 7420-EDITAR-CUR.
017440     IF TM-ES-ALTA
017450         MOVE "CODIGO DE CURSO (6)" TO TM-ETIQUETA
017460         MOVE TM-CUR-CODIGO TO TM-MOSTRAR
017470         PERFORM 8100-PEDIR-TEXTO
017480         IF TM-HAY-DATO
017490             MOVE TM-CAMPO TO TM-CUR-CODIGO
017500         END-IF
017510     END-IF
017520     MOVE "NOMBRE (30)" TO TM-ETIQUETA
017530     MOVE TM-CUR-NOMBRE TO TM-MOSTRAR
017540     PERFORM 8100-PEDIR-TEXTO
017550     IF TM-HAY-DATO
017560         MOVE TM-CAMPO TO TM-CUR-NOMBRE
017570     END-IF
017580     MOVE "OBLIGATORIO (S/N)" TO TM-ETIQUETA
017590     MOVE TM-CUR-OBLIGATORIO TO TM-SN-ACTUAL
017600     PERFORM 8500-PEDIR-SN
017610     IF TM-HAY-DATO
017620         MOVE TM-SN TO TM-CUR-OBLIGATORIO
017630     END-IF
017640     MOVE "MESES DE VIGENCIA (0=NO CADUCA)" TO TM-ETIQUETA
017650     MOVE TM-CUR-VIGENCIA TO TM-ENTERO-ACTUAL
017660     MOVE 99 TO TM-ENTERO-MAX
017670     PERFORM 8400-PEDIR-ENTERO
017680     IF TM-HAY-DATO
017690         MOVE TM-ENTERO TO TM-CUR-VIGENCIA
017700     END-IF.
017710
017720 7430-EDITAR-TAR.
017730     IF TM-ES-ALTA
017740         MOVE "TIPO DE HORA (2)" TO TM-ETIQUETA
017750         MOVE TM-TAR-TIPO TO TM-MOSTRAR
017760         PERFORM 8100-PEDIR-TEXTO
017770         IF TM-HAY-DATO
017780             MOVE TM-CAMPO TO TM-TAR-TIPO
017790         END-IF
017800     END-IF
017810     MOVE "IMPORTE POR HORA" TO TM-ETIQUETA
017820     MOVE TM-TAR-IMPORTE TO TM-IMPORTE-ACTUAL
017830     MOVE 999.99 TO TM-IMPORTE-MAX
017840     PERFORM 8200-PEDIR-IMPORTE
017850     IF TM-HAY-DATO
017860         MOVE TM-IMPORTE TO TM-TAR-IMPORTE
017870     END-IF.
017880
017890 7440-EDITAR-FES.
017900     IF TM-ES-ALTA
017910         MOVE "FECHA (YYYYMMDD)" TO TM-ETIQUETA
017920         MOVE TM-FES-FECHA TO TM-FECHA-ACTUAL
017930         MOVE "N" TO TM-FECHA-CERO-SW
017940         PERFORM 8300-PEDIR-FECHA
017950         IF TM-HAY-DATO
017960             MOVE TM-FECHA TO TM-FES-FECHA
017970         END-IF
017980     END-IF
017990     MOVE "DESCRIPCION (30)" TO TM-ETIQUETA
018000     MOVE TM-FES-DESC TO TM-MOSTRAR
018010     PERFORM 8100-PEDIR-TEXTO
018020     IF TM-HAY-DATO
018030         MOVE TM-CAMPO TO TM-FES-DESC
018040     END-IF.
018050
018060 7450-EDITAR-DOM.
018070     IF TM-ES-ALTA
018080         MOVE "DOMINIO (30)" TO TM-ETIQUETA
018090         MOVE TM-DOM-DOMINIO TO TM-MOSTRAR
018100         PERFORM 8100-PEDIR-TEXTO
018110         IF TM-HAY-DATO
018120             MOVE TM-CAMPO TO TM-DOM-DOMINIO
018130         END-IF
018140     ELSE
018150         DISPLAY "UN DOMINIO SOLO TIENE CLAVE - RETIRE Y DE DE"
018160             " ALTA EL NUEVO"
018170     END-IF.
018180
018190 7460-EDITAR-MAP.
018200     IF TM-ES-ALTA
018210         MOVE "TIPO DE APUNTE (8)" TO TM-ETIQUETA
018220         MOVE TM-MAP-TIPO TO TM-MOSTRAR
018230         PERFORM 8100-PEDIR-TEXTO
018240         IF TM-HAY-DATO
018250             MOVE TM-CAMPO TO TM-MAP-TIPO
018260         END-IF
018270     END-IF
018280     MOVE "CUENTA CONTABLE (10)" TO TM-ETIQUETA
018290     MOVE TM-MAP-CUENTA TO TM-MOSTRAR
018300     PERFORM 8100-PEDIR-TEXTO
018310     IF TM-HAY-DATO
018320         MOVE TM-CAMPO TO TM-MAP-CUENTA
018330     END-IF.
018340
018350 7470-EDITAR-DEP.
018360     IF TM-ES-ALTA
018370         MOVE "CODIGO DE DEPARTAMENTO (4)" TO TM-ETIQUETA
018380         MOVE TM-DEP-CODIGO TO TM-MOSTRAR
018390         PERFORM 8100-PEDIR-TEXTO
018400         IF TM-HAY-DATO
018410             MOVE TM-CAMPO TO TM-DEP-CODIGO
018420         END-IF
018430     END-IF
018440     MOVE "NOMBRE (30)" TO TM-ETIQUETA
018450     MOVE TM-DEP-NOMBRE TO TM-MOSTRAR
018460     PERFORM 8100-PEDIR-TEXTO
018470     IF TM-HAY-DATO
018480         MOVE TM-CAMPO TO TM-DEP-NOMBRE
018490     END-IF
018500     MOVE "CENTRO DE COSTE (8)" TO TM-ETIQUETA
018510     MOVE TM-DEP-CC TO TM-MOSTRAR
018520     PERFORM 8100-PEDIR-TEXTO
018530     IF TM-HAY-DATO
018540         MOVE TM-CAMPO TO TM-DEP-CC
018550     END-IF
018560     MOVE "JEFE DPTO (E-ID, * = NINGUNO)" TO TM-ETIQUETA
018570     MOVE TM-DEP-JEFE TO TM-MOSTRAR
018580     PERFORM 8100-PEDIR-TEXTO
018590     IF TM-HAY-DATO
018600         IF TM-CAMPO = "*"
018610             MOVE SPACES TO TM-DEP-JEFE
018620         ELSE
018630             MOVE TM-CAMPO TO TM-DEP-JEFE
018640         END-IF
018650     END-IF
018660     IF NOT TM-ES-ALTA AND TM-DEP-CERRADO = "S"
018670         MOVE "CERRADO (S/N)" TO TM-ETIQUETA
018680         MOVE TM-DEP-CERRADO TO TM-SN-ACTUAL
018690         PERFORM 8500-PEDIR-SN
018700         IF TM-HAY-DATO
018710             MOVE TM-SN TO TM-DEP-CERRADO
018720         END-IF
018730     END-IF.
018740
018750 7480-EDITAR-HOR.
018760     IF TM-ES-ALTA
018770         MOVE "E-ID (* = HORARIO GENERAL)" TO TM-ETIQUETA
018780         MOVE TM-HOR-E-ID TO TM-MOSTRAR
018790         PERFORM 8100-PEDIR-TEXTO
018800         IF TM-HAY-DATO
018810             MOVE TM-CAMPO TO TM-HOR-E-ID
018820         END-IF
018830     END-IF
018840     PERFORM 7481-EDITAR-HORAS-DIA
018850         VARYING TM-DIA FROM 1 BY 1 UNTIL TM-DIA > 7.
018860
018870 7481-EDITAR-HORAS-DIA.
018880     MOVE SPACES TO TM-ETIQUETA
018890     STRING "HORAS DEL " TM-DIA-NOMBRE (TM-DIA)
018900         DELIMITED BY SIZE INTO TM-ETIQUETA
018910     MOVE TM-HOR-HORAS (TM-DIA) TO TM-IMPORTE-ACTUAL
018920     MOVE 24.00 TO TM-IMPORTE-MAX
018930     PERFORM 8200-PEDIR-IMPORTE
018940     IF TM-HAY-DATO
018950         MOVE TM-IMPORTE TO TM-HOR-HORAS (TM-DIA)
018960     END-IF.
018970
018980 7490-EDITAR-GTA.
018990     IF TM-ES-ALTA
019000         MOVE "TIPO (KM/DN/MN/DE/ME)" TO TM-ETIQUETA
019010         MOVE TM-GTA-TIPO TO TM-MOSTRAR
019020         PERFORM 8100-PEDIR-TEXTO
019030         IF TM-HAY-DATO
019040             MOVE TM-CAMPO TO TM-GTA-TIPO
019050         END-IF
019060     END-IF
019070     MOVE "DESCRIPCION" TO TM-ETIQUETA
019080     MOVE TM-GTA-DESC TO TM-MOSTRAR
019090     PERFORM 8100-PEDIR-TEXTO
019100     IF TM-HAY-DATO
019110         MOVE TM-CAMPO TO TM-GTA-DESC
019120     END-IF
019130     MOVE "TARIFA DE EMPRESA POR KM/DIA" TO TM-ETIQUETA
019140     MOVE TM-GTA-IMPORTE TO TM-IMPORTE-ACTUAL
019150     MOVE 999.99 TO TM-IMPORTE-MAX
019160     PERFORM 8200-PEDIR-IMPORTE
019170     IF TM-HAY-DATO
019180         MOVE TM-IMPORTE TO TM-GTA-IMPORTE
019190     END-IF
019200     MOVE "LIMITE EXENTO LEGAL POR KM/DIA" TO TM-ETIQUETA
019210     MOVE TM-GTA-EXENTO TO TM-IMPORTE-ACTUAL
019220     MOVE 999.99 TO TM-IMPORTE-MAX
019230     PERFORM 8200-PEDIR-IMPORTE
019240     IF TM-HAY-DATO
019250         MOVE TM-IMPORTE TO TM-GTA-EXENTO
019260     END-IF.
019270
019280*----------------------------------------------------------------
019290* 7495-EDITAR-ACR - A COURT OR UNION PAID BY THE REMITTANCE RUN.
019300*                   THE CODE OF A COURT IS THE NAME KEYED AS
019310*                   GRN-ACREEDOR ON ITS ORDERS.  THE ACCOUNT IS
019320*                   KEYED AS THE 20-DIGIT CCC; ONLY A UNION
019330*                   CARRIES DUES.
019340*----------------------------------------------------------------
019350 7495-EDITAR-ACR.
019360     IF TM-ES-ALTA
019370         MOVE "CODIGO / NOMBRE DEL ACREEDOR" TO TM-ETIQUETA
019380         MOVE TM-ACR-CODIGO TO TM-MOSTRAR
019390         PERFORM 8100-PEDIR-TEXTO
019400         IF TM-HAY-DATO
019410             MOVE TM-CAMPO TO TM-ACR-CODIGO
019420         END-IF
019430         MOVE "TIPO (J JUZGADO/S SINDICATO)" TO TM-ETIQUETA
019440         MOVE TM-ACR-TIPO TO TM-MOSTRAR
019450         PERFORM 8100-PEDIR-TEXTO
019460         IF TM-HAY-DATO
019470             MOVE TM-CAMPO TO TM-ACR-TIPO
019480         END-IF
019490     END-IF
019500     MOVE "CUENTA CCC (20 DIGITOS)" TO TM-ETIQUETA
019510     MOVE TM-ACR-CCC TO TM-MOSTRAR
019520     PERFORM 8100-PEDIR-TEXTO
019530     IF TM-HAY-DATO
019540         IF TM-CAMPO (1:20) IS NUMERIC AND
019550                 TM-CAMPO (21:20) = SPACES
019560             MOVE TM-CAMPO (1:20) TO TM-ACR-CCC
019570         ELSE
019580             DISPLAY "LA CUENTA DEBE SER DE 20 DIGITOS"
019590         END-IF
019600     END-IF
019610     IF TM-ACR-SINDICATO
019620         MOVE "CUOTA MENSUAL FIJA" TO TM-ETIQUETA
019630         MOVE TM-ACR-CUOTA TO TM-IMPORTE-ACTUAL
019640         MOVE 999.99 TO TM-IMPORTE-MAX
019650         PERFORM 8200-PEDIR-IMPORTE
019660         IF TM-HAY-DATO
019670             MOVE TM-IMPORTE TO TM-ACR-CUOTA
019680         END-IF
019690         MOVE "O PORCENTAJE DEL BRUTO" TO TM-ETIQUETA
019700         MOVE TM-ACR-CUOTA-PCT TO TM-IMPORTE-ACTUAL
019710         MOVE 9.99 TO TM-IMPORTE-MAX
019720         PERFORM 8200-PEDIR-IMPORTE
019730         IF TM-HAY-DATO
019740             MOVE TM-IMPORTE TO TM-ACR-CUOTA-PCT
019750         END-IF
019760     ELSE
019770         MOVE ZERO TO TM-ACR-CUOTA TM-ACR-CUOTA-PCT
019780     END-IF.
019790
019800*----------------------------------------------------------------
019810* 7496-EDITAR-CEN - A WORK CENTRE.  THE SOCIAL-SECURITY ACCOUNT IS
019820*                   THE 11-DIGIT CODIGO DE CUENTA DE COTIZACION
019830*                   EMPSSRE REMITS UNDER; THE CALENDAR NAMES THE
019840*                   FESTREG ROWS DIASLAB ADDS TO THE NATIONAL
019850*                   HOLIDAYS FOR ITS EMPLOYEES.
019860*----------------------------------------------------------------
019870 7496-EDITAR-CEN.
019880     IF TM-ES-ALTA
019890         MOVE "CODIGO DE CENTRO (4)" TO TM-ETIQUETA
019900         MOVE TM-CEN-CODIGO TO TM-MOSTRAR
019910         PERFORM 8100-PEDIR-TEXTO
019920         IF TM-HAY-DATO
019930             MOVE TM-CAMPO TO TM-CEN-CODIGO
019940         END-IF
019950     END-IF
019960     MOVE "NOMBRE (20)" TO TM-ETIQUETA
019970     MOVE TM-CEN-NOMBRE TO TM-MOSTRAR
019980     PERFORM 8100-PEDIR-TEXTO
019990     IF TM-HAY-DATO
020000         MOVE TM-CAMPO TO TM-CEN-NOMBRE
020010     END-IF
020020     MOVE "DIRECCION (30)" TO TM-ETIQUETA
020030     MOVE TM-CEN-DIRECCION TO TM-MOSTRAR
020040     PERFORM 8100-PEDIR-TEXTO
020050     IF TM-HAY-DATO
020060         MOVE TM-CAMPO TO TM-CEN-DIRECCION
020070     END-IF
020080     MOVE "REGION / COMUNIDAD (10)" TO TM-ETIQUETA
020090     MOVE TM-CEN-REGION TO TM-MOSTRAR
020100     PERFORM 8100-PEDIR-TEXTO
020110     IF TM-HAY-DATO
020120         MOVE TM-CAMPO TO TM-CEN-REGION
020130     END-IF
020140     MOVE "CUENTA DE COTIZACION SS (11 DIGITOS)" TO TM-ETIQUETA
020150     MOVE TM-CEN-CUENTA-SS TO TM-MOSTRAR
020160     PERFORM 8100-PEDIR-TEXTO
020170     IF TM-HAY-DATO
020180         IF TM-CAMPO (1:11) IS NUMERIC AND
020190                 TM-CAMPO (12:29) = SPACES
020200             MOVE TM-CAMPO (1:11) TO TM-CEN-CUENTA-SS
020210         ELSE
020220             DISPLAY "LA CUENTA DEBE SER DE 11 DIGITOS"
020230         END-IF
020240     END-IF
020250     MOVE "CALENDARIO DE FESTIVOS (4)" TO TM-ETIQUETA
020260     MOVE TM-CEN-CALENDARIO TO TM-MOSTRAR
020270     PERFORM 8100-PEDIR-TEXTO
020280     IF TM-HAY-DATO
020290         MOVE TM-CAMPO TO TM-CEN-CALENDARIO
020300     END-IF.
020310
020320*----------------------------------------------------------------
020330* 7497-EDITAR-FRG - ONE REGIONAL OR LOCAL HOLIDAY OF A CALENDAR.
020340*----------------------------------------------------------------
020350 7497-EDITAR-FRG.
020360     IF TM-ES-ALTA
020370         MOVE "CALENDARIO (4)" TO TM-ETIQUETA
020380         MOVE TM-FRG-CALENDARIO TO TM-MOSTRAR
020390         PERFORM 8100-PEDIR-TEXTO
020400         IF TM-HAY-DATO
020410             MOVE TM-CAMPO TO TM-FRG-CALENDARIO
020420         END-IF
020430         MOVE "FECHA (YYYYMMDD)" TO TM-ETIQUETA
020440         MOVE TM-FRG-FECHA TO TM-FECHA-ACTUAL
020450         MOVE "N" TO TM-FECHA-CERO-SW
020460         PERFORM 8300-PEDIR-FECHA
020470         IF TM-HAY-DATO
020480             MOVE TM-FECHA TO TM-FRG-FECHA
020490         END-IF
020500     END-IF
020510     MOVE "DESCRIPCION (30)" TO TM-ETIQUETA
020520     MOVE TM-FRG-DESC TO TM-MOSTRAR
020530     PERFORM 8100-PEDIR-TEXTO
020540     IF TM-HAY-DATO
020550         MOVE TM-CAMPO TO TM-FRG-DESC
020560     END-IF.
020570
020580*----------------------------------------------------------------
020590* 7498-EDITAR-SAL - THE GREETINGS OF ONE SITE (A WORK CENTRE, OR
020600*                   ES/EN).  THE 50-BYTE MENSAJE IS KEYED IN TWO
020610*                   PIECES; * CLEARS ITS LAST 10 BYTES.  THE
020620*                   BIRTHDAY WISH MAY CARRY &EDAD WHERE THE AGE
020630*                   GOES.
020640*----------------------------------------------------------------
020650 7498-EDITAR-SAL.
020660     IF TM-ES-ALTA
020670         MOVE "SITIO / CENTRO (4)" TO TM-ETIQUETA
020680         MOVE TM-SAL-SITIO TO TM-MOSTRAR
020690         PERFORM 8100-PEDIR-TEXTO
020700         IF TM-HAY-DATO
020710             MOVE TM-CAMPO TO TM-SAL-SITIO
020720         END-IF
020730     END-IF
020740     MOVE "IDIOMA (2)" TO TM-ETIQUETA
020750     MOVE TM-SAL-IDIOMA TO TM-MOSTRAR
020760     PERFORM 8100-PEDIR-TEXTO
020770     IF TM-HAY-DATO
020780         MOVE TM-CAMPO TO TM-SAL-IDIOMA
020790     END-IF
020800     MOVE "SALUDO (20)" TO TM-ETIQUETA
020810     MOVE TM-SAL-SALUDO TO TM-MOSTRAR
020820     PERFORM 8100-PEDIR-TEXTO
020830     IF TM-HAY-DATO
020840         MOVE TM-CAMPO TO TM-SAL-SALUDO
020850     END-IF
020860     MOVE "MENSAJE, POSICIONES 1-40" TO TM-ETIQUETA
020870     MOVE TM-SAL-MENSAJE (1:40) TO TM-MOSTRAR
020880     PERFORM 8100-PEDIR-TEXTO
020890     IF TM-HAY-DATO
020900         MOVE TM-CAMPO TO TM-SAL-MENSAJE (1:40)
020910     END-IF
020920     MOVE "MENSAJE, POSICIONES 41-50 (* BORRA)" TO TM-ETIQUETA
020930     MOVE TM-SAL-MENSAJE (41:10) TO TM-MOSTRAR
020940     PERFORM 8100-PEDIR-TEXTO
020950     IF TM-HAY-DATO
020960         IF TM-CAMPO = "*"
020970             MOVE SPACES TO TM-SAL-MENSAJE (41:10)
020980         ELSE
020990             MOVE TM-CAMPO TO TM-SAL-MENSAJE (41:10)
021000         END-IF
021010     END-IF
021020     MOVE "FELICITACION CUMPLEANOS (24, &EDAD)" TO TM-ETIQUETA
021030     MOVE TM-SAL-CUMPLE TO TM-MOSTRAR
021040     PERFORM 8100-PEDIR-TEXTO
021050     IF TM-HAY-DATO
021060         MOVE TM-CAMPO TO TM-SAL-CUMPLE
021070     END-IF.
021080
021090*----------------------------------------------------------------
021100* 7500-WRITE-AUDIT - BEFORE/AFTER IMAGE OF THE ENTRY TO TABAUD.DAT
021110*                    WITH THE OPERSES OPERATOR.  TBA-ACCION IS SET
021120*                    BY THE CALLER.
021130*----------------------------------------------------------------
021140 7500-WRITE-AUDIT.
021150     MOVE FUNCTION CURRENT-DATE(1:8) TO TBA-FECHA
021160     MOVE FUNCTION CURRENT-DATE(9:6) TO TBA-HORA
021170     MOVE TM-TABLA-NOMBRE            TO TBA-TABLA
021180     MOVE TM-OPERADOR                TO TBA-OPERADOR
021190     MOVE TM-ANTES                   TO TBA-ANTES
021200     MOVE TM-ACTUAL                  TO TBA-DESPUES
021210     IF TM-ANTES NOT = SPACES
021220         MOVE TM-ANTES (1:30)        TO TBA-CLAVE
021230     ELSE
021240         MOVE TM-ACTUAL (1:30)       TO TBA-CLAVE
021250     END-IF
021260     WRITE TBA-REGISTRO.
021270
021280*----------------------------------------------------------------
021290* 7900-VALIDAR-REGISTRO - WHOLE-ENTRY CHECKS ONCE EVERY FIELD HAS
021300*                         BEEN KEYED.  TM-RAZON SAYS WHY NOT.
021310*----------------------------------------------------------------
021320 7900-VALIDAR-REGISTRO.
021330     MOVE "Y" TO TM-REG-OK-SW
021340     MOVE SPACES TO TM-RAZON
021350     EVALUATE TRUE
021360         WHEN TM-T-DED
021370             IF TM-DED-TIPO = SPACES
021380                 MOVE "TIPO OBLIGATORIO" TO TM-RAZON
021390             END-IF
021400             IF TM-DED-HASTA < TM-DED-DESDE
021410                 MOVE "BASE HASTA MENOR QUE BASE DESDE"
021420                     TO TM-RAZON
021430             END-IF
021440             IF TM-DED-VIG-HASTA NOT = ZERO
021450                     AND TM-DED-VIG-HASTA < TM-DED-VIG-DESDE
021460                 MOVE "VIGENCIA HASTA ANTERIOR A VIGENCIA DESDE"
021470                     TO TM-RAZON
021480             END-IF
021490         WHEN TM-T-BND
021500             IF TM-BND-CODIGO = SPACES
021510                 MOVE "CODIGO DE BANDA OBLIGATORIO" TO TM-RAZON
021520             END-IF
021530             IF TM-BND-MAX < TM-BND-MIN
021540                 MOVE "MAXIMO MENOR QUE MINIMO" TO TM-RAZON
021550             END-IF
021560         WHEN TM-T-CNV
021570             IF TM-CNV-CATEGORIA = SPACES
021580                 MOVE "CATEGORIA OBLIGATORIA" TO TM-RAZON
021590             END-IF
021600             IF TM-CNV-ANIO < 1900
021610                 MOVE "ANIO DE CONVENIO NO VALIDO" TO TM-RAZON
021620             END-IF
021630             IF TM-CNV-VAC-CADUCA NOT = ZERO AND
021640                     (TM-CNV-VAC-CADUCA (1:2) < "01" OR
021650                      TM-CNV-VAC-CADUCA (1:2) > "12" OR
021660                      TM-CNV-VAC-CADUCA (3:2) < "01" OR
021670                      TM-CNV-VAC-CADUCA (3:2) > "31")
021680                 MOVE "CADUCIDAD MMDD NO VALIDA" TO TM-RAZON
021690             END-IF
021700         WHEN TM-T-MOT
021710             IF TM-MOT-CODIGO = SPACES OR TM-MOT-DESC = SPACES
021720                 MOVE "CODIGO Y DESCRIPCION OBLIGATORIOS"
021730                     TO TM-RAZON
021740             END-IF
021750         WHEN TM-T-POS
021760             IF TM-POS-CODIGO = SPACES
021770                 MOVE "CODIGO DE PUESTO OBLIGATORIO" TO TM-RAZON
021780             ELSE
021790                 PERFORM 7910-VALIDAR-DEPTO-PUESTO
021800             END-IF
021810         WHEN TM-T-CUR
021820             IF TM-CUR-CODIGO = SPACES
021830                 MOVE "CODIGO DE CURSO OBLIGATORIO" TO TM-RAZON
021840             END-IF
021850         WHEN TM-T-TAR
021860             IF TM-TAR-TIPO = SPACES
021870                 MOVE "TIPO DE HORA OBLIGATORIO" TO TM-RAZON
021880             END-IF
021890         WHEN TM-T-FES
021900             IF TM-FES-FECHA = ZERO
021910                 MOVE "FECHA OBLIGATORIA" TO TM-RAZON
021920             END-IF
021930         WHEN TM-T-DOM
021940             IF TM-DOM-DOMINIO = SPACES
021950                 MOVE "DOMINIO OBLIGATORIO" TO TM-RAZON
021960             END-IF
021970         WHEN TM-T-MAP
021980             IF TM-MAP-TIPO = SPACES OR TM-MAP-CUENTA = SPACES
021990                 MOVE "TIPO Y CUENTA OBLIGATORIOS" TO TM-RAZON
022000             END-IF
022010         WHEN TM-T-DEP
022020             IF TM-DEP-CODIGO = SPACES OR TM-DEP-NOMBRE = SPACES
022030                 MOVE "CODIGO Y NOMBRE OBLIGATORIOS" TO TM-RAZON
022040             END-IF
022050             IF TM-DEP-JEFE NOT = SPACES
022060                 PERFORM 7940-VALIDAR-JEFE-DEP
022070             END-IF
022080         WHEN TM-T-HOR
022090             IF TM-HOR-E-ID = SPACES
022100                 MOVE "E-ID OBLIGATORIO (* = HORARIO GENERAL)"
022110                     TO TM-RAZON
022120             ELSE
022130                 IF TM-HOR-E-ID NOT = "*"
022140                     PERFORM 7920-VALIDAR-EMPLEADO-HOR
022150                 END-IF
022160             END-IF
022170         WHEN TM-T-GTA
022180             IF NOT TM-GTA-TIPO-OK
022190                 MOVE "TIPO DEBE SER KM, DN, MN, DE O ME"
022200                     TO TM-RAZON
022210             END-IF
022220             IF TM-GTA-DESC = SPACES
022230                 MOVE "DESCRIPCION OBLIGATORIA" TO TM-RAZON
022240             END-IF
022250         WHEN TM-T-ACR
022260             PERFORM 7930-VALIDAR-ACREEDOR
022270         WHEN TM-T-CEN
022280             IF TM-CEN-CODIGO = SPACES OR TM-CEN-NOMBRE = SPACES
022290                 MOVE "CODIGO Y NOMBRE OBLIGATORIOS" TO TM-RAZON
022300             END-IF
022310             IF TM-CEN-CUENTA-SS = ZERO
022320                 MOVE "CUENTA DE COTIZACION OBLIGATORIA"
022330                     TO TM-RAZON
022340             END-IF
022350         WHEN TM-T-FRG
022360             IF TM-FRG-CALENDARIO = SPACES
022370                 MOVE "CALENDARIO OBLIGATORIO" TO TM-RAZON
022380             END-IF
022390             IF TM-FRG-FECHA = ZERO
022400                 MOVE "FECHA OBLIGATORIA" TO TM-RAZON
022410             END-IF
022420         WHEN TM-T-SAL
022430             IF TM-SAL-SITIO = SPACES OR TM-SAL-IDIOMA = SPACES
022440                 MOVE "SITIO E IDIOMA OBLIGATORIOS" TO TM-RAZON
022450             END-IF
022460             IF TM-SAL-CUMPLE = SPACES
022470                 MOVE "FELICITACION DE CUMPLEANOS OBLIGATORIA"
022480                     TO TM-RAZON
022490             END-IF
022500     END-EVALUATE
022510     IF TM-RAZON NOT = SPACES
022520         MOVE "N" TO TM-REG-OK-SW
022530     END-IF.
022540
022550*----------------------------------------------------------------
022560* 7910-VALIDAR-DEPTO-PUESTO - A POSITION MUST HANG FROM AN OPEN
022570*                             DEPARTMENT (SHARED DEPTVAL LOOKUP).
022580*----------------------------------------------------------------
022590 7910-VALIDAR-DEPTO-PUESTO.
022600     MOVE TM-POS-DEPTO TO TM-DV-CODIGO
022610     CALL "DEPTVAL" USING TM-DV-CODIGO, TM-DV-VALIDO-SW,
022620         TM-DV-NOMBRE, TM-DV-CERRADO-SW
022630     IF NOT TM-DV-VALIDO
022640         MOVE "DEPARTAMENTO DEL PUESTO NO EXISTE EN DEPTMST"
022650             TO TM-RAZON
022660     ELSE
022670         IF TM-DV-CERRADO
022680             MOVE "DEPARTAMENTO DEL PUESTO ESTA CERRADO"
022690                 TO TM-RAZON
022700         END-IF
022710     END-IF.
022720
022730*----------------------------------------------------------------
022740* 7930-VALIDAR-ACREEDOR - A CREDITOR NEEDS A TYPE AND AN ACCOUNT
022750*                         THAT PASSES THE SHARED BANCODC CHECK;
022760*                         A UNION NEEDS ITS DUES AS A FIXED
022770*                         AMOUNT OR A PERCENTAGE, NOT BOTH.
022780*----------------------------------------------------------------
022790 7930-VALIDAR-ACREEDOR.
022800     IF TM-ACR-CODIGO = SPACES
022810         MOVE "CODIGO OBLIGATORIO" TO TM-RAZON
022820     END-IF
022830     IF NOT TM-ACR-JUZGADO AND NOT TM-ACR-SINDICATO
022840         MOVE "TIPO DEBE SER J O S" TO TM-RAZON
022850     END-IF
022860     IF TM-ACR-CCC = ZERO
022870         MOVE "CUENTA CCC OBLIGATORIA" TO TM-RAZON
022880     ELSE
022890         CALL "BANCODC" USING TM-ACR-ENTIDAD, TM-ACR-OFICINA,
022900             TM-ACR-DC, TM-ACR-CUENTA, TM-CC-VALIDO-SW
022910         IF NOT TM-CC-VALIDO
022920             MOVE "DIGITOS DE CONTROL DE LA CUENTA INCORRECTOS"
022930                 TO TM-RAZON
022940         END-IF
022950     END-IF
022960     IF TM-ACR-SINDICATO
022970         IF TM-ACR-CUOTA = ZERO AND TM-ACR-CUOTA-PCT = ZERO
022980             MOVE "CUOTA FIJA O PORCENTAJE OBLIGATORIO"
022990                 TO TM-RAZON
023000         END-IF
023010         IF TM-ACR-CUOTA > ZERO AND TM-ACR-CUOTA-PCT > ZERO
023020             MOVE "CUOTA FIJA O PORCENTAJE, NO AMBOS" TO TM-RAZON
023030         END-IF
023040     END-IF.
023050
023060*----------------------------------------------------------------
023070* 7920-VALIDAR-EMPLEADO-HOR - A PERSONAL SCHEDULE MUST BELONG TO
023080*                             AN EMPLOYEE ON THE MASTER.
023090*----------------------------------------------------------------
023100 7920-VALIDAR-EMPLEADO-HOR.
023110     OPEN INPUT EMPLEADOS-ARCHIVO
023120     MOVE TM-HOR-E-ID TO E-ID
023130     READ EMPLEADOS-ARCHIVO
023140         INVALID KEY
023150             MOVE "E-ID NO EXISTE EN EL MAESTRO" TO TM-RAZON
023160     END-READ
023170     IF EMP-FILE-STATUS = "00" OR EMP-FILE-STATUS = "05"
023180             OR EMP-FILE-STATUS = "23"
023190         CLOSE EMPLEADOS-ARCHIVO
023200     END-IF.
023210
023220*----------------------------------------------------------------
023230* 7940-VALIDAR-JEFE-DEP - THE DEPARTMENT HEAD, WHEN GIVEN, MUST BE
023240*                         AN EMPLOYEE ON THE MASTER; RPTDIST
023250*                         ADDRESSES THE DEPARTMENT'S REPORTS TO
023260*                         THEM.
023270*----------------------------------------------------------------
023280 7940-VALIDAR-JEFE-DEP.
023290     OPEN INPUT EMPLEADOS-ARCHIVO
023300     MOVE TM-DEP-JEFE TO E-ID
023310     READ EMPLEADOS-ARCHIVO
023320         INVALID KEY
023330             MOVE "JEFE: E-ID NO EXISTE EN EL MAESTRO" TO TM-RAZON
023340     END-READ
023350     IF EMP-FILE-STATUS = "00" OR EMP-FILE-STATUS = "05"
023360             OR EMP-FILE-STATUS = "23"
023370         CLOSE EMPLEADOS-ARCHIVO
023380     END-IF.
023390
023400*----------------------------------------------------------------
023410* 8100-PEDIR-TEXTO - SHOW THE CURRENT VALUE AND ACCEPT A NEW ONE.
023420*                    TM-HAY-DATO SAYS SOMETHING WAS KEYED.
023430*----------------------------------------------------------------
023440 8100-PEDIR-TEXTO.
023450     MOVE "N" TO TM-HAY-DATO-SW
023460     DISPLAY TM-ETIQUETA " [" FUNCTION TRIM(TM-MOSTRAR) "]: "
023470     MOVE SPACES TO TM-CAMPO
023480     ACCEPT TM-CAMPO
023490     IF TM-CAMPO NOT = SPACES
023500         MOVE "Y" TO TM-HAY-DATO-SW
023510     END-IF.
023520
023530*----------------------------------------------------------------
023540* 8200-PEDIR-IMPORTE - ACCEPT AN AMOUNT WITH UP TO TWO DECIMALS
023550*                      (POINT AS SEPARATOR).  RE-PROMPTS UNTIL IT
023560*                      IS NUMERIC, NOT NEGATIVE AND NOT ABOVE
023570*                      TM-IMPORTE-MAX, OR UNTIL ENTER IS PRESSED.
023580*----------------------------------------------------------------
023590 8200-PEDIR-IMPORTE.
023600     MOVE "N" TO TM-DATO-OK-SW
023610     MOVE TM-IMPORTE-ACTUAL TO TM-IMPORTE-EDIT
023620     PERFORM 8210-ACEPTAR-IMPORTE UNTIL TM-DATO-OK.
023630
023640 8210-ACEPTAR-IMPORTE.
023650     MOVE "N" TO TM-HAY-DATO-SW
023660     DISPLAY TM-ETIQUETA " [" TM-IMPORTE-EDIT "]: "
023670     MOVE SPACES TO TM-CAMPO
023680     ACCEPT TM-CAMPO
023690     IF TM-CAMPO = SPACES
023700         MOVE "Y" TO TM-DATO-OK-SW
023710     ELSE
023720         IF FUNCTION TEST-NUMVAL(TM-CAMPO) = 0
023730             COMPUTE TM-IMPORTE-S = FUNCTION NUMVAL(TM-CAMPO)
023740             IF TM-IMPORTE-S < 0 OR TM-IMPORTE-S > TM-IMPORTE-MAX
023750                 DISPLAY "IMPORTE FUERA DE RANGO"
023760             ELSE
023770                 MOVE TM-IMPORTE-S TO TM-IMPORTE
023780                 MOVE "Y" TO TM-HAY-DATO-SW
023790                 MOVE "Y" TO TM-DATO-OK-SW
023800             END-IF
023810         ELSE
023820             DISPLAY "IMPORTE NO NUMERICO - USE 1234.56"
023830         END-IF
023840     END-IF.
023850
023860*----------------------------------------------------------------
023870* 8300-PEDIR-FECHA - ACCEPT A YYYYMMDD DATE CHECKED BY FECHAVAL.
023880*                    ZERO IS ONLY ACCEPTED WHERE THE LAYOUT GIVES
023890*                    IT A MEANING (TM-FECHA-CERO-OK).
023900*----------------------------------------------------------------
023910 8300-PEDIR-FECHA.
023920     MOVE "N" TO TM-DATO-OK-SW
023930     PERFORM 8310-ACEPTAR-FECHA UNTIL TM-DATO-OK.
023940
023950 8310-ACEPTAR-FECHA.
023960     MOVE "N" TO TM-HAY-DATO-SW
023970     DISPLAY TM-ETIQUETA " [" TM-FECHA-ACTUAL "]: "
023980     MOVE SPACES TO TM-CAMPO
023990     ACCEPT TM-CAMPO
024000     IF TM-CAMPO = SPACES
024010         MOVE "Y" TO TM-DATO-OK-SW
024020     ELSE
024030         IF TM-CAMPO (1:8) IS NUMERIC AND TM-CAMPO (9:) = SPACES
024040             MOVE TM-CAMPO (1:8) TO TM-FECHA
024050             IF TM-FECHA = ZERO AND TM-FECHA-CERO-OK
024060                 MOVE "Y" TO TM-HAY-DATO-SW
024070                 MOVE "Y" TO TM-DATO-OK-SW
024080             ELSE
024090                 CALL "FECHAVAL" USING TM-FECHA,
024100                     TM-FECHA-VALIDA-SW
024110                 IF TM-FECHA-VALIDA
024120                     MOVE "Y" TO TM-HAY-DATO-SW
024130                     MOVE "Y" TO TM-DATO-OK-SW
024140                 ELSE
024150                     DISPLAY "FECHA NO VALIDA"
024160                 END-IF
024170             END-IF
024180         ELSE
024190             IF TM-CAMPO = "0" AND TM-FECHA-CERO-OK
024200                 MOVE ZERO TO TM-FECHA
024210                 MOVE "Y" TO TM-HAY-DATO-SW
024220                 MOVE "Y" TO TM-DATO-OK-SW
024230             ELSE
024240                 DISPLAY "FECHA NO VALIDA - USE YYYYMMDD"
024250             END-IF
024260         END-IF
024270     END-IF.
024280
024290*----------------------------------------------------------------
024300* 8400-PEDIR-ENTERO - ACCEPT A WHOLE NUMBER NOT ABOVE
024310*                     TM-ENTERO-MAX.
024320*----------------------------------------------------------------
024330 8400-PEDIR-ENTERO.
024340     MOVE "N" TO TM-DATO-OK-SW
024350     PERFORM 8410-ACEPTAR-ENTERO UNTIL TM-DATO-OK.
024360
024370 8410-ACEPTAR-ENTERO.
024380     MOVE "N" TO TM-HAY-DATO-SW
024390     DISPLAY TM-ETIQUETA " [" TM-ENTERO-ACTUAL "]: "
024400     MOVE SPACES TO TM-CAMPO
024410     ACCEPT TM-CAMPO
024420     IF TM-CAMPO = SPACES
024430         MOVE "Y" TO TM-DATO-OK-SW
024440     ELSE
024450         IF FUNCTION TEST-NUMVAL(TM-CAMPO) = 0
024460             COMPUTE TM-IMPORTE-S = FUNCTION NUMVAL(TM-CAMPO)
024470             MOVE TM-IMPORTE-S TO TM-ENTERO-S
024480             IF TM-ENTERO-S NOT = TM-IMPORTE-S
024490                 DISPLAY "SIN DECIMALES"
024500             ELSE
024510                 IF TM-ENTERO-S < 0 OR TM-ENTERO-S > TM-ENTERO-MAX
024520                     DISPLAY "VALOR FUERA DE RANGO"
024530                 ELSE
024540                     MOVE TM-ENTERO-S TO TM-ENTERO
024550                     MOVE "Y" TO TM-HAY-DATO-SW
024560                     MOVE "Y" TO TM-DATO-OK-SW
024570                 END-IF
024580             END-IF
024590         ELSE
024600             DISPLAY "VALOR NO NUMERICO"
024610         END-IF
024620     END-IF.
024630
024640*----------------------------------------------------------------
024650* 8500-PEDIR-SN - ACCEPT AN S/N FLAG.
024660*----------------------------------------------------------------
024670 8500-PEDIR-SN.
024680     MOVE "N" TO TM-DATO-OK-SW
024690     PERFORM 8510-ACEPTAR-SN UNTIL TM-DATO-OK.
024700
024710 8510-ACEPTAR-SN.
024720     MOVE "N" TO TM-HAY-DATO-SW
024730     DISPLAY TM-ETIQUETA " [" TM-SN-ACTUAL "]: "
024740     MOVE SPACES TO TM-CAMPO
024750     ACCEPT TM-CAMPO
024760     EVALUATE TM-CAMPO
024770         WHEN SPACES
024780             MOVE "Y" TO TM-DATO-OK-SW
024790         WHEN "S" WHEN "s"
024800             MOVE "S" TO TM-SN
024810             MOVE "Y" TO TM-HAY-DATO-SW
024820             MOVE "Y" TO TM-DATO-OK-SW
024830         WHEN "N" WHEN "n"
024840             MOVE "N" TO TM-SN
024850             MOVE "Y" TO TM-HAY-DATO-SW
024860             MOVE "Y" TO TM-DATO-OK-SW
024870         WHEN OTHER
024880             DISPLAY "INTRODUCE S O N"
024890     END-EVALUATE.
024900
024910 9999-EXIT.
024920     GOBACK.
024930 END PROGRAM EMPTABM.
