000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       OUTSTANDING COMPANY EQUIPMENT BY DEPARTMENT.
000060*                LISTS EVERY EMPEQU.DAT ITEM NOT YET BACK (OR
000070*                RETURNED AS LOST AND NOT YET DEDUCTED) THAT
000080*                BELONGS TO A LEAVER - AN E-ID NOW INACTIVE, OR NO
000090*                LONGER ON THE MASTER - OR TO AN EMPLOYEE MOVED TO
000100*                ANOTHER DEPARTMENT BY AN EMPREORG TRANSFER SINCE
000110*                THE ITEM WAS ISSUED.  A TRANSFER IS TAKEN FROM
000120*                THE EMPAUD.DAT TRAIL: THE "REORG" ENTRY OF AN
000130*                IMMEDIATE MOVE, OR THE "DIFERI" ENTRY EMPAPLY
000140*                WRITES WHEN IT APPLIES A DATED ONE.  A LEAVER'S
000150*                ITEMS ARE LISTED UNDER THEIR LAST DEPARTMENT AND
000160*                A TRANSFERRED EMPLOYEE'S UNDER THE DEPARTMENT
000170*                THAT HANDED THEM OUT, SO EACH MANAGER SEES WHAT
000180*                THEY STILL HAVE TO RECOVER.  ITEMS ALREADY
000190*                DEDUCTED BY EMPFINIQ ARE SHOWN AS SUCH.  ANY ITEM
000200*                NEITHER RETURNED NOR DEDUCTED ENDS THE JOB WITH
000210*                RETURN CODE 4.
000220* TECTONICS:     cobc -x -std=ibm -I copybooks EMPEQUR.CBL
000230*                RPTROUTE RPTBANNER RUNLOG OPERSES SPOOLCAT
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   ---------- ----  ----------------------------------------
000280*   2026-10-15  RT   ORIGINAL PROGRAM.
000290*   2026-10-15  RT   THE DEPTMST.DAT RECORD NOW CARRIES THE DEP-
000300*                    JEFE DEPARTMENT-HEAD E-ID.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. EMPEQUR.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY EMPFSEL.
000390     COPY EMPEQSEL.
000400     COPY EMPAUSEL.
000410
000420     SELECT OPTIONAL DEPARTAMENTO-MAESTRO
000430         ASSIGN TO "DEPTMST.DAT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS DEP-FILE-STATUS.
000460
000470     SELECT EQU-WORK-FILE
000480         ASSIGN TO "EMPEQUR.WRK".
000490
000500     SELECT EQU-ORDENADO
000510         ASSIGN TO "EMPEQUR.SRT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS ORD-FILE-STATUS.
000540
000550     SELECT EMPEQUR-REPORTE
000560         ASSIGN TO "EMPEQUR.RPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RPT-FILE-STATUS.
000590
000600     SELECT EMPEQUR-IMPRESORA
000610         ASSIGN TO "EMPEQUR.PRN"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS PRN-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  EMPLEADOS-ARCHIVO.
000680     COPY EMPREG.
000690
000700 FD  EMPEQU-ARCHIVO.
000710     COPY EMPEQU.
000720
000730 FD  EMPLEADOS-AUDITORIA.
000740     COPY EMPAUD.
000750
000760 FD  DEPARTAMENTO-MAESTRO.
000770 01  DEP-REGISTRO.
000780     05  DEP-CODIGO          PIC X(04).
000790     05  DEP-NOMBRE          PIC X(30).
000800     05  DEP-CC              PIC X(08).
000810     05  DEP-CERRADO         PIC X(01).
000820     05  DEP-JEFE            PIC X(50).
000830
000840 SD  EQU-WORK-FILE.
000850 01  SRT-REGISTRO.
000860     05  SRT-DEPTO           PIC X(04).
000870     05  SRT-MOTIVO          PIC X(01).
000880     05  SRT-E-ID            PIC X(50).
000890     05  SRT-NUMERO          PIC 9(06).
000900     05  SRT-NOMBRE          PIC X(50).
000910     05  SRT-FECHA-EVENTO    PIC 9(08).
000920     05  SRT-DEPTO-DESTINO   PIC X(04).
000930     05  SRT-TIPO            PIC X(02).
000940     05  SRT-DESCRIPCION     PIC X(30).
000950     05  SRT-SERIE           PIC X(20).
000960     05  SRT-ENTREGA         PIC 9(08).
000970     05  SRT-VALOR           PIC 9(7)V99.
000980     05  SRT-CONDICION       PIC X(01).
000990     05  SRT-DESCUENTO       PIC 9(06).
001000
001010 FD  EQU-ORDENADO.
001020 01  ORD-REGISTRO.
001030     05  ORD-DEPTO           PIC X(04).
001040     05  ORD-MOTIVO          PIC X(01).
001050         88  ORD-BAJA        VALUE "B".
001060         88  ORD-TRASLADO    VALUE "T".
001070     05  ORD-E-ID            PIC X(50).
001080     05  ORD-NUMERO          PIC 9(06).
001090     05  ORD-NOMBRE          PIC X(50).
001100     05  ORD-FECHA-EVENTO    PIC 9(08).
001110     05  ORD-DEPTO-DESTINO   PIC X(04).
001120     05  ORD-TIPO            PIC X(02).
001130     05  ORD-DESCRIPCION     PIC X(30).
001140     05  ORD-SERIE           PIC X(20).
001150     05  ORD-ENTREGA         PIC 9(08).
001160     05  ORD-VALOR           PIC 9(7)V99.
001170     05  ORD-CONDICION       PIC X(01).
001180     05  ORD-DESCUENTO       PIC 9(06).
001190
001200 FD  EMPEQUR-REPORTE.
001210 01  RPT-LINEA                PIC X(132).
001220
001230 FD  EMPEQUR-IMPRESORA.
001240 01  LINEA-IMPRESORA          PIC X(132).
001250
001260 WORKING-STORAGE SECTION.
001270 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001280 01  EQU-FILE-STATUS          PIC XX VALUE SPACES.
001290 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
001300 01  DEP-FILE-STATUS          PIC XX VALUE SPACES.
001310 01  ORD-FILE-STATUS          PIC XX VALUE SPACES.
001320 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001330 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
001340
001350 01  EQU-EOF-SW               PIC X VALUE "N".
001360     88  EQU-EOF              VALUE "Y".
001370 01  ORD-EOF-SW               PIC X VALUE "N".
001380     88  ORD-EOF              VALUE "Y".
001390 01  TB-EOF-SW                PIC X VALUE "N".
001400     88  TB-EOF               VALUE "Y".
001410
001420 01  ER-DESTINO               PIC X(01) VALUE "F".
001430     88  ER-DESTINO-IMPRESORA VALUE "P".
001440 01  ER-BANNER                PIC X(80) VALUE SPACES.
001450 01  ER-HOY                   PIC 9(8) VALUE ZERO.
001460
001470 01  ER-DEPTO-TABLA.
001480     05  ER-DEPTO-MAX         PIC 9(3) VALUE 0.
001490     05  ER-DEPTO-ENTRADA OCCURS 50 TIMES.
001500         10  ER-DEP-CODIGO    PIC X(04).
001510         10  ER-DEP-NOMBRE    PIC X(30).
001520 01  ER-DEPTO-IDX             PIC 9(3) VALUE 0.
001530 01  ER-DEPTO-NOMBRE          PIC X(30) VALUE SPACES.
001540
001550*    THE LATEST DEPARTMENT TRANSFER OF EACH E-ID ON THE AUDIT
001560*    TRAIL: WHEN, FROM WHERE AND TO WHERE.
001570 01  ER-TRA-TABLA.
001580     05  ER-TRA-MAX           PIC 9(4) VALUE 0.
001590     05  ER-TRA-ENTRADA OCCURS 2000 TIMES.
001600         10  ER-TRA-E-ID      PIC X(50).
001610         10  ER-TRA-FECHA     PIC 9(08).
001620         10  ER-TRA-ORIGEN    PIC X(04).
001630         10  ER-TRA-DESTINO   PIC X(04).
001640 01  ER-TRA-IDX               PIC 9(4) VALUE 0.
001650 01  ER-TRA-HALLADO           PIC 9(4) VALUE 0.
001660 01  ER-TRA-LLENA-SW          PIC X VALUE "N".
001670     88  ER-TRA-LLENA         VALUE "Y".
001680
001690 01  ER-DEPTO-ACTUAL          PIC X(04) VALUE SPACES.
001700 01  ER-E-ID-ACTUAL           PIC X(50) VALUE SPACES.
001710 01  ER-MOTIVO-ACTUAL         PIC X(01) VALUE SPACE.
001720 01  ER-PRIMERO-SW            PIC X VALUE "Y".
001730     88  ER-PRIMERO           VALUE "Y".
001740 01  ER-TIPO-NOMBRE           PIC X(12) VALUE SPACES.
001750 01  ER-NOTA                  PIC X(24) VALUE SPACES.
001760
001770 01  ER-DEP-ELEMENTOS         PIC 9(05) VALUE 0.
001780 01  ER-DEP-VALOR             PIC 9(9)V99 VALUE 0.
001790 01  ER-TOT-ELEMENTOS         PIC 9(05) VALUE 0.
001800 01  ER-TOT-VALOR             PIC 9(9)V99 VALUE 0.
001810 01  ER-TOT-BAJAS             PIC 9(05) VALUE 0.
001820 01  ER-TOT-TRASLADOS         PIC 9(05) VALUE 0.
001830 01  ER-TOT-PENDIENTES        PIC 9(05) VALUE 0.
001840 01  ER-TOT-VALOR-PENDIENTE   PIC 9(9)V99 VALUE 0.
001850
001860 01  ER-VALOR-EDIT            PIC Z,ZZZ,ZZ9.99.
001870 01  ER-TOTAL-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
001880 01  ER-CONTADOR-EDIT         PIC ZZ,ZZ9.
001890
001900 01  ER-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
001910 01  ER-SPL-OPERADOR          PIC X(08) VALUE SPACES.
001920 01  ER-SPL-NIVEL             PIC X(01) VALUE SPACES.
001930 01  ER-LOG-PROGRAMA          PIC X(08) VALUE "EMPEQUR".
001940 01  ER-LOG-EVENTO            PIC X(06) VALUE SPACES.
001950 01  ER-LOG-CONTADOR          PIC 9(07) VALUE 0.
001960 01  ER-LOG-RETORNO           PIC 9(04) VALUE 0.
001970
001980 PROCEDURE DIVISION.
001990
002000 0000-MAINLINE.
002010     MOVE "INICIO" TO ER-LOG-EVENTO
002020     CALL "RUNLOG" USING ER-LOG-PROGRAMA, ER-LOG-EVENTO,
002030         ER-LOG-CONTADOR, ER-LOG-RETORNO
002040     PERFORM 1000-INITIALIZE
002050     PERFORM 2000-CARGAR-TRASLADOS
002060     PERFORM 3000-ORDENAR-EQUIPOS
002070     PERFORM 5000-ABRIR-LISTADO
002080     PERFORM 4000-LISTAR
002090     PERFORM 5900-CERRAR-LISTADO
002100     MOVE ZERO TO RETURN-CODE
002110     IF ER-TOT-PENDIENTES > ZERO
002120         DISPLAY "EMPEQUR: " ER-TOT-PENDIENTES " ELEMENTO(S) DE"
002130             " MATERIAL SIN RECUPERAR NI DESCONTAR"
002140         MOVE 4 TO RETURN-CODE
002150     END-IF
002160     MOVE "FIN" TO ER-LOG-EVENTO
002170     MOVE ER-TOT-ELEMENTOS TO ER-LOG-CONTADOR
002180     MOVE RETURN-CODE TO ER-LOG-RETORNO
002190     CALL "RUNLOG" USING ER-LOG-PROGRAMA, ER-LOG-EVENTO,
002200         ER-LOG-CONTADOR, ER-LOG-RETORNO
002210     MOVE ER-LOG-RETORNO TO RETURN-CODE
002220     PERFORM 9999-EXIT.
002230
002240*----------------------------------------------------------------
002250* 1000-INITIALIZE - THE DEPARTMENT NAMES FOR THE GROUP HEADINGS.
002260*----------------------------------------------------------------
002270 1000-INITIALIZE.
002280     MOVE FUNCTION CURRENT-DATE(1:8) TO ER-HOY
002290     CALL "OPERSES" USING ER-SPL-OPERADOR, ER-SPL-NIVEL
002300     MOVE ZERO TO ER-DEPTO-MAX
002310     MOVE "N" TO TB-EOF-SW
002320     OPEN INPUT DEPARTAMENTO-MAESTRO
002330     IF DEP-FILE-STATUS = "00"
002340         PERFORM 1100-LEER-DEPARTAMENTO
002350         PERFORM 1200-CARGAR-DEPARTAMENTO UNTIL TB-EOF
002360     END-IF
002370     IF DEP-FILE-STATUS = "00" OR DEP-FILE-STATUS = "05"
002380             OR DEP-FILE-STATUS = "10"
002390         CLOSE DEPARTAMENTO-MAESTRO
002400     END-IF.
002410
002420 1100-LEER-DEPARTAMENTO.
002430     READ DEPARTAMENTO-MAESTRO
002440         AT END
002450             MOVE "Y" TO TB-EOF-SW
002460     END-READ.
002470
002480 1200-CARGAR-DEPARTAMENTO.
002490     IF ER-DEPTO-MAX < 50
002500         ADD 1 TO ER-DEPTO-MAX
002510         MOVE DEP-CODIGO TO ER-DEP-CODIGO (ER-DEPTO-MAX)
002520         MOVE DEP-NOMBRE TO ER-DEP-NOMBRE (ER-DEPTO-MAX)
002530     END-IF
002540     PERFORM 1100-LEER-DEPARTAMENTO.
002550
002560*----------------------------------------------------------------
002570* 2000-CARGAR-TRASLADOS - EVERY DEPARTMENT MOVE ON THE AUDIT
002580*                         TRAIL, KEEPING THE LATEST PER E-ID.  THE
002590*                         TRAIL IS WRITTEN IN DATE ORDER, SO A
002600*                         LATER ENTRY SIMPLY REPLACES AN EARLIER
002610*                         ONE.
002620*----------------------------------------------------------------
002630 2000-CARGAR-TRASLADOS.
002640     MOVE ZERO TO ER-TRA-MAX
002650     MOVE "N" TO TB-EOF-SW
002660     OPEN INPUT EMPLEADOS-AUDITORIA
002670     IF AUD-FILE-STATUS = "00"
002680         PERFORM 2100-LEER-AUDITORIA
002690         PERFORM 2200-EXAMINAR-AUDITORIA UNTIL TB-EOF
002700     END-IF
002710     IF AUD-FILE-STATUS = "00" OR AUD-FILE-STATUS = "05"
002720             OR AUD-FILE-STATUS = "10"
002730         CLOSE EMPLEADOS-AUDITORIA
002740     END-IF.
002750
002760 2100-LEER-AUDITORIA.
002770     READ EMPLEADOS-AUDITORIA
002780         AT END
002790             MOVE "Y" TO TB-EOF-SW
002800     END-READ.
002810
002820 2200-EXAMINAR-AUDITORIA.
002830     IF (AUD-ACCION = "REORG" OR AUD-ACCION = "DIFERI")
002840             AND AUD-A-DEPTO NOT = AUD-D-DEPTO
002850         MOVE 0 TO ER-TRA-HALLADO
002860         PERFORM 2300-BUSCAR-TRASLADO
002870             VARYING ER-TRA-IDX FROM 1 BY 1
002880             UNTIL ER-TRA-IDX > ER-TRA-MAX OR ER-TRA-HALLADO > 0
002890         IF ER-TRA-HALLADO = 0
002900             IF ER-TRA-MAX < 2000
002910                 ADD 1 TO ER-TRA-MAX
002920                 MOVE ER-TRA-MAX TO ER-TRA-HALLADO
002930                 MOVE AUD-E-ID TO ER-TRA-E-ID (ER-TRA-MAX)
002940             ELSE
002950                 IF NOT ER-TRA-LLENA
002960                     DISPLAY "EMPEQUR: TABLA DE TRASLADOS LLENA -"
002970                         " SOLO SE TRATAN LOS PRIMEROS 2000"
002980                     MOVE "Y" TO ER-TRA-LLENA-SW
002990                 END-IF
003000             END-IF
003010         END-IF
003020         IF ER-TRA-HALLADO > 0
003030             MOVE AUD-FECHA   TO ER-TRA-FECHA (ER-TRA-HALLADO)
003040             MOVE AUD-A-DEPTO TO ER-TRA-ORIGEN (ER-TRA-HALLADO)
003050             MOVE AUD-D-DEPTO TO ER-TRA-DESTINO (ER-TRA-HALLADO)
003060         END-IF
003070     END-IF
003080     PERFORM 2100-LEER-AUDITORIA.
003090
003100 2300-BUSCAR-TRASLADO.
003110     IF ER-TRA-E-ID (ER-TRA-IDX) = AUD-E-ID
003120         MOVE ER-TRA-IDX TO ER-TRA-HALLADO
003130     END-IF.
003140
003150*----------------------------------------------------------------
003160* 3000-ORDENAR-EQUIPOS - ONE SORT RECORD PER OUTSTANDING ITEM OF A
003170*                        LEAVER OR A TRANSFERRED EMPLOYEE, IN
003180*                        DEPARTMENT, REASON, E-ID AND ITEM ORDER.
003190*----------------------------------------------------------------
003200 3000-ORDENAR-EQUIPOS.
003210     SORT EQU-WORK-FILE
003220         ON ASCENDING KEY SRT-DEPTO SRT-MOTIVO SRT-E-ID
003230             SRT-NUMERO
003240         INPUT PROCEDURE IS 3100-LIBERAR-EQUIPOS
003250         GIVING EQU-ORDENADO.
003260
003270 3100-LIBERAR-EQUIPOS.
003280     MOVE "N" TO EQU-EOF-SW
003290     OPEN INPUT EMPLEADOS-ARCHIVO
003300     OPEN INPUT EMPEQU-ARCHIVO
003310     IF EQU-FILE-STATUS = "00"
003320         PERFORM 3110-LEER-EQUIPO
003330         PERFORM 3120-LIBERAR-EQUIPO UNTIL EQU-EOF
003340     ELSE
003350         DISPLAY "EMPEQUR: NO EXISTE EMPEQU.DAT - NO HAY MATERIAL"
003360             " REGISTRADO"
003370     END-IF
003380     IF EQU-FILE-STATUS = "00" OR EQU-FILE-STATUS = "05"
003390             OR EQU-FILE-STATUS = "10"
003400         CLOSE EMPEQU-ARCHIVO
003410     END-IF
003420     CLOSE EMPLEADOS-ARCHIVO.
003430
003440 3110-LEER-EQUIPO.
003450     READ EMPEQU-ARCHIVO
003460         AT END
003470             MOVE "Y" TO EQU-EOF-SW
003480     END-READ.
003490
003500*----------------------------------------------------------------
003510* 3120-LIBERAR-EQUIPO - AN ITEM STILL HELD, OR LOST AND NOT YET
003520*                       DEDUCTED, GOES OUT AS A LEAVER'S WHEN ITS
003530*                       E-ID IS INACTIVE OR GONE FROM THE MASTER,
003540*                       AND AS A TRANSFER'S WHEN ITS E-ID CHANGED
003550*                       DEPARTMENT ON OR AFTER THE ISSUE DATE.
003560*----------------------------------------------------------------
003570 3120-LIBERAR-EQUIPO.
003580     IF EQU-FECHA-DEVOLUCION = ZERO OR
003590             (EQU-PERDIDO AND EQU-PERIODO-DESCUENTO = ZERO)
003600         MOVE SPACE TO SRT-MOTIVO
003610         MOVE EQU-E-ID TO E-ID
003620         READ EMPLEADOS-ARCHIVO
003630             INVALID KEY
003640                 MOVE "B"      TO SRT-MOTIVO
003650                 MOVE SPACES   TO SRT-DEPTO
003660                 MOVE "(NO ESTA EN EL MAESTRO)" TO SRT-NOMBRE
003670                 MOVE ZERO     TO SRT-FECHA-EVENTO
003680             NOT INVALID KEY
003690                 PERFORM 3130-CLASIFICAR-EMPLEADO
003700         END-READ
003710         IF SRT-MOTIVO NOT = SPACE
003720             MOVE EQU-E-ID              TO SRT-E-ID
003730             MOVE EQU-NUMERO            TO SRT-NUMERO
003740             MOVE EQU-TIPO              TO SRT-TIPO
003750             MOVE EQU-DESCRIPCION       TO SRT-DESCRIPCION
003760             MOVE EQU-SERIE             TO SRT-SERIE
003770             MOVE EQU-FECHA-ENTREGA     TO SRT-ENTREGA
003780             MOVE EQU-VALOR             TO SRT-VALOR
003790             MOVE EQU-CONDICION         TO SRT-CONDICION
003800             MOVE EQU-PERIODO-DESCUENTO TO SRT-DESCUENTO
003810             RELEASE SRT-REGISTRO
003820         END-IF
003830     END-IF
003840     PERFORM 3110-LEER-EQUIPO.
003850
003860 3130-CLASIFICAR-EMPLEADO.
003870     MOVE E-NOMBRE TO SRT-NOMBRE
003880     MOVE SPACES TO SRT-DEPTO-DESTINO
003890     IF E-INACTIVO
003900         MOVE "B"          TO SRT-MOTIVO
003910         MOVE E-DEPTO      TO SRT-DEPTO
003920         MOVE E-FECHA-BAJA TO SRT-FECHA-EVENTO
003930     ELSE
003940         MOVE 0 TO ER-TRA-HALLADO
003950         PERFORM 3140-COMPARAR-TRASLADO
003960             VARYING ER-TRA-IDX FROM 1 BY 1
003970             UNTIL ER-TRA-IDX > ER-TRA-MAX OR ER-TRA-HALLADO > 0
003980         IF ER-TRA-HALLADO > 0
003990             IF EQU-FECHA-ENTREGA NOT >
004000                     ER-TRA-FECHA (ER-TRA-HALLADO)
004010                 MOVE "T" TO SRT-MOTIVO
004020                 MOVE ER-TRA-ORIGEN (ER-TRA-HALLADO) TO SRT-DEPTO
004030                 MOVE ER-TRA-DESTINO (ER-TRA-HALLADO)
004040                     TO SRT-DEPTO-DESTINO
004050                 MOVE ER-TRA-FECHA (ER-TRA-HALLADO)
004060                     TO SRT-FECHA-EVENTO
004070             END-IF
004080         END-IF
004090     END-IF.
004100
004110 3140-COMPARAR-TRASLADO.
004120     IF ER-TRA-E-ID (ER-TRA-IDX) = EQU-E-ID
004130         MOVE ER-TRA-IDX TO ER-TRA-HALLADO
004140     END-IF.
004150
004160*----------------------------------------------------------------
004170* 4000-LISTAR - READ THE SORTED ITEMS WITH A CONTROL BREAK ON THE
004180*               DEPARTMENT AND A SUB-HEADING PER EMPLOYEE.
004190*----------------------------------------------------------------
004200 4000-LISTAR.
004210     MOVE "N" TO ORD-EOF-SW
004220     MOVE "Y" TO ER-PRIMERO-SW
004230     OPEN INPUT EQU-ORDENADO
004240     PERFORM 4100-LEER-ORDENADO
004250     PERFORM 4200-PROCESAR-ELEMENTO UNTIL ORD-EOF
004260     IF NOT ER-PRIMERO
004270         PERFORM 4500-TOTAL-DEPARTAMENTO
004280     ELSE
004290         MOVE "  (NINGUN MATERIAL PENDIENTE)" TO RPT-LINEA
004300         PERFORM 6900-ESCRIBIR-LINEA
004310     END-IF
004320     CLOSE EQU-ORDENADO.
004330
004340 4100-LEER-ORDENADO.
004350     READ EQU-ORDENADO
004360         AT END
004370             MOVE "Y" TO ORD-EOF-SW
004380     END-READ.
004390
004400 4200-PROCESAR-ELEMENTO.
004410     IF ER-PRIMERO OR ORD-DEPTO NOT = ER-DEPTO-ACTUAL
004420         IF NOT ER-PRIMERO
004430             PERFORM 4500-TOTAL-DEPARTAMENTO
004440         END-IF
004450         PERFORM 4400-CABECERA-DEPARTAMENTO
004460     END-IF
004470     IF ORD-E-ID NOT = ER-E-ID-ACTUAL OR
004480             ORD-MOTIVO NOT = ER-MOTIVO-ACTUAL
004490         PERFORM 4300-CABECERA-EMPLEADO
004500     END-IF
004510     PERFORM 6000-NOMBRE-TIPO
004520     MOVE SPACES TO ER-NOTA
004530     IF ORD-DESCUENTO NOT = ZERO
004540         STRING "DESCONTADO " ORD-DESCUENTO
004550             DELIMITED BY SIZE INTO ER-NOTA
004560     ELSE
004570         ADD 1 TO ER-TOT-PENDIENTES
004580         ADD ORD-VALOR TO ER-TOT-VALOR-PENDIENTE
004590         IF ORD-CONDICION = "P"
004600             MOVE "PERDIDO - SIN DESCONTAR" TO ER-NOTA
004610         ELSE
004620             MOVE "SIN DEVOLVER" TO ER-NOTA
004630         END-IF
004640     END-IF
004650     MOVE ORD-VALOR TO ER-VALOR-EDIT
004660     MOVE SPACES TO RPT-LINEA
004670     STRING "      " ORD-NUMERO " " ER-TIPO-NOMBRE " "
004680         ORD-DESCRIPCION " " ORD-SERIE " " ORD-ENTREGA " "
004690         ER-VALOR-EDIT "  " ER-NOTA
004700         DELIMITED BY SIZE INTO RPT-LINEA
004710     PERFORM 6900-ESCRIBIR-LINEA
004720     ADD 1 TO ER-DEP-ELEMENTOS ER-TOT-ELEMENTOS
004730     ADD ORD-VALOR TO ER-DEP-VALOR ER-TOT-VALOR
004740     PERFORM 4100-LEER-ORDENADO.
004750
004760 4300-CABECERA-EMPLEADO.
004770     MOVE ORD-E-ID TO ER-E-ID-ACTUAL
004780     MOVE ORD-MOTIVO TO ER-MOTIVO-ACTUAL
004790     MOVE SPACES TO RPT-LINEA
004800     IF ORD-BAJA
004810         ADD 1 TO ER-TOT-BAJAS
004820         STRING "  " ORD-E-ID (1:30) " " ORD-NOMBRE (1:30)
004830             " BAJA " ORD-FECHA-EVENTO
004840             DELIMITED BY SIZE INTO RPT-LINEA
004850     ELSE
004860         ADD 1 TO ER-TOT-TRASLADOS
004870         STRING "  " ORD-E-ID (1:30) " " ORD-NOMBRE (1:30)
004880             " TRASLADO " ORD-FECHA-EVENTO " A "
004890             ORD-DEPTO-DESTINO
004900             DELIMITED BY SIZE INTO RPT-LINEA
004910     END-IF
004920     PERFORM 6900-ESCRIBIR-LINEA.
004930
004940 4400-CABECERA-DEPARTAMENTO.
004950     MOVE "N" TO ER-PRIMERO-SW
004960     MOVE ORD-DEPTO TO ER-DEPTO-ACTUAL
004970     MOVE SPACES TO ER-E-ID-ACTUAL
004980     MOVE ZERO TO ER-DEP-ELEMENTOS ER-DEP-VALOR
004990     MOVE "(DESCONOCIDO)" TO ER-DEPTO-NOMBRE
005000     IF ER-DEPTO-ACTUAL = SPACES
005010         MOVE "SIN DEPARTAMENTO" TO ER-DEPTO-NOMBRE
005020     END-IF
005030     PERFORM 4410-BUSCAR-DEPARTAMENTO
005040         VARYING ER-DEPTO-IDX FROM 1 BY 1
005050         UNTIL ER-DEPTO-IDX > ER-DEPTO-MAX
005060     MOVE SPACES TO RPT-LINEA
005070     PERFORM 6900-ESCRIBIR-LINEA
005080     STRING "DEPARTAMENTO " ER-DEPTO-ACTUAL " - " ER-DEPTO-NOMBRE
005090         DELIMITED BY SIZE INTO RPT-LINEA
005100     PERFORM 6900-ESCRIBIR-LINEA.
005110
005120 4410-BUSCAR-DEPARTAMENTO.
005130     IF ER-DEP-CODIGO (ER-DEPTO-IDX) = ER-DEPTO-ACTUAL
005140             AND ER-DEPTO-ACTUAL NOT = SPACES
005150         MOVE ER-DEP-NOMBRE (ER-DEPTO-IDX) TO ER-DEPTO-NOMBRE
005160     END-IF.
005170
005180 4500-TOTAL-DEPARTAMENTO.
005190     MOVE ER-DEP-ELEMENTOS TO ER-CONTADOR-EDIT
005200     MOVE ER-DEP-VALOR     TO ER-TOTAL-EDIT
005210     MOVE SPACES TO RPT-LINEA
005220     STRING "  ELEMENTOS: " ER-CONTADOR-EDIT
005230         "  VALOR: " ER-TOTAL-EDIT
005240         DELIMITED BY SIZE INTO RPT-LINEA
005250     PERFORM 6900-ESCRIBIR-LINEA.
005260
005270*----------------------------------------------------------------
005280* 5000-ABRIR-LISTADO - OPEN THE REPORT AND WRITE ITS HEADINGS.
005290*----------------------------------------------------------------
005300 5000-ABRIR-LISTADO.
005310     CALL "RPTROUTE" USING ER-DESTINO
005320     IF ER-DESTINO-IMPRESORA
005330         OPEN OUTPUT EMPEQUR-IMPRESORA
005340         DISPLAY "EMPEQUR: SALIDA A EMPEQUR.PRN (IMPRESORA)"
005350     ELSE
005360         OPEN OUTPUT EMPEQUR-REPORTE
005370     END-IF
005380     CALL "RPTBANNER" USING ER-BANNER
005390     MOVE ER-BANNER TO RPT-LINEA
005400     PERFORM 6900-ESCRIBIR-LINEA
005410     MOVE SPACES TO RPT-LINEA
005420     STRING "MATERIAL DE EMPRESA PENDIENTE DE BAJAS Y TRASLADOS"
005430         " AL " ER-HOY
005440         DELIMITED BY SIZE INTO RPT-LINEA
005450     PERFORM 6900-ESCRIBIR-LINEA
005460     MOVE "(LAS BAJAS BAJO SU ULTIMO DEPARTAMENTO, LOS TRASLADOS"
005470         TO RPT-LINEA
005480     MOVE " BAJO EL DEPARTAMENTO QUE ENTREGO EL MATERIAL)"
005490         TO RPT-LINEA (54:)
005500     PERFORM 6900-ESCRIBIR-LINEA
005510     MOVE SPACES TO RPT-LINEA
005520     PERFORM 6900-ESCRIBIR-LINEA
005530     MOVE "      NUMERO TIPO" TO RPT-LINEA
005540     MOVE "DESCRIPCION"  TO RPT-LINEA (27:11)
005550     MOVE "SERIE"        TO RPT-LINEA (58:5)
005560     MOVE "ENTREGA"      TO RPT-LINEA (79:7)
005570     MOVE "VALOR"        TO RPT-LINEA (95:5)
005580     PERFORM 6900-ESCRIBIR-LINEA.
005590
005600*----------------------------------------------------------------
005610* 5900-CERRAR-LISTADO - COMPANY TOTALS, THEN CLOSE AND SPOOL.
005620*----------------------------------------------------------------
005630 5900-CERRAR-LISTADO.
005640     MOVE SPACES TO RPT-LINEA
005650     PERFORM 6900-ESCRIBIR-LINEA
005660     MOVE ER-TOT-BAJAS TO ER-CONTADOR-EDIT
005670     MOVE SPACES TO RPT-LINEA
005680     STRING "BAJAS CON MATERIAL PENDIENTE        : "
005690         ER-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
005700     PERFORM 6900-ESCRIBIR-LINEA
005710     MOVE ER-TOT-TRASLADOS TO ER-CONTADOR-EDIT
005720     MOVE SPACES TO RPT-LINEA
005730     STRING "TRASLADOS CON MATERIAL PENDIENTE    : "
005740         ER-CONTADOR-EDIT DELIMITED BY SIZE INTO RPT-LINEA
005750     PERFORM 6900-ESCRIBIR-LINEA
005760     MOVE ER-TOT-ELEMENTOS TO ER-CONTADOR-EDIT
005770     MOVE ER-TOT-VALOR TO ER-TOTAL-EDIT
005780     MOVE SPACES TO RPT-LINEA
005790     STRING "ELEMENTOS LISTADOS                  : "
005800         ER-CONTADOR-EDIT "  VALOR: " ER-TOTAL-EDIT
005810         DELIMITED BY SIZE INTO RPT-LINEA
005820     PERFORM 6900-ESCRIBIR-LINEA
005830     MOVE ER-TOT-PENDIENTES TO ER-CONTADOR-EDIT
005840     MOVE ER-TOT-VALOR-PENDIENTE TO ER-TOTAL-EDIT
005850     MOVE SPACES TO RPT-LINEA
005860     STRING "  SIN RECUPERAR NI DESCONTAR        : "
005870         ER-CONTADOR-EDIT "  VALOR: " ER-TOTAL-EDIT
005880         DELIMITED BY SIZE INTO RPT-LINEA
005890     PERFORM 6900-ESCRIBIR-LINEA
005900     IF ER-DESTINO-IMPRESORA
005910         CLOSE EMPEQUR-IMPRESORA
005920     ELSE
005930         CLOSE EMPEQUR-REPORTE
005940         MOVE "EMPEQUR.RPT" TO ER-ARCHIVO-SPOOL
005950         CALL "SPOOLCAT" USING ER-LOG-PROGRAMA,
005960             ER-ARCHIVO-SPOOL, ER-SPL-OPERADOR
005970     END-IF.
005980
005990*----------------------------------------------------------------
006000* 6000-NOMBRE-TIPO - THE TYPE OF THE SORTED ITEM IN WORDS.
006010*----------------------------------------------------------------
006020 6000-NOMBRE-TIPO.
006030     EVALUATE ORD-TIPO
006040         WHEN "PC"
006050             MOVE "PORTATIL"      TO ER-TIPO-NOMBRE
006060         WHEN "MV"
006070             MOVE "MOVIL"         TO ER-TIPO-NOMBRE
006080         WHEN "AC"
006090             MOVE "ACREDITACION"  TO ER-TIPO-NOMBRE
006100         WHEN "LL"
006110             MOVE "LLAVE"         TO ER-TIPO-NOMBRE
006120         WHEN "TJ"
006130             MOVE "TARJETA"       TO ER-TIPO-NOMBRE
006140         WHEN OTHER
006150             MOVE "OTRO"          TO ER-TIPO-NOMBRE
006160     END-EVALUATE.
006170
006180*----------------------------------------------------------------
006190* 6900-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
006200*                       RPTROUTE SELECTED.
006210*----------------------------------------------------------------
006220 6900-ESCRIBIR-LINEA.
006230     IF ER-DESTINO-IMPRESORA
006240         MOVE RPT-LINEA TO LINEA-IMPRESORA
006250         WRITE LINEA-IMPRESORA
006260     ELSE
006270         WRITE RPT-LINEA
006280     END-IF.
006290
006300 9999-EXIT.
006310     GOBACK.
006320 END PROGRAM EMPEQUR.
