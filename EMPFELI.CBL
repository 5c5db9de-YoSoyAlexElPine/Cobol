000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       MONTHLY BIRTHDAY AND SERVICE-ANNIVERSARY
000060*                GREETINGS.  FOR EVERY ACTIVE EMPLOYEE IT LOOKS AT
000070*                E-FECHA-NACIMIENTO AND E-FECHA-INGRESO AND LISTS,
000080*                BY DEPARTMENT AND DAY, THE BIRTHDAYS AND THE 5,
000090*                10, 15 AND 25-YEAR ANNIVERSARIES FALLING IN THE
000100*                COMING MONTH (NEXT MONTH, OR THE YYYYMM IN
000110*                EMPFELI.PRM).  EACH BIRTHDAY GETS A PERSONAL
000120*                GREETING IN THE LANGUAGE OF THE EMPLOYEE'S SITE,
000130*                TAKEN FROM THE SALUDOS.DAT SITE GREETING TABLE BY
000140*                WORK CENTRE (THE "ES" ROW WHEN THE CENTRE HAS
000150*                NONE); "&EDAD" IN THE WISH BECOMES THE AGE BEING
000160*                TURNED, OR IS DROPPED FOR AN EMPLOYEE WHO ASKED
000170*                TO KEEP THEIR AGE PRIVATE (E-EDAD-RESERVADA),
000180*                WHOSE AGE THE LISTING DOES NOT SHOW EITHER.  EACH
000190*                ANNIVERSARY IS WRITTEN TO THE EMPCARTA.LOT BATCH
000200*                WITH THE SITE'S CARTAAN<IDIOMA>.TXT TEMPLATE AND
000210*                THE YEARS OF SERVICE, AND EMPCARTA IS THEN CALLED
000220*                TO PRINT THE LETTERS.
000230* TECTONICS:     cobc -x -std=ibm -I copybooks EMPFELI.CBL
000240*                EMPCARTA RPTBANNER RUNLOG OPERSES SPOOLCAT
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   ---------- ----  ----------------------------------------
000290*   2026-10-15  RT   ORIGINAL PROGRAM.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. EMPFELI.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     COPY EMPFSEL.
000380     COPY EMPSLSEL.
000390     COPY EMPCLSEL.
000400
000410     SELECT OPTIONAL FELI-PARAMETRO
000420         ASSIGN TO "EMPFELI.PRM"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS PRM-FILE-STATUS.
000450
000460     SELECT FEL-WORK-FILE
000470         ASSIGN TO "EMPFELI.WRK".
000480
000490     SELECT EMPFELI-REPORTE
000500         ASSIGN TO "EMPFELI.RPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RPT-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  EMPLEADOS-ARCHIVO.
000570     COPY EMPREG.
000580
000590 FD  SALUDOS-TABLA.
000600     COPY EMPSAL.
000610
000620 FD  CARTA-LOTE.
000630     COPY EMPCLT.
000640
000650 FD  FELI-PARAMETRO.
000660 01  PRM-REGISTRO-FELI        PIC X(06).
000670
000680 SD  FEL-WORK-FILE.
000690 01  FS-REGISTRO.
000700     05  FS-DEPTO            PIC X(04).
000710     05  FS-DIA              PIC 9(02).
000720     05  FS-TIPO             PIC X(01).
000730         88  FS-ANIVERSARIO  VALUE "A".
000740         88  FS-CUMPLEANOS   VALUE "C".
000750     05  FS-E-ID             PIC X(50).
000760     05  FS-NOMBRE           PIC X(50).
000770     05  FS-CENTRO           PIC X(04).
000780     05  FS-ANIOS            PIC 9(03).
000790     05  FS-EDAD-PRIVADA     PIC X(01).
000800         88  FS-EDAD-RESERVADA VALUE "S".
000810
000820 FD  EMPFELI-REPORTE.
000830 01  RPT-LINEA               PIC X(132).
000840
000850 WORKING-STORAGE SECTION.
000860 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000870 01  SAL-FILE-STATUS          PIC XX VALUE SPACES.
000880 01  LOT-FILE-STATUS          PIC XX VALUE SPACES.
000890 01  PRM-FILE-STATUS          PIC XX VALUE SPACES.
000900 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000910
000920 01  EMP-EOF-SW               PIC X VALUE "N".
000930     88  EMP-EOF              VALUE "Y".
000940 01  SAL-EOF-SW               PIC X VALUE "N".
000950     88  SAL-EOF              VALUE "Y".
000960 01  FS-EOF-SW                PIC X VALUE "N".
000970     88  FS-EOF               VALUE "Y".
000980
000990 01  FE-BANNER                PIC X(80) VALUE SPACES.
001000 01  FE-HOY                   PIC 9(8) VALUE ZERO.
001010 01  FE-PERIODO               PIC 9(6) VALUE ZERO.
001020 01  FE-ANIO                  PIC 9(4) VALUE ZERO.
001030 01  FE-MES                   PIC 9(2) VALUE ZERO.
001040 01  FE-FECHA-ANIO            PIC 9(4) VALUE ZERO.
001050 01  FE-ANIOS                 PIC 9(3) VALUE ZERO.
001060
001070*----------------------------------------------------------------
001080* THE SITE GREETINGS FROM SALUDOS.DAT.  WITHOUT THE FILE THE
001090* SPANISH AND ENGLISH WISHES ARE LOADED BY DIRECT MOVE, AS HOLA
001100* MUNDO DOES.
001110*----------------------------------------------------------------
001120 01  FE-SAL-TABLA.
001130     05  FE-SAL-MAX           PIC 9(2) VALUE 0.
001140     05  FE-SAL-ENTRADA OCCURS 50 TIMES.
001150         10  FE-SAL-SITIO     PIC X(04).
001160         10  FE-SAL-IDIOMA    PIC X(02).
001170         10  FE-SAL-CUMPLE    PIC X(24).
001180 01  FE-SAL-IDX               PIC 9(2) VALUE 0.
001190 01  FE-SITIO                 PIC X(04) VALUE SPACES.
001200 01  FE-SAL-HALLADO           PIC 9(2) VALUE 0.
001210
001220 01  FE-PLANTILLA             PIC X(30) VALUE SPACES.
001230 01  FE-DESEO                 PIC X(40) VALUE SPACES.
001240 01  FE-EDAD-TEXTO            PIC X(06) VALUE SPACES.
001250 01  FE-EDAD-EDIT             PIC ZZ9.
001260 01  FE-SUFIJO                PIC X(02) VALUE SPACES.
001270 01  FE-DECENAS               PIC 9(3) VALUE 0.
001280 01  FE-UNIDAD                PIC 9(1) VALUE 0.
001290 01  FE-CENTENAS              PIC 9(3) VALUE 0.
001300 01  FE-DECENA                PIC 9(1) VALUE 0.
001310 01  FE-CUENTA                PIC 9(2) VALUE 0.
001320 01  FE-PREFIJO               PIC 9(2) VALUE 0.
001330 01  FE-RESTO-POS             PIC 9(2) VALUE 0.
001340 01  FE-CODIGO-CARTA          PIC X(04) VALUE SPACES.
001350
001360 01  FE-DEP-ANTERIOR          PIC X(04) VALUE HIGH-VALUES.
001370 01  FE-DEP-EVENTOS           PIC 9(5) VALUE 0.
001380 01  FE-EMPLEADOS             PIC 9(7) VALUE 0.
001390 01  FE-CUMPLEANOS            PIC 9(5) VALUE 0.
001400 01  FE-ANIVERSARIOS          PIC 9(5) VALUE 0.
001410 01  FE-RESERVADAS            PIC 9(5) VALUE 0.
001420 01  FE-CARTAS                PIC 9(5) VALUE 0.
001430 01  FE-CUENTA-EDIT           PIC ZZZZ9.
001440
001450 01  FE-ARCHIVO-SPOOL        PIC X(20) VALUE SPACES.
001460 01  FE-SPL-OPERADOR         PIC X(08) VALUE SPACES.
001470 01  FE-SPL-NIVEL            PIC X(01) VALUE SPACES.
001480 01  FE-LOG-PROGRAMA          PIC X(08) VALUE "EMPFELI".
001490 01  FE-LOG-EVENTO            PIC X(06) VALUE SPACES.
001500 01  FE-LOG-CONTADOR          PIC 9(07) VALUE 0.
001510 01  FE-LOG-RETORNO           PIC 9(04) VALUE 0.
001520
001530 PROCEDURE DIVISION.
001540
001550 0000-MAINLINE.
001560     MOVE "INICIO" TO FE-LOG-EVENTO
001570     CALL "RUNLOG" USING FE-LOG-PROGRAMA, FE-LOG-EVENTO,
001580         FE-LOG-CONTADOR, FE-LOG-RETORNO
001590     PERFORM 1000-INITIALIZE
001600     PERFORM 2000-SORT-EVENTOS
001610     PERFORM 8000-TERMINATE
001620     PERFORM 8500-LANZAR-CARTAS
001630     MOVE "FIN" TO FE-LOG-EVENTO
001640     COMPUTE FE-LOG-CONTADOR = FE-CUMPLEANOS + FE-ANIVERSARIOS
001650     MOVE RETURN-CODE TO FE-LOG-RETORNO
001660     CALL "RUNLOG" USING FE-LOG-PROGRAMA, FE-LOG-EVENTO,
001670         FE-LOG-CONTADOR, FE-LOG-RETORNO
001680     MOVE FE-LOG-RETORNO TO RETURN-CODE
001690     PERFORM 9999-EXIT.
001700
001710*----------------------------------------------------------------
001720* 1000-INITIALIZE - WORK OUT THE MONTH, LOAD THE SITE GREETINGS
001730*                   AND OPEN THE REPORT WITH ITS HEADING.
001740*----------------------------------------------------------------
001750 1000-INITIALIZE.
001760     MOVE FUNCTION CURRENT-DATE(1:8) TO FE-HOY
001770     PERFORM 1100-FIJAR-MES
001780     PERFORM 1200-CARGAR-SALUDOS
001790     OPEN OUTPUT EMPFELI-REPORTE
001800     CALL "RPTBANNER" USING FE-BANNER
001810     MOVE FE-BANNER TO RPT-LINEA
001820     WRITE RPT-LINEA
001830     MOVE SPACES TO RPT-LINEA
001840     STRING "CUMPLEANOS Y ANIVERSARIOS DE 5, 10, 15 Y 25 ANOS"
001850         " DEL MES " FE-PERIODO
001860         DELIMITED BY SIZE INTO RPT-LINEA
001870     WRITE RPT-LINEA
001880     MOVE ALL "-" TO RPT-LINEA
001890     WRITE RPT-LINEA.
001900
001910*----------------------------------------------------------------
001920* 1100-FIJAR-MES - NEXT MONTH, SO THE GREETINGS ARE READY BEFORE
001930*                  THE DAY, UNLESS EMPFELI.PRM NAMES ANOTHER ONE
001940*                  AS YYYYMM.
001950*----------------------------------------------------------------
001960 1100-FIJAR-MES.
001970     MOVE FE-HOY(1:4) TO FE-ANIO
001980     MOVE FE-HOY(5:2) TO FE-MES
001990     ADD 1 TO FE-MES
002000     IF FE-MES > 12
002010         MOVE 1 TO FE-MES
002020         ADD 1 TO FE-ANIO
002030     END-IF
002040     OPEN INPUT FELI-PARAMETRO
002050     IF PRM-FILE-STATUS = "00"
002060         READ FELI-PARAMETRO
002070             AT END
002080                 CONTINUE
002090             NOT AT END
002100                 IF PRM-REGISTRO-FELI IS NUMERIC
002110                         AND PRM-REGISTRO-FELI(5:2) >= "01"
002120                         AND PRM-REGISTRO-FELI(5:2) <= "12"
002130                     MOVE PRM-REGISTRO-FELI(1:4) TO FE-ANIO
002140                     MOVE PRM-REGISTRO-FELI(5:2) TO FE-MES
002150                 ELSE
002160                     DISPLAY "EMPFELI: EMPFELI.PRM NO ES UN"
002170                         " AAAAMM VALIDO - SE USA EL MES"
002180                         " SIGUIENTE"
002190                 END-IF
002200         END-READ
002210     END-IF
002220     IF PRM-FILE-STATUS = "00" OR PRM-FILE-STATUS = "05"
002230             OR PRM-FILE-STATUS = "10"
002240         CLOSE FELI-PARAMETRO
002250     END-IF
002260     COMPUTE FE-PERIODO = FE-ANIO * 100 + FE-MES.
002270
002280*----------------------------------------------------------------
002290* 1200-CARGAR-SALUDOS - THE SITE, LANGUAGE AND BIRTHDAY WISH OF
002300*                       EVERY SALUDOS.DAT ROW.
002310*----------------------------------------------------------------
002320 1200-CARGAR-SALUDOS.
002330     MOVE ZERO TO FE-SAL-MAX
002340     MOVE "N" TO SAL-EOF-SW
002350     OPEN INPUT SALUDOS-TABLA
002360     IF SAL-FILE-STATUS = "00"
002370         PERFORM 1210-LEER-SALUDO
002380         PERFORM 1220-GUARDAR-SALUDO UNTIL SAL-EOF
002390     END-IF
002400     IF SAL-FILE-STATUS = "00" OR SAL-FILE-STATUS = "05"
002410             OR SAL-FILE-STATUS = "10"
002420         CLOSE SALUDOS-TABLA
002430     END-IF
002440     IF FE-SAL-MAX = ZERO
002450         MOVE "ES"                     TO FE-SAL-SITIO (1)
002460         MOVE "ES"                     TO FE-SAL-IDIOMA (1)
002470         MOVE "FELIZ &EDAD CUMPLEANOS" TO FE-SAL-CUMPLE (1)
002480         MOVE "EN"                     TO FE-SAL-SITIO (2)
002490         MOVE "EN"                     TO FE-SAL-IDIOMA (2)
002500         MOVE "HAPPY &EDAD BIRTHDAY"   TO FE-SAL-CUMPLE (2)
002510         MOVE 2 TO FE-SAL-MAX
002520     END-IF.
002530
002540 1210-LEER-SALUDO.
002550     READ SALUDOS-TABLA
002560         AT END
002570             MOVE "Y" TO SAL-EOF-SW
002580     END-READ.
002590
002600 1220-GUARDAR-SALUDO.
002610     IF FE-SAL-MAX < 50
002620         ADD 1 TO FE-SAL-MAX
002630         MOVE SAL-SITIO  TO FE-SAL-SITIO (FE-SAL-MAX)
002640         MOVE SAL-IDIOMA TO FE-SAL-IDIOMA (FE-SAL-MAX)
002650         MOVE SAL-CUMPLE TO FE-SAL-CUMPLE (FE-SAL-MAX)
002660     END-IF
002670     PERFORM 1210-LEER-SALUDO.
002680
002690*----------------------------------------------------------------
002700* 2000-SORT-EVENTOS - RELEASE EVERY BIRTHDAY AND ANNIVERSARY OF
002710*                     THE MONTH, THEN PRINT THEM BY DEPARTMENT,
002720*                     DAY AND EMPLOYEE.
002730*----------------------------------------------------------------
002740 2000-SORT-EVENTOS.
002750     SORT FEL-WORK-FILE
002760         ON ASCENDING KEY FS-DEPTO
002770         ON ASCENDING KEY FS-DIA
002780         ON ASCENDING KEY FS-TIPO
002790         ON ASCENDING KEY FS-E-ID
002800         INPUT PROCEDURE IS 2100-LIBERAR-EVENTOS
002810         OUTPUT PROCEDURE IS 3000-IMPRIMIR-EVENTOS.
002820
002830 2100-LIBERAR-EVENTOS.
002840     MOVE "N" TO EMP-EOF-SW
002850     OPEN INPUT EMPLEADOS-ARCHIVO
002860     IF EMP-FILE-STATUS = "00"
002870         PERFORM 2110-LEER-EMPLEADO
002880         PERFORM 2200-EXAMINAR-EMPLEADO UNTIL EMP-EOF
002890         CLOSE EMPLEADOS-ARCHIVO
002900     ELSE
002910         DISPLAY "EMPFELI: NO SE PUDO ABRIR EL MAESTRO, ESTADO: "
002920             EMP-FILE-STATUS
002930     END-IF.
002940
002950 2110-LEER-EMPLEADO.
002960     READ EMPLEADOS-ARCHIVO NEXT RECORD
002970         AT END
002980             MOVE "Y" TO EMP-EOF-SW
002990     END-READ.
003000
003010*----------------------------------------------------------------
003020* 2200-EXAMINAR-EMPLEADO - A BIRTHDAY WHEN THE BIRTH MONTH IS THE
003030*                          MONTH; AN ANNIVERSARY WHEN THE HIRE
003040*                          MONTH IS AND THE YEARS COMPLETED THAT
003050*                          MONTH ARE 5, 10, 15 OR 25.
003060*----------------------------------------------------------------
003070 2200-EXAMINAR-EMPLEADO.
003080     IF E-ACTIVO
003090         ADD 1 TO FE-EMPLEADOS
003100         MOVE E-DEPTO        TO FS-DEPTO
003110         MOVE E-ID           TO FS-E-ID
003120         MOVE E-NOMBRE       TO FS-NOMBRE
003130         MOVE E-CENTRO       TO FS-CENTRO
003140         MOVE E-EDAD-PRIVADA TO FS-EDAD-PRIVADA
003150         IF E-FECHA-NACIMIENTO > ZERO
003160                 AND E-FECHA-NACIMIENTO(5:2) = FE-PERIODO(5:2)
003170             MOVE E-FECHA-NACIMIENTO(1:4) TO FE-FECHA-ANIO
003180             IF FE-ANIO > FE-FECHA-ANIO
003190                 COMPUTE FS-ANIOS = FE-ANIO - FE-FECHA-ANIO
003200                 MOVE E-FECHA-NACIMIENTO(7:2) TO FS-DIA
003210                 MOVE "C" TO FS-TIPO
003220                 RELEASE FS-REGISTRO
003230             END-IF
003240         END-IF
003250         IF E-FECHA-INGRESO > ZERO
003260                 AND E-FECHA-INGRESO(5:2) = FE-PERIODO(5:2)
003270             MOVE E-FECHA-INGRESO(1:4) TO FE-FECHA-ANIO
003280             IF FE-ANIO > FE-FECHA-ANIO
003290                 COMPUTE FE-ANIOS = FE-ANIO - FE-FECHA-ANIO
003300                 IF FE-ANIOS = 5 OR FE-ANIOS = 10 OR FE-ANIOS = 15
003310                         OR FE-ANIOS = 25
003320                     MOVE FE-ANIOS TO FS-ANIOS
003330                     MOVE E-FECHA-INGRESO(7:2) TO FS-DIA
003340                     MOVE "A" TO FS-TIPO
003350                     RELEASE FS-REGISTRO
003360                 END-IF
003370             END-IF
003380         END-IF
003390     END-IF
003400     PERFORM 2110-LEER-EMPLEADO.
003410
003420*----------------------------------------------------------------
003430* 3000-IMPRIMIR-EVENTOS - ONE LINE PER EVENT UNDER ITS DEPARTMENT,
003440*                         WITH THE BIRTHDAY GREETING OR THE
003450*                         ANNIVERSARY LETTER BELOW IT.  THE LETTER
003460*                         BATCH IS STARTED AFRESH EVERY RUN.
003470*----------------------------------------------------------------
003480 3000-IMPRIMIR-EVENTOS.
003490     OPEN OUTPUT CARTA-LOTE
003500     MOVE "N" TO FS-EOF-SW
003510     MOVE HIGH-VALUES TO FE-DEP-ANTERIOR
003520     PERFORM 3010-DEVOLVER-EVENTO
003530     IF FS-EOF
003540         MOVE SPACES TO RPT-LINEA
003550         WRITE RPT-LINEA
003560         MOVE "  NINGUN CUMPLEANOS NI ANIVERSARIO ESTE MES"
003570             TO RPT-LINEA
003580         WRITE RPT-LINEA
003590     END-IF
003600     PERFORM 3100-LISTAR-EVENTO UNTIL FS-EOF
003610     IF FE-DEP-ANTERIOR NOT = HIGH-VALUES
003620         PERFORM 3200-TOTAL-DEPARTAMENTO
003630     END-IF
003640     CLOSE CARTA-LOTE.
003650
003660 3010-DEVOLVER-EVENTO.
003670     RETURN FEL-WORK-FILE
003680         AT END
003690             MOVE "Y" TO FS-EOF-SW
003700     END-RETURN.
003710
003720 3100-LISTAR-EVENTO.
003730     IF FS-DEPTO NOT = FE-DEP-ANTERIOR
003740         IF FE-DEP-ANTERIOR NOT = HIGH-VALUES
003750             PERFORM 3200-TOTAL-DEPARTAMENTO
003760         END-IF
003770         MOVE SPACES TO RPT-LINEA
003780         WRITE RPT-LINEA
003790         MOVE SPACES TO RPT-LINEA
003800         IF FS-DEPTO = SPACES
003810             MOVE "DEPARTAMENTO: (SIN ASIGNAR)" TO RPT-LINEA
003820         ELSE
003830             STRING "DEPARTAMENTO: " FS-DEPTO
003840                 DELIMITED BY SIZE INTO RPT-LINEA
003850         END-IF
003860         WRITE RPT-LINEA
003870         MOVE FS-DEPTO TO FE-DEP-ANTERIOR
003880         MOVE ZERO TO FE-DEP-EVENTOS
003890     END-IF
003900     PERFORM 3300-BUSCAR-SALUDO
003910     IF FS-CUMPLEANOS
003920         PERFORM 3400-LINEA-CUMPLEANOS
003930     ELSE
003940         PERFORM 3600-LINEA-ANIVERSARIO
003950     END-IF
003960     ADD 1 TO FE-DEP-EVENTOS
003970     PERFORM 3010-DEVOLVER-EVENTO.
003980
003990 3200-TOTAL-DEPARTAMENTO.
004000     MOVE FE-DEP-EVENTOS TO FE-CUENTA-EDIT
004010     MOVE SPACES TO RPT-LINEA
004020     STRING "  FELICITACIONES DEL DEPARTAMENTO: " FE-CUENTA-EDIT
004030         DELIMITED BY SIZE INTO RPT-LINEA
004040     WRITE RPT-LINEA.
004050
004060*----------------------------------------------------------------
004070* 3300-BUSCAR-SALUDO - THE GREETING ROW OF THE EMPLOYEE'S WORK
004080*                      CENTRE, ELSE THE "ES" ROW, ELSE THE FIRST
004090*                      ONE.
004100*----------------------------------------------------------------
004110 3300-BUSCAR-SALUDO.
004120     MOVE ZERO TO FE-SAL-HALLADO
004130     MOVE FS-CENTRO TO FE-SITIO
004140     IF FE-SITIO NOT = SPACES
004150         PERFORM 3310-COMPARAR-SITIO
004160             VARYING FE-SAL-IDX FROM 1 BY 1
004170             UNTIL FE-SAL-IDX > FE-SAL-MAX OR FE-SAL-HALLADO > 0
004180     END-IF
004190     IF FE-SAL-HALLADO = ZERO
004200         MOVE "ES" TO FE-SITIO
004210         PERFORM 3310-COMPARAR-SITIO
004220             VARYING FE-SAL-IDX FROM 1 BY 1
004230             UNTIL FE-SAL-IDX > FE-SAL-MAX OR FE-SAL-HALLADO > 0
004240     END-IF
004250     IF FE-SAL-HALLADO = ZERO
004260         MOVE 1 TO FE-SAL-HALLADO
004270     END-IF.
004280
004290 3310-COMPARAR-SITIO.
004300     IF FE-SAL-SITIO (FE-SAL-IDX) = FE-SITIO
004310         MOVE FE-SAL-IDX TO FE-SAL-HALLADO
004320     END-IF.
004330
004340*----------------------------------------------------------------
004350* 3400-LINEA-CUMPLEANOS - THE BIRTHDAY LINE AND THE GREETING.  AN
004360*                         EMPLOYEE WHO KEEPS THEIR AGE PRIVATE HAS
004370*                         IT LEFT OUT OF BOTH.
004380*----------------------------------------------------------------
004390 3400-LINEA-CUMPLEANOS.
004400     ADD 1 TO FE-CUMPLEANOS
004410     MOVE SPACES TO RPT-LINEA
004420     IF FS-EDAD-RESERVADA
004430         ADD 1 TO FE-RESERVADAS
004440         STRING "  DIA " FS-DIA "  CUMPLEANOS    "
004450             FUNCTION TRIM(FS-E-ID) " / " FUNCTION TRIM(FS-NOMBRE)
004460             DELIMITED BY SIZE INTO RPT-LINEA
004470     ELSE
004480         MOVE FS-ANIOS TO FE-EDAD-EDIT
004490         STRING "  DIA " FS-DIA "  CUMPLEANOS    "
004500             FUNCTION TRIM(FS-E-ID) " / " FUNCTION TRIM(FS-NOMBRE)
004510             " / CUMPLE " FUNCTION TRIM(FE-EDAD-EDIT)
004520             DELIMITED BY SIZE INTO RPT-LINEA
004530     END-IF
004540     WRITE RPT-LINEA
004550     PERFORM 3500-FORMAR-DESEO
004560     MOVE SPACES TO RPT-LINEA
004570     STRING "                    " FUNCTION TRIM(FE-DESEO) ", "
004580         FUNCTION TRIM(FS-NOMBRE) "!"
004590         DELIMITED BY SIZE INTO RPT-LINEA
004600     WRITE RPT-LINEA.
004610
004620*----------------------------------------------------------------
004630* 3500-FORMAR-DESEO - THE SITE'S BIRTHDAY WISH WITH "&EDAD"
004640*                     REPLACED BY THE AGE (WITH THE ORDINAL ENDING
004650*                     ON AN ENGLISH SITE), OR REMOVED WITH THE
004660*                     SPACE AFTER IT WHEN THE AGE IS PRIVATE.
004670*----------------------------------------------------------------
004680 3500-FORMAR-DESEO.
004690     MOVE FE-SAL-CUMPLE (FE-SAL-HALLADO) TO FE-PLANTILLA
004700     MOVE SPACES TO FE-DESEO
004710     MOVE ZERO TO FE-CUENTA
004720     INSPECT FE-PLANTILLA TALLYING FE-CUENTA FOR ALL "&EDAD"
004730     IF FE-CUENTA = ZERO
004740         MOVE FE-PLANTILLA TO FE-DESEO
004750     ELSE
004760         MOVE ZERO TO FE-PREFIJO
004770         INSPECT FE-PLANTILLA TALLYING FE-PREFIJO
004780             FOR CHARACTERS BEFORE INITIAL "&EDAD"
004790         COMPUTE FE-RESTO-POS = FE-PREFIJO + 6
004800         IF FS-EDAD-RESERVADA
004810             IF FE-PLANTILLA(FE-RESTO-POS:1) = SPACE
004820                 ADD 1 TO FE-RESTO-POS
004830             END-IF
004840             IF FE-PREFIJO = ZERO
004850                 MOVE FE-PLANTILLA(FE-RESTO-POS:) TO FE-DESEO
004860             ELSE
004870                 STRING FE-PLANTILLA(1:FE-PREFIJO)
004880                     FE-PLANTILLA(FE-RESTO-POS:)
004890                     DELIMITED BY SIZE INTO FE-DESEO
004900             END-IF
004910         ELSE
004920             PERFORM 3510-EDAD-TEXTO
004930             IF FE-PREFIJO = ZERO
004940                 STRING FUNCTION TRIM(FE-EDAD-TEXTO)
004950                     FE-PLANTILLA(FE-RESTO-POS:)
004960                     DELIMITED BY SIZE INTO FE-DESEO
004970             ELSE
004980                 STRING FE-PLANTILLA(1:FE-PREFIJO)
004990                     FUNCTION TRIM(FE-EDAD-TEXTO)
005000                     FE-PLANTILLA(FE-RESTO-POS:)
005010                     DELIMITED BY SIZE INTO FE-DESEO
005020             END-IF
005030         END-IF
005040     END-IF.
005050
005060 3510-EDAD-TEXTO.
005070     MOVE FS-ANIOS TO FE-EDAD-EDIT
005080     MOVE SPACES TO FE-SUFIJO
005090     IF FE-SAL-IDIOMA (FE-SAL-HALLADO) = "EN"
005100         DIVIDE FS-ANIOS BY 10 GIVING FE-DECENAS
005110             REMAINDER FE-UNIDAD
005120         DIVIDE FE-DECENAS BY 10 GIVING FE-CENTENAS
005130             REMAINDER FE-DECENA
005140         EVALUATE TRUE
005150             WHEN FE-DECENA = 1
005160                 MOVE "TH" TO FE-SUFIJO
005170             WHEN FE-UNIDAD = 1
005180                 MOVE "ST" TO FE-SUFIJO
005190             WHEN FE-UNIDAD = 2
005200                 MOVE "ND" TO FE-SUFIJO
005210             WHEN FE-UNIDAD = 3
005220                 MOVE "RD" TO FE-SUFIJO
005230             WHEN OTHER
005240                 MOVE "TH" TO FE-SUFIJO
005250         END-EVALUATE
005260     END-IF
005270     MOVE SPACES TO FE-EDAD-TEXTO
005280     STRING FUNCTION TRIM(FE-EDAD-EDIT) FE-SUFIJO
005290         DELIMITED BY SIZE INTO FE-EDAD-TEXTO.
005300
005310*----------------------------------------------------------------
005320* 3600-LINEA-ANIVERSARIO - THE ANNIVERSARY LINE, AND ITS ROW IN
005330*                          THE LETTER BATCH WITH THE TEMPLATE OF
005340*                          THE SITE'S LANGUAGE (CARTAANES.TXT,
005350*                          CARTAANEN.TXT ...).
005360*----------------------------------------------------------------
005370 3600-LINEA-ANIVERSARIO.
005380     ADD 1 TO FE-ANIVERSARIOS
005390     MOVE SPACES TO FE-CODIGO-CARTA
005400     STRING "AN" FE-SAL-IDIOMA (FE-SAL-HALLADO)
005410         DELIMITED BY SIZE INTO FE-CODIGO-CARTA
005420     MOVE FS-ANIOS TO FE-EDAD-EDIT
005430     MOVE SPACES TO RPT-LINEA
005440     STRING "  DIA " FS-DIA "  ANIVERSARIO   "
005450         FUNCTION TRIM(FS-E-ID) " / " FUNCTION TRIM(FS-NOMBRE)
005460         " / " FUNCTION TRIM(FE-EDAD-EDIT) " ANOS EN LA EMPRESA"
005470         DELIMITED BY SIZE INTO RPT-LINEA
005480     WRITE RPT-LINEA
005490     MOVE SPACES TO RPT-LINEA
005500     STRING "                    CARTA CARTA"
005510         FUNCTION TRIM(FE-CODIGO-CARTA) ".TXT (EMPCARTA)"
005520         DELIMITED BY SIZE INTO RPT-LINEA
005530     WRITE RPT-LINEA
005540     MOVE SPACES TO LOT-REGISTRO
005550     MOVE FS-E-ID         TO LOT-E-ID
005560     MOVE FE-CODIGO-CARTA TO LOT-CODIGO
005570     MOVE FS-ANIOS        TO LOT-ANIOS
005580     WRITE LOT-REGISTRO
005590     ADD 1 TO FE-CARTAS.
005600
005610 8000-TERMINATE.
005620     MOVE SPACES TO RPT-LINEA
005630     WRITE RPT-LINEA
005640     MOVE SPACES TO RPT-LINEA
005650     STRING "EMPLEADOS ACTIVOS: " FE-EMPLEADOS
005660         "  CUMPLEANOS: " FE-CUMPLEANOS
005670         "  ANIVERSARIOS: " FE-ANIVERSARIOS
005680         DELIMITED BY SIZE INTO RPT-LINEA
005690     WRITE RPT-LINEA
005700     CLOSE EMPFELI-REPORTE
005710     CALL "OPERSES" USING FE-SPL-OPERADOR, FE-SPL-NIVEL
005720     MOVE "EMPFELI.RPT" TO FE-ARCHIVO-SPOOL
005730     CALL "SPOOLCAT" USING FE-LOG-PROGRAMA,
005740         FE-ARCHIVO-SPOOL, FE-SPL-OPERADOR
005750     DISPLAY "EMPFELI - MES                  : " FE-PERIODO
005760     DISPLAY "EMPFELI - CUMPLEANOS           : " FE-CUMPLEANOS
005770     DISPLAY "EMPFELI - DE ELLOS, EDAD RESERV: " FE-RESERVADAS
005780     DISPLAY "EMPFELI - ANIVERSARIOS         : " FE-ANIVERSARIOS.
005790
005800*----------------------------------------------------------------
005810* 8500-LANZAR-CARTAS - WITH ANNIVERSARIES IN THE BATCH, EMPCARTA
005820*                      PRINTS THEIR LETTERS TO EMPCARTA.RPT AND
005830*                      EMPTIES IT.
005840*----------------------------------------------------------------
005850 8500-LANZAR-CARTAS.
005860     IF FE-CARTAS > ZERO
005870         DISPLAY "EMPFELI: CARTAS DE ANIVERSARIO (EMPCARTA): "
005880             FE-CARTAS
005890         MOVE ZERO TO RETURN-CODE
005900         CALL "EMPCARTA"
005910         IF RETURN-CODE NOT = ZERO
005920             DISPLAY "EMPFELI: EMPCARTA TERMINO CON CODIGO "
005930                 RETURN-CODE " - REVISAR EMPCARTA.LOT"
005940         END-IF
005950     END-IF.
005960
005970 9999-EXIT.
005980     GOBACK.
005990 END PROGRAM EMPFELI.
