000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       MASKED TRAINING SET.  BUILDS A COPY OF THE
000060*                MASTER AND ITS SATELLITE FILES FOR THE TRAINING
000070*                ENVIRONMENT SO NEW CLERKS NO LONGER PRACTISE ON
000080*                REAL PEOPLE.  EVERY E-ID IS RE-MAPPED TO
000090*                FORMnnnnn THE SAME WAY IN EVERY FILE (SUPERVISOR
000100*                REFERENCES INCLUDED) SO THE SCREENS STILL JOIN
000110*                END TO END, AND FOR EACH EMPLOYEE THE NAME,
000120*                EMAIL LOCAL PART, BIRTH DAY/MONTH, BANK ACCOUNT,
000130*                ADDRESS, PHONES AND EMERGENCY CONTACT ARE
000140*                REPLACED.  MONEY IS SCALED BY A PER-EMPLOYEE
000150*                FACTOR BETWEEN 0.90 AND 1.10, THE SAME IN THE
000160*                MASTER, PAY HISTORY, ADVANCES AND AUDIT TRAIL,
000170*                SO A PAYSLIP STILL ADDS UP.  THE MASKED ACCOUNT
000180*                KEEPS ITS ENTIDAD/OFICINA AND GETS ITS CONTROL
000190*                DIGITS FROM BANCODC, AND THE EMAIL KEEPS ITS
000200*                DOMAIN, SO THE DATA PASSES VALIDATION.  THE
000210*                PRODUCTION FILES ARE ONLY READ; THE OUTPUT GOES
000220*                TO THE .FOR FILES BELOW, WHICH ARE COPIED INTO
000230*                THE TRAINING DIRECTORY UNDER THEIR .DAT NAMES.
000240*                NO OLD-TO-NEW E-ID KEY IS WRITTEN ANYWHERE.
000250*                  EMPLEADOS.DAT -> EMPLEADOS.FOR (INDEXED)
000260*                  EMPDIR.DAT    -> EMPDIR.FOR
000270*                  EMPPAYH.DAT   -> EMPPAYH.FOR
000280*                  EMPADV.DAT    -> EMPADV.FOR
000290*                  EMPVRQ.DAT    -> EMPVRQ.FOR
000300*                  EMPAUD.DAT    -> EMPAUD.FOR
000310* TECTONICS:     cobc -x -std=ibm -I copybooks EMPMASK.CBL
000320*                OPERSES BANCODC RUNLOG NOMNORM
000330*----------------------------------------------------------------
000340* MODIFICATION HISTORY
000350*   DATE       INIT  DESCRIPTION
000360*   ---------- ----  ----------------------------------------
000370*   2026-10-15  RT   ORIGINAL PROGRAM.
000380*   2026-10-15  RT   THE NEW SICK-LEAVE AMOUNTS ON EMPPAYH.DAT
000390*                    (PH-IT-PRESTACION, PH-IT-COMPLEMENTO) ARE
000400*                    SCALED WITH THE REST OF THE ROW.
000410*   2026-10-15  RT   THE BENEFIT AMOUNTS ON THE PAY HISTORY
000420*                    (FLEXIBLE, IN-KIND, INGRESO A CUENTA,
000430*                    DEDUCTION) ARE SCALED LIKE THE OTHER AMOUNTS.
000440*   2026-10-15  RT   PH-SINDICAL, THE UNION DUES, IS SCALED WITH
000450*                    THE OTHER PAY HISTORY AMOUNTS.
000460*   2026-10-15  RT   PH-DIFERENCIA, THE NET DIFFERENCE PAID BY AN
000470*                    OFF-CYCLE RUN, IS SCALED WITH THE OTHER
000480*                    AMOUNTS.
000490*   2026-10-15  RT   EMPLEADOS.FOR NOW CARRIES THE SAME E-DEPTO,
000500*                    E-SUPERVISOR AND E-NOMBRE ALTERNATE KEYS AS
000510*                    EMPFSEL, SO THE TRAINING MASTER OPENS AND
000520*                    BROWSES LIKE PRODUCTION, AND THE MASKED NAME
000530*                    IS NOMNORM-NORMALIZED SO THE NAME SEARCH
000540*                    FINDS IT.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. EMPMASK.
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     COPY EMPFSEL.
000630     COPY EMPDRSEL.
000640     COPY EMPPHSEL.
000650     COPY EMPADSEL.
000660     COPY EMPVQSEL.
000670     COPY EMPAUSEL.
000680
000690     SELECT FORMACION-MAESTRO
000700         ASSIGN TO "EMPLEADOS.FOR"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS FM-E-ID
000740         ALTERNATE RECORD KEY IS FM-E-DEPTO WITH DUPLICATES
000750         ALTERNATE RECORD KEY IS FM-E-SUPERVISOR WITH DUPLICATES
000760         ALTERNATE RECORD KEY IS FM-E-NOMBRE WITH DUPLICATES
000770         FILE STATUS IS FM-FILE-STATUS.
000780
000790     SELECT FORMACION-DIRECCIONES
000800         ASSIGN TO "EMPDIR.FOR"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS FDR-FILE-STATUS.
000830
000840     SELECT FORMACION-PAY-HIST
000850         ASSIGN TO "EMPPAYH.FOR"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS FPH-FILE-STATUS.
000880
000890     SELECT FORMACION-ANTICIPOS
000900         ASSIGN TO "EMPADV.FOR"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS FAD-FILE-STATUS.
000930
000940     SELECT FORMACION-VACACIONES
000950         ASSIGN TO "EMPVRQ.FOR"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS FVR-FILE-STATUS.
000980
000990     SELECT FORMACION-AUDITORIA
001000         ASSIGN TO "EMPAUD.FOR"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS FAU-FILE-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  EMPLEADOS-ARCHIVO.
001070     COPY EMPREG.
001080
001090 FD  EMPDIR-ARCHIVO.
001100     COPY EMPDIR.
001110
001120 FD  EMPLEADOS-PAY-HIST.
001130     COPY EMPPAYH.
001140
001150 FD  EMPADV-ARCHIVO.
001160     COPY EMPADV.
001170
001180 FD  EMPVRQ-ARCHIVO.
001190     COPY EMPVRQ.
001200
001210 FD  EMPLEADOS-AUDITORIA.
001220     COPY EMPAUD.
001230
001240 FD  FORMACION-MAESTRO.
001250     COPY EMPREG REPLACING ==EMPLEADOS-REGISTRO== BY
001260         ==FM-REGISTRO== LEADING ==E-== BY ==FM-E-==.
001270
001280 FD  FORMACION-DIRECCIONES.
001290     COPY EMPDIR REPLACING ==EMPDIR-REGISTRO== BY
001300         ==FDR-REGISTRO== LEADING ==DIR-== BY ==FDR-==.
001310
001320 FD  FORMACION-PAY-HIST.
001330     COPY EMPPAYH REPLACING ==EMPPAYH-REGISTRO== BY
001340         ==FPH-REGISTRO== LEADING ==PH-== BY ==FPH-==.
001350
001360 FD  FORMACION-ANTICIPOS.
001370     COPY EMPADV REPLACING ==EMPADV-REGISTRO== BY
001380         ==FAD-REGISTRO== LEADING ==ADV-== BY ==FAD-==.
001390
001400 FD  FORMACION-VACACIONES.
001410     COPY EMPVRQ REPLACING ==EMPVRQ-REGISTRO== BY
001420         ==FVR-REGISTRO== LEADING ==VRQ-== BY ==FVR-==.
001430
001440 FD  FORMACION-AUDITORIA.
001450     COPY EMPAUD REPLACING LEADING ==AUD== BY ==FAU==.
001460
001470 WORKING-STORAGE SECTION.
001480 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001490 01  DIR-FILE-STATUS          PIC XX VALUE SPACES.
001500 01  PH-FILE-STATUS           PIC XX VALUE SPACES.
001510 01  ADV-FILE-STATUS          PIC XX VALUE SPACES.
001520 01  VRQ-FILE-STATUS          PIC XX VALUE SPACES.
001530 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
001540 01  FM-FILE-STATUS           PIC XX VALUE SPACES.
001550 01  FDR-FILE-STATUS          PIC XX VALUE SPACES.
001560 01  FPH-FILE-STATUS          PIC XX VALUE SPACES.
001570 01  FAD-FILE-STATUS          PIC XX VALUE SPACES.
001580 01  FVR-FILE-STATUS          PIC XX VALUE SPACES.
001590 01  FAU-FILE-STATUS          PIC XX VALUE SPACES.
001600
001610 01  MK-EOF-SW                PIC X VALUE "N".
001620     88  MK-EOF               VALUE "Y".
001630
001640 01  MK-OPERADOR              PIC X(08) VALUE SPACES.
001650 01  MK-OPER-NIVEL            PIC X(01) VALUE SPACES.
001660
001670*----------------------------------------------------------------
001680* OLD E-ID -> SEQUENCE TABLE.  THE SEQUENCE NUMBER IS BOTH THE
001690* NEW E-ID (FORMnnnnn) AND THE SEED FOR EVERY MASKED VALUE OF
001700* THAT EMPLOYEE, SO THE SAME PERSON MASKS THE SAME EVERYWHERE.
001710*----------------------------------------------------------------
001720 01  MK-TABLA.
001730     05  MK-MAX               PIC 9(4) VALUE 0.
001740     05  MK-E-ID-T            PIC X(50) OCCURS 2000 TIMES.
001750 01  MK-IDX                   PIC 9(4) VALUE 0.
001760 01  MK-COINCIDE-SW           PIC X VALUE "N".
001770     88  MK-COINCIDE          VALUE "Y".
001780 01  MK-DESBORDE-SW           PIC X VALUE "N".
001790     88  MK-DESBORDE          VALUE "Y".
001800 01  MK-E-ID-ORIG             PIC X(50) VALUE SPACES.
001810 01  MK-E-ID-NUEVO            PIC X(50) VALUE SPACES.
001820 01  MK-SEQ                   PIC 9(5) VALUE 0.
001830
001840 01  MK-NOMBRES-VALORES.
001850     05  FILLER               PIC X(10) VALUE "ANA".
001860     05  FILLER               PIC X(10) VALUE "LUIS".
001870     05  FILLER               PIC X(10) VALUE "MARTA".
001880     05  FILLER               PIC X(10) VALUE "JAVIER".
001890     05  FILLER               PIC X(10) VALUE "ELENA".
001900     05  FILLER               PIC X(10) VALUE "PABLO".
001910     05  FILLER               PIC X(10) VALUE "LUCIA".
001920     05  FILLER               PIC X(10) VALUE "DIEGO".
001930     05  FILLER               PIC X(10) VALUE "SARA".
001940     05  FILLER               PIC X(10) VALUE "JORGE".
001950     05  FILLER               PIC X(10) VALUE "CARMEN".
001960     05  FILLER               PIC X(10) VALUE "RAUL".
001970     05  FILLER               PIC X(10) VALUE "IRENE".
001980     05  FILLER               PIC X(10) VALUE "ALBERTO".
001990     05  FILLER               PIC X(10) VALUE "NURIA".
002000     05  FILLER               PIC X(10) VALUE "SERGIO".
002010     05  FILLER               PIC X(10) VALUE "PILAR".
002020     05  FILLER               PIC X(10) VALUE "ANDRES".
002030     05  FILLER               PIC X(10) VALUE "ROSA".
002040     05  FILLER               PIC X(10) VALUE "MANUEL".
002050 01  MK-NOMBRES-RED REDEFINES MK-NOMBRES-VALORES.
002060     05  MK-NOMBRE-T          PIC X(10) OCCURS 20 TIMES.
002070
002080 01  MK-APELLIDOS-VALORES.
002090     05  FILLER               PIC X(10) VALUE "GARCIA".
002100     05  FILLER               PIC X(10) VALUE "LOPEZ".
002110     05  FILLER               PIC X(10) VALUE "MARTIN".
002120     05  FILLER               PIC X(10) VALUE "SANCHEZ".
002130     05  FILLER               PIC X(10) VALUE "PEREZ".
002140     05  FILLER               PIC X(10) VALUE "GOMEZ".
002150     05  FILLER               PIC X(10) VALUE "RUIZ".
002160     05  FILLER               PIC X(10) VALUE "DIAZ".
002170     05  FILLER               PIC X(10) VALUE "MORENO".
002180     05  FILLER               PIC X(10) VALUE "ALVAREZ".
002190     05  FILLER               PIC X(10) VALUE "ROMERO".
002200     05  FILLER               PIC X(10) VALUE "NAVARRO".
002210     05  FILLER               PIC X(10) VALUE "TORRES".
002220     05  FILLER               PIC X(10) VALUE "DOMINGUEZ".
002230     05  FILLER               PIC X(10) VALUE "GIL".
002240     05  FILLER               PIC X(10) VALUE "SERRANO".
002250     05  FILLER               PIC X(10) VALUE "MOLINA".
002260     05  FILLER               PIC X(10) VALUE "ORTEGA".
002270     05  FILLER               PIC X(10) VALUE "CASTRO".
002280     05  FILLER               PIC X(10) VALUE "MEDINA".
002290 01  MK-APELLIDOS-RED REDEFINES MK-APELLIDOS-VALORES.
002300     05  MK-APELLIDO-T        PIC X(10) OCCURS 20 TIMES.
002310
002320*----------------------------------------------------------------
002330* MASKED VALUES OF THE CURRENT EMPLOYEE, SET BY 6100.
002340*----------------------------------------------------------------
002350 01  MK-NOMBRE-MASC           PIC X(50) VALUE SPACES.
002360 01  MK-NOMBRE-NORM           PIC X(50) VALUE SPACES.
002370 01  MK-FACTOR                PIC 9V99 VALUE 1.
002380 01  MK-MES                   PIC 9(2) VALUE 0.
002390 01  MK-DIA                   PIC 9(2) VALUE 0.
002400 01  MK-CUENTA-MASC           PIC 9(10) VALUE 0.
002410 01  MK-COCIENTE              PIC 9(5) VALUE 0.
002420 01  MK-RESTO                 PIC 9(5) VALUE 0.
002430 01  MK-N1                    PIC 9(2) VALUE 0.
002440 01  MK-N2                    PIC 9(2) VALUE 0.
002450 01  MK-N3                    PIC 9(2) VALUE 0.
002460
002470 01  MK-EMAIL                 PIC X(50) VALUE SPACES.
002480 01  MK-EMAIL-LOCAL           PIC X(50) VALUE SPACES.
002490 01  MK-EMAIL-DOMINIO         PIC X(50) VALUE SPACES.
002500 01  MK-FECHA                 PIC 9(8) VALUE 0.
002510
002520 01  MK-BANCO.
002530     05  MK-B-ENTIDAD         PIC 9(04) VALUE ZERO.
002540     05  MK-B-OFICINA         PIC 9(04) VALUE ZERO.
002550     05  MK-B-DC              PIC 9(02) VALUE ZERO.
002560     05  MK-B-CUENTA          PIC 9(10) VALUE ZERO.
002570 01  MK-DC-PRUEBA             PIC 9(3) VALUE 0.
002580 01  MK-BANCO-VALIDO-SW       PIC X VALUE "N".
002590     88  MK-BANCO-VALIDO      VALUE "Y".
002600
002610 01  MK-MAESTROS              PIC 9(7) VALUE 0.
002620 01  MK-DIRECCIONES           PIC 9(7) VALUE 0.
002630 01  MK-PAGOS                 PIC 9(7) VALUE 0.
002640 01  MK-ANTICIPOS             PIC 9(7) VALUE 0.
002650 01  MK-VACACIONES            PIC 9(7) VALUE 0.
002660 01  MK-AUDITORIAS            PIC 9(7) VALUE 0.
002670
002680 01  MK-LOG-PROGRAMA          PIC X(08) VALUE "EMPMASK".
002690 01  MK-LOG-EVENTO            PIC X(06) VALUE SPACES.
002700 01  MK-LOG-CONTADOR          PIC 9(07) VALUE 0.
002710 01  MK-LOG-RETORNO           PIC 9(04) VALUE 0.
002720
002730 PROCEDURE DIVISION.
002740
002750 0000-MAINLINE.
002760     MOVE "INICIO" TO MK-LOG-EVENTO
002770     CALL "RUNLOG" USING MK-LOG-PROGRAMA, MK-LOG-EVENTO,
002780         MK-LOG-CONTADOR, MK-LOG-RETORNO
002790     CALL "OPERSES" USING MK-OPERADOR, MK-OPER-NIVEL
002800     IF MK-OPER-NIVEL NOT = "S"
002810         DISPLAY "EMPMASK: SOLO UN SUPERVISOR PUEDE GENERAR LA "
002820             "COPIA DE FORMACION"
002830         MOVE 8 TO RETURN-CODE
002840     ELSE
002850         PERFORM 1000-PROCESO
002860     END-IF
002870     MOVE "FIN" TO MK-LOG-EVENTO
002880     MOVE MK-MAX TO MK-LOG-CONTADOR
002890     MOVE RETURN-CODE TO MK-LOG-RETORNO
002900     CALL "RUNLOG" USING MK-LOG-PROGRAMA, MK-LOG-EVENTO,
002910         MK-LOG-CONTADOR, MK-LOG-RETORNO
002920     MOVE MK-LOG-RETORNO TO RETURN-CODE
002930     PERFORM 9999-EXIT.
002940
002950 1000-PROCESO.
002960     PERFORM 2000-MASCARA-MAESTRO
002970     PERFORM 3000-MASCARA-DIRECCIONES
002980     PERFORM 3500-MASCARA-PAGOS
002990     PERFORM 4000-MASCARA-ANTICIPOS
003000     PERFORM 4500-MASCARA-VACACIONES
003010     PERFORM 5000-MASCARA-AUDITORIA
003020     DISPLAY "EMPMASK - E-IDS REASIGNADOS   : " MK-MAX
003030     DISPLAY "EMPMASK - EMPLEADOS.FOR       : " MK-MAESTROS
003040     DISPLAY "EMPMASK - EMPDIR.FOR          : " MK-DIRECCIONES
003050     DISPLAY "EMPMASK - EMPPAYH.FOR         : " MK-PAGOS
003060     DISPLAY "EMPMASK - EMPADV.FOR          : " MK-ANTICIPOS
003070     DISPLAY "EMPMASK - EMPVRQ.FOR          : " MK-VACACIONES
003080     DISPLAY "EMPMASK - EMPAUD.FOR          : " MK-AUDITORIAS
003090     IF MK-DESBORDE
003100         DISPLAY "EMPMASK: MAS DE 2000 E-IDS - LOS SOBRANTES "
003110             "QUEDAN COMO FORM-DESBORDE; COPIA NO UTILIZABLE"
003120         MOVE 8 TO RETURN-CODE
003130     END-IF.
003140
003150*----------------------------------------------------------------
003160* 2000-MASCARA-MAESTRO - FRONT-TO-BACK PASS OVER THE MASTER.  THE
003170*                        TABLE IS SEEDED IN MASTER ORDER SO THE
003180*                        FORMnnnnn NUMBERS FOLLOW THE FILE.
003190*----------------------------------------------------------------
003200 2000-MASCARA-MAESTRO.
003210     MOVE "N" TO MK-EOF-SW
003220     OPEN INPUT EMPLEADOS-ARCHIVO
003230     IF EMP-FILE-STATUS NOT = "00"
003240         DISPLAY "EMPMASK: SIN EMPLEADOS.DAT - NADA QUE COPIAR"
003250         IF EMP-FILE-STATUS = "05"
003260             CLOSE EMPLEADOS-ARCHIVO
003270         END-IF
003280     ELSE
003290         OPEN OUTPUT FORMACION-MAESTRO
003300         PERFORM 2100-LEER-MAESTRO
003310         PERFORM 2200-ENMASCARAR-EMPLEADO UNTIL MK-EOF
003320         CLOSE EMPLEADOS-ARCHIVO
003330         CLOSE FORMACION-MAESTRO
003340     END-IF.
003350
003360 2100-LEER-MAESTRO.
003370     READ EMPLEADOS-ARCHIVO NEXT RECORD
003380         AT END
003390             MOVE "Y" TO MK-EOF-SW
003400     END-READ.
003410
003420 2200-ENMASCARAR-EMPLEADO.
003430     MOVE E-ID TO MK-E-ID-ORIG
003440     PERFORM 6000-MAPEAR-E-ID
003450     MOVE MK-E-ID-NUEVO TO E-ID
003460     PERFORM 6100-PREPARAR-MASCARA
003470     MOVE MK-NOMBRE-MASC TO E-NOMBRE
003480     MOVE E-EMAIL TO MK-EMAIL
003490     PERFORM 6300-ENMASCARAR-EMAIL
003500     MOVE MK-EMAIL TO E-EMAIL
003510     MOVE E-FECHA-NACIMIENTO TO MK-FECHA
003520     PERFORM 6200-ENMASCARAR-FECHA
003530     MOVE MK-FECHA TO E-FECHA-NACIMIENTO
003540     COMPUTE E-SALARIO ROUNDED = E-SALARIO * MK-FACTOR
003550     IF E-BANCO NOT = ZEROS
003560         MOVE E-BANCO TO MK-BANCO
003570         PERFORM 6400-ENMASCARAR-BANCO
003580         MOVE MK-BANCO TO E-BANCO
003590     END-IF
003600     IF E-SUPERVISOR NOT = SPACES
003610         MOVE E-SUPERVISOR TO MK-E-ID-ORIG
003620         PERFORM 6000-MAPEAR-E-ID
003630         MOVE MK-E-ID-NUEVO TO E-SUPERVISOR
003640     END-IF
003650     MOVE EMPLEADOS-REGISTRO TO FM-REGISTRO
003660     WRITE FM-REGISTRO
003670         INVALID KEY
003680             DISPLAY "EMPMASK: CLAVE DUPLICADA " FM-E-ID
003690         NOT INVALID KEY
003700             ADD 1 TO MK-MAESTROS
003710     END-WRITE
003720     PERFORM 2100-LEER-MAESTRO.
003730
003740*----------------------------------------------------------------
003750* 3000-MASCARA-DIRECCIONES - STREET, PHONES AND THE EMERGENCY
003760*                            CONTACT ARE REPLACED; CITY, POSTCODE
003770*                            AND RELATIONSHIP ARE KEPT SO THE
003780*                            REGIONAL REPORTS STILL HAVE A SHAPE.
003790*----------------------------------------------------------------
003800 3000-MASCARA-DIRECCIONES.
003810     MOVE "N" TO MK-EOF-SW
003820     OPEN INPUT EMPDIR-ARCHIVO
003830     IF DIR-FILE-STATUS NOT = "00"
003840         IF DIR-FILE-STATUS = "05"
003850             CLOSE EMPDIR-ARCHIVO
003860         END-IF
003870     ELSE
003880         OPEN OUTPUT FORMACION-DIRECCIONES
003890         PERFORM 3100-LEER-DIRECCION
003900         PERFORM 3200-ENMASCARAR-DIRECCION UNTIL MK-EOF
003910         CLOSE EMPDIR-ARCHIVO
003920         CLOSE FORMACION-DIRECCIONES
003930     END-IF.
003940
003950 3100-LEER-DIRECCION.
003960     READ EMPDIR-ARCHIVO
003970         AT END
003980             MOVE "Y" TO MK-EOF-SW
003990     END-READ.
004000
004010 3200-ENMASCARAR-DIRECCION.
004020     MOVE DIR-E-ID TO MK-E-ID-ORIG
004030     PERFORM 6000-MAPEAR-E-ID
004040     MOVE MK-E-ID-NUEVO TO DIR-E-ID
004050     IF DIR-CALLE NOT = SPACES
004060         MOVE SPACES TO DIR-CALLE
004070         STRING "CALLE FORMACION " MK-SEQ
004080             DELIMITED BY SIZE INTO DIR-CALLE
004090         END-STRING
004100     END-IF
004110     IF DIR-TELEFONO NOT = SPACES
004120         MOVE SPACES TO DIR-TELEFONO
004130         STRING "6000" MK-SEQ
004140             DELIMITED BY SIZE INTO DIR-TELEFONO
004150         END-STRING
004160     END-IF
004170     IF DIR-CONT-NOMBRE NOT = SPACES
004180         MOVE SPACES TO DIR-CONT-NOMBRE
004190         STRING "CONTACTO FORMACION " MK-SEQ
004200             DELIMITED BY SIZE INTO DIR-CONT-NOMBRE
004210         END-STRING
004220     END-IF
004230     IF DIR-CONT-TELEFONO NOT = SPACES
004240         MOVE SPACES TO DIR-CONT-TELEFONO
004250         STRING "6990" MK-SEQ
004260             DELIMITED BY SIZE INTO DIR-CONT-TELEFONO
004270         END-STRING
004280     END-IF
004290     MOVE EMPDIR-REGISTRO TO FDR-REGISTRO
004300     WRITE FDR-REGISTRO
004310     ADD 1 TO MK-DIRECCIONES
004320     PERFORM 3100-LEER-DIRECCION.
004330
004340*----------------------------------------------------------------
004350* 3500-MASCARA-PAGOS - EVERY AMOUNT ON A PAY-HISTORY LINE SCALED
004360*                      BY THE EMPLOYEE'S FACTOR.
004370*----------------------------------------------------------------
004380 3500-MASCARA-PAGOS.
004390     MOVE "N" TO MK-EOF-SW
004400     OPEN INPUT EMPLEADOS-PAY-HIST
004410     IF PH-FILE-STATUS NOT = "00"
004420         IF PH-FILE-STATUS = "05"
004430             CLOSE EMPLEADOS-PAY-HIST
004440         END-IF
004450     ELSE
004460         OPEN OUTPUT FORMACION-PAY-HIST
004470         PERFORM 3600-LEER-PAGO
004480         PERFORM 3700-ENMASCARAR-PAGO UNTIL MK-EOF
004490         CLOSE EMPLEADOS-PAY-HIST
004500         CLOSE FORMACION-PAY-HIST
004510     END-IF.
004520
004530 3600-LEER-PAGO.
004540     READ EMPLEADOS-PAY-HIST
004550         AT END
004560             MOVE "Y" TO MK-EOF-SW
004570     END-READ.
004580
004590 3700-ENMASCARAR-PAGO.
004600     MOVE PH-E-ID TO MK-E-ID-ORIG
004610     PERFORM 6000-MAPEAR-E-ID
004620     MOVE MK-E-ID-NUEVO TO PH-E-ID
004630     PERFORM 6100-PREPARAR-MASCARA
004640     COMPUTE PH-BRUTO     ROUNDED = PH-BRUTO     * MK-FACTOR
004650     COMPUTE PH-IRPF      ROUNDED = PH-IRPF      * MK-FACTOR
004660     COMPUTE PH-SS        ROUNDED = PH-SS        * MK-FACTOR
004670     COMPUTE PH-FIJO      ROUNDED = PH-FIJO      * MK-FACTOR
004680     COMPUTE PH-NETO      ROUNDED = PH-NETO      * MK-FACTOR
004690     COMPUTE PH-RETRO     ROUNDED = PH-RETRO     * MK-FACTOR
004700     COMPUTE PH-VARIABLE  ROUNDED = PH-VARIABLE  * MK-FACTOR
004710     COMPUTE PH-ANTICIPO  ROUNDED = PH-ANTICIPO  * MK-FACTOR
004720     COMPUTE PH-ANT-SALDO ROUNDED = PH-ANT-SALDO * MK-FACTOR
004730     COMPUTE PH-EMBARGO   ROUNDED = PH-EMBARGO   * MK-FACTOR
004740     COMPUTE PH-TRIENIO   ROUNDED = PH-TRIENIO   * MK-FACTOR
004750     COMPUTE PH-VAR-GRAV  ROUNDED = PH-VAR-GRAV  * MK-FACTOR
004760     COMPUTE PH-IT-PRESTACION ROUNDED =
004770         PH-IT-PRESTACION * MK-FACTOR
004780     COMPUTE PH-IT-COMPLEMENTO ROUNDED =
004790         PH-IT-COMPLEMENTO * MK-FACTOR
004800     COMPUTE PH-FLEXIBLE  ROUNDED = PH-FLEXIBLE  * MK-FACTOR
004810     COMPUTE PH-FLEX-EXENTO ROUNDED = PH-FLEX-EXENTO * MK-FACTOR
004820     COMPUTE PH-ESPECIE   ROUNDED = PH-ESPECIE   * MK-FACTOR
004830     COMPUTE PH-ESP-GRAV  ROUNDED = PH-ESP-GRAV  * MK-FACTOR
004840     COMPUTE PH-ESP-INGRESO ROUNDED = PH-ESP-INGRESO * MK-FACTOR
004850     COMPUTE PH-BENEFICIO ROUNDED = PH-BENEFICIO * MK-FACTOR
004860     COMPUTE PH-SINDICAL  ROUNDED = PH-SINDICAL  * MK-FACTOR
004870     COMPUTE PH-DIFERENCIA ROUNDED = PH-DIFERENCIA * MK-FACTOR
004880     MOVE EMPPAYH-REGISTRO TO FPH-REGISTRO
004890     WRITE FPH-REGISTRO
004900     ADD 1 TO MK-PAGOS
004910     PERFORM 3600-LEER-PAGO.
004920
004930 4000-MASCARA-ANTICIPOS.
004940     MOVE "N" TO MK-EOF-SW
004950     OPEN INPUT EMPADV-ARCHIVO
004960     IF ADV-FILE-STATUS NOT = "00"
004970         IF ADV-FILE-STATUS = "05"
004980             CLOSE EMPADV-ARCHIVO
004990         END-IF
005000     ELSE
005010         OPEN OUTPUT FORMACION-ANTICIPOS
005020         PERFORM 4100-LEER-ANTICIPO
005030         PERFORM 4200-ENMASCARAR-ANTICIPO UNTIL MK-EOF
005040         CLOSE EMPADV-ARCHIVO
005050         CLOSE FORMACION-ANTICIPOS
005060     END-IF.
005070
005080 4100-LEER-ANTICIPO.
005090     READ EMPADV-ARCHIVO
005100         AT END
005110             MOVE "Y" TO MK-EOF-SW
005120     END-READ.
005130
005140 4200-ENMASCARAR-ANTICIPO.
005150     MOVE ADV-E-ID TO MK-E-ID-ORIG
005160     PERFORM 6000-MAPEAR-E-ID
005170     MOVE MK-E-ID-NUEVO TO ADV-E-ID
005180     PERFORM 6100-PREPARAR-MASCARA
005190     COMPUTE ADV-IMPORTE ROUNDED = ADV-IMPORTE * MK-FACTOR
005200     COMPUTE ADV-CUOTA   ROUNDED = ADV-CUOTA   * MK-FACTOR
005210     COMPUTE ADV-SALDO   ROUNDED = ADV-SALDO   * MK-FACTOR
005220     MOVE EMPADV-REGISTRO TO FAD-REGISTRO
005230     WRITE FAD-REGISTRO
005240     ADD 1 TO MK-ANTICIPOS
005250     PERFORM 4100-LEER-ANTICIPO.
005260
005270 4500-MASCARA-VACACIONES.
005280     MOVE "N" TO MK-EOF-SW
005290     OPEN INPUT EMPVRQ-ARCHIVO
005300     IF VRQ-FILE-STATUS NOT = "00"
005310         IF VRQ-FILE-STATUS = "05"
005320             CLOSE EMPVRQ-ARCHIVO
005330         END-IF
005340     ELSE
005350         OPEN OUTPUT FORMACION-VACACIONES
005360         PERFORM 4600-LEER-VACACION
005370         PERFORM 4700-ENMASCARAR-VACACION UNTIL MK-EOF
005380         CLOSE EMPVRQ-ARCHIVO
005390         CLOSE FORMACION-VACACIONES
005400     END-IF.
005410
005420 4600-LEER-VACACION.
005430     READ EMPVRQ-ARCHIVO
005440         AT END
005450             MOVE "Y" TO MK-EOF-SW
005460     END-READ.
005470
005480 4700-ENMASCARAR-VACACION.
005490     MOVE VRQ-E-ID TO MK-E-ID-ORIG
005500     PERFORM 6000-MAPEAR-E-ID
005510     MOVE MK-E-ID-NUEVO TO VRQ-E-ID
005520     IF VRQ-SUPERVISOR NOT = SPACES
005530         MOVE VRQ-SUPERVISOR TO MK-E-ID-ORIG
005540         PERFORM 6000-MAPEAR-E-ID
005550         MOVE MK-E-ID-NUEVO TO VRQ-SUPERVISOR
005560     END-IF
005570     MOVE EMPVRQ-REGISTRO TO FVR-REGISTRO
005580     WRITE FVR-REGISTRO
005590     ADD 1 TO MK-VACACIONES
005600     PERFORM 4600-LEER-VACACION.
005610
005620*----------------------------------------------------------------
005630* 5000-MASCARA-AUDITORIA - BOTH THE BEFORE AND THE AFTER IMAGE OF
005640*                          EVERY ENTRY GET THE SAME MASK AS THE
005650*                          MASTER, SO EMPAUDI AND EMPUNDO STILL
005660*                          REPLAY AGAINST THE TRAINING MASTER.
005670*                          ENTRIES EMPANON ALREADY STAMPED KEEP
005680*                          THEIR *ANONIMIZADO* NAME.
005690*----------------------------------------------------------------
005700 5000-MASCARA-AUDITORIA.
005710     MOVE "N" TO MK-EOF-SW
005720     OPEN INPUT EMPLEADOS-AUDITORIA
005730     IF AUD-FILE-STATUS NOT = "00"
005740         IF AUD-FILE-STATUS = "05"
005750             CLOSE EMPLEADOS-AUDITORIA
005760         END-IF
005770     ELSE
005780         OPEN OUTPUT FORMACION-AUDITORIA
005790         PERFORM 5100-LEER-AUDITORIA
005800         PERFORM 5200-ENMASCARAR-ENTRADA UNTIL MK-EOF
005810         CLOSE EMPLEADOS-AUDITORIA
005820         CLOSE FORMACION-AUDITORIA
005830     END-IF.
005840
005850 5100-LEER-AUDITORIA.
005860     READ EMPLEADOS-AUDITORIA
005870         AT END
005880             MOVE "Y" TO MK-EOF-SW
005890     END-READ.
005900
005910 5200-ENMASCARAR-ENTRADA.
005920     MOVE AUD-E-ID TO MK-E-ID-ORIG
005930     PERFORM 6000-MAPEAR-E-ID
005940     MOVE MK-E-ID-NUEVO TO AUD-E-ID
005950     PERFORM 6100-PREPARAR-MASCARA
005960     IF AUD-A-NOMBRE NOT = SPACES
005970             AND AUD-A-NOMBRE NOT = "*ANONIMIZADO*"
005980         MOVE MK-NOMBRE-MASC TO AUD-A-NOMBRE
005990     END-IF
006000     IF AUD-D-NOMBRE NOT = SPACES
006010             AND AUD-D-NOMBRE NOT = "*ANONIMIZADO*"
006020         MOVE MK-NOMBRE-MASC TO AUD-D-NOMBRE
006030     END-IF
006040     MOVE AUD-A-EMAIL TO MK-EMAIL
006050     PERFORM 6300-ENMASCARAR-EMAIL
006060     MOVE MK-EMAIL TO AUD-A-EMAIL
006070     MOVE AUD-D-EMAIL TO MK-EMAIL
006080     PERFORM 6300-ENMASCARAR-EMAIL
006090     MOVE MK-EMAIL TO AUD-D-EMAIL
006100     MOVE AUD-A-FECHA-NACIMIENTO TO MK-FECHA
006110     PERFORM 6200-ENMASCARAR-FECHA
006120     MOVE MK-FECHA TO AUD-A-FECHA-NACIMIENTO
006130     MOVE AUD-D-FECHA-NACIMIENTO TO MK-FECHA
006140     PERFORM 6200-ENMASCARAR-FECHA
006150     MOVE MK-FECHA TO AUD-D-FECHA-NACIMIENTO
006160     COMPUTE AUD-A-SALARIO ROUNDED = AUD-A-SALARIO * MK-FACTOR
006170     COMPUTE AUD-D-SALARIO ROUNDED = AUD-D-SALARIO * MK-FACTOR
006180     IF AUD-A-BANCO NOT = SPACES AND AUD-A-BANCO NOT = ZEROS
006190         MOVE AUD-A-BANCO TO MK-BANCO
006200         PERFORM 6400-ENMASCARAR-BANCO
006210         MOVE MK-BANCO TO AUD-A-BANCO
006220     END-IF
006230     IF AUD-D-BANCO NOT = SPACES AND AUD-D-BANCO NOT = ZEROS
006240         MOVE AUD-D-BANCO TO MK-BANCO
006250         PERFORM 6400-ENMASCARAR-BANCO
006260         MOVE MK-BANCO TO AUD-D-BANCO
006270     END-IF
006280     IF AUD-A-SUPERVISOR NOT = SPACES
006290         MOVE AUD-A-SUPERVISOR TO MK-E-ID-ORIG
006300         PERFORM 6000-MAPEAR-E-ID
006310         MOVE MK-E-ID-NUEVO TO AUD-A-SUPERVISOR
006320     END-IF
006330     IF AUD-D-SUPERVISOR NOT = SPACES
006340         MOVE AUD-D-SUPERVISOR TO MK-E-ID-ORIG
006350         PERFORM 6000-MAPEAR-E-ID
006360         MOVE MK-E-ID-NUEVO TO AUD-D-SUPERVISOR
006370     END-IF
006380     MOVE AUD-REGISTRO TO FAU-REGISTRO
006390     WRITE FAU-REGISTRO
006400     ADD 1 TO MK-AUDITORIAS
006410     PERFORM 5100-LEER-AUDITORIA.
006420
006430*----------------------------------------------------------------
006440* 6000-MAPEAR-E-ID - FIND MK-E-ID-ORIG IN THE TABLE, ADDING IT IF
006450*                    NEW, AND RETURN ITS SEQUENCE AND FORMnnnnn.
006460*----------------------------------------------------------------
006470 6000-MAPEAR-E-ID.
006480     MOVE "N" TO MK-COINCIDE-SW
006490     MOVE ZERO TO MK-SEQ
006500     PERFORM 6010-BUSCAR-E-ID
006510         VARYING MK-IDX FROM 1 BY 1
006520         UNTIL MK-IDX > MK-MAX OR MK-COINCIDE
006530     IF NOT MK-COINCIDE
006540         IF MK-MAX < 2000
006550             ADD 1 TO MK-MAX
006560             MOVE MK-E-ID-ORIG TO MK-E-ID-T (MK-MAX)
006570             MOVE MK-MAX TO MK-SEQ
006580         ELSE
006590             MOVE "Y" TO MK-DESBORDE-SW
006600         END-IF
006610     END-IF
006620     MOVE SPACES TO MK-E-ID-NUEVO
006630     IF MK-SEQ = ZERO
006640         MOVE "FORM-DESBORDE" TO MK-E-ID-NUEVO
006650     ELSE
006660         STRING "FORM" MK-SEQ
006670             DELIMITED BY SIZE INTO MK-E-ID-NUEVO
006680         END-STRING
006690     END-IF.
006700
006710 6010-BUSCAR-E-ID.
006720     IF MK-E-ID-T (MK-IDX) = MK-E-ID-ORIG
006730         MOVE "Y" TO MK-COINCIDE-SW
006740         MOVE MK-IDX TO MK-SEQ
006750     END-IF.
006760
006770*----------------------------------------------------------------
006780* 6100-PREPARAR-MASCARA - DERIVE THE CURRENT EMPLOYEE'S MASKED
006790*                         NAME, MONEY FACTOR, BIRTH DAY/MONTH AND
006800*                         ACCOUNT NUMBER FROM MK-SEQ.  THE NAME IS
006810*                         NOMNORM-NORMALIZED LIKE EVERY MASTER AND
006820*                         AUDIT NAME, SO THE NAME KEY STILL WORKS.
006830*----------------------------------------------------------------
006840 6100-PREPARAR-MASCARA.
006850     DIVIDE MK-SEQ BY 20 GIVING MK-COCIENTE REMAINDER MK-RESTO
006860     COMPUTE MK-N1 = MK-RESTO + 1
006870     DIVIDE MK-COCIENTE BY 20 GIVING MK-COCIENTE
006880         REMAINDER MK-RESTO
006890     COMPUTE MK-N2 = MK-RESTO + 1
006900     DIVIDE MK-COCIENTE BY 20 GIVING MK-COCIENTE
006910         REMAINDER MK-RESTO
006920     COMPUTE MK-N3 = MK-RESTO + 1
006930     MOVE SPACES TO MK-NOMBRE-MASC
006940     STRING MK-NOMBRE-T (MK-N1) DELIMITED BY SPACE
006950         " " DELIMITED BY SIZE
006960         MK-APELLIDO-T (MK-N2) DELIMITED BY SPACE
006970         " " DELIMITED BY SIZE
006980         MK-APELLIDO-T (MK-N3) DELIMITED BY SPACE
006990         INTO MK-NOMBRE-MASC
007000     END-STRING
007010     CALL "NOMNORM" USING MK-NOMBRE-MASC, MK-NOMBRE-NORM
007020     MOVE MK-NOMBRE-NORM TO MK-NOMBRE-MASC
007030     DIVIDE MK-SEQ BY 21 GIVING MK-COCIENTE REMAINDER MK-RESTO
007040     COMPUTE MK-FACTOR = (90 + MK-RESTO) / 100
007050     DIVIDE MK-SEQ BY 12 GIVING MK-COCIENTE REMAINDER MK-RESTO
007060     COMPUTE MK-MES = MK-RESTO + 1
007070     DIVIDE MK-SEQ BY 28 GIVING MK-COCIENTE REMAINDER MK-RESTO
007080     COMPUTE MK-DIA = MK-RESTO + 1
007090     COMPUTE MK-CUENTA-MASC = 7000000000 + MK-SEQ * 1237.
007100
007110*----------------------------------------------------------------
007120* 6200-ENMASCARAR-FECHA - KEEP THE YEAR SO AGES AND THE AGE
007130*                         BRACKETS STAY ROUGHLY TRUE; THE DAY AND
007140*                         MONTH COME FROM THE SEQUENCE.
007150*----------------------------------------------------------------
007160 6200-ENMASCARAR-FECHA.
007170     IF MK-FECHA NOT = ZERO
007180         MOVE MK-MES TO MK-FECHA (5:2)
007190         MOVE MK-DIA TO MK-FECHA (7:2)
007200     END-IF.
007210
007220*----------------------------------------------------------------
007230* 6300-ENMASCARAR-EMAIL - NEW LOCAL PART, ORIGINAL DOMAIN, SO
007240*                         EMAILVAL'S APPROVED-DOMAIN CHECK STILL
007250*                         PASSES.
007260*----------------------------------------------------------------
007270 6300-ENMASCARAR-EMAIL.
007280     IF MK-EMAIL NOT = SPACES
007290         MOVE SPACES TO MK-EMAIL-LOCAL MK-EMAIL-DOMINIO
007300         UNSTRING MK-EMAIL DELIMITED BY "@"
007310             INTO MK-EMAIL-LOCAL, MK-EMAIL-DOMINIO
007320         END-UNSTRING
007330         MOVE SPACES TO MK-EMAIL
007340         STRING "FORMACION." MK-SEQ "@"
007350             DELIMITED BY SIZE
007360             MK-EMAIL-DOMINIO DELIMITED BY SPACE
007370             INTO MK-EMAIL
007380         END-STRING
007390     END-IF.
007400
007410*----------------------------------------------------------------
007420* 6400-ENMASCARAR-BANCO - KEEP ENTIDAD AND OFICINA, SUBSTITUTE
007430*                         THE ACCOUNT NUMBER AND TRY CONTROL
007440*                         DIGITS 00-99 UNTIL BANCODC ACCEPTS THE
007450*                         RESULT.
007460*----------------------------------------------------------------
007470 6400-ENMASCARAR-BANCO.
007480     MOVE MK-CUENTA-MASC TO MK-B-CUENTA
007490     MOVE "N" TO MK-BANCO-VALIDO-SW
007500     PERFORM 6410-PROBAR-DC
007510         VARYING MK-DC-PRUEBA FROM 0 BY 1
007520         UNTIL MK-DC-PRUEBA > 99 OR MK-BANCO-VALIDO.
007530
007540 6410-PROBAR-DC.
007550     MOVE MK-DC-PRUEBA TO MK-B-DC
007560     CALL "BANCODC" USING MK-B-ENTIDAD, MK-B-OFICINA, MK-B-DC,
007570         MK-B-CUENTA, MK-BANCO-VALIDO-SW.
007580
007590 9999-EXIT.
007600     GOBACK.
007610 END PROGRAM EMPMASK.
