000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       COMPANY CERTIFICATE (CERTIFICADO DE EMPRESA) FOR
000060*                THE EMPLOYMENT SERVICE.  FOR AN E-ID ALREADY
000070*                MARKED INACTIVE, TAKES THE 180 DAYS BEFORE
000080*                E-FECHA-BAJA MONTH BY MONTH (30-DAY MONTHS, AS
000090*                EMPFINIQ COUNTS THEM, NONE BEFORE THE HIRE DATE)
000100*                AND, FOR EACH, THE DAYS CONTRIBUTED AND THE
000110*                CONTRIBUTION BASE FROM EMPPAYH.DAT - LATEST ROW
000120*                PER PERIOD, PH-BRUTO + PH-TRIENIO + PH-RETRO +
000130*                PH-VARIABLE + THE SICK-LEAVE BENEFIT AND TOP-UP -
000140*                WITH THE OVERTIME INSIDE IT (THE HEXT AND HNOC
000150*                CONCEPTS ON EMPVARP.DAT) SHOWN APART.
000160*                E-MOTIVO-BAJA IS TRANSLATED TO THE OFFICIAL CAUSE
000170*                CODE THROUGH MOTBAJA.DAT.  PRINTS THE CERTIFICATE
000180*                (ROUTED THROUGH RPTROUTE) AND APPENDS THE
000190*                ELECTRONIC SUBMISSION RECORD TO CERTEMP.DAT.  A
000200*                MONTH WITH DAYS CONTRIBUTED BUT NO PAYROLL
000210*                HISTORY IS FLAGGED ON THE CERTIFICATE AND ON THE
000220*                RECORD, AND THE JOB ENDS WITH RETURN CODE 4.
000230*                THE EMPLOYER NIF, NAME AND CCC COME FROM
000240*                EMPAFIL.PRM, THE SAME AS THE AFFILIATION FILES.
000250* TECTONICS:     cobc -x -std=ibm -I copybooks EMPCEMP.CBL
000260*                OPERSES RPTROUTE RPTBANNER RUNLOG SPOOLCAT
000270*                IDENREG
000280*----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   ---------- ----  ----------------------------------------
000320*   2026-10-15  RT   ORIGINAL PROGRAM.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. EMPCEMP.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     COPY EMPFSEL.
000410     COPY EMPPHSEL.
000420     COPY EMPVPSEL.
000430
000440     SELECT OPTIONAL MOTIVO-TABLA
000450         ASSIGN TO "MOTBAJA.DAT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS MOT-FILE-STATUS.
000480
000490     SELECT OPTIONAL AFILIACION-PARM
000500         ASSIGN TO "EMPAFIL.PRM"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS PRM-FILE-STATUS.
000530
000540     SELECT OPTIONAL CERTIFICADO-ENVIO
000550         ASSIGN TO "CERTEMP.DAT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CEL-FILE-STATUS.
000580
000590     SELECT EMPCEMP-REPORTE
000600         ASSIGN TO "EMPCEMP.RPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS RPT-FILE-STATUS.
000630
000640     SELECT EMPCEMP-IMPRESORA
000650         ASSIGN TO "EMPCEMP.PRN"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PRN-FILE-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  EMPLEADOS-ARCHIVO.
000720     COPY EMPREG.
000730
000740 FD  EMPLEADOS-PAY-HIST.
000750     COPY EMPPAYH.
000760
000770 FD  EMPVARP-ARCHIVO.
000780     COPY EMPVARP.
000790
000800 FD  MOTIVO-TABLA.
000810 01  MOT-REGISTRO.
000820     05  MOT-CODIGO          PIC X(02).
000830     05  MOT-DESC            PIC X(30).
000840     05  MOT-CAUSA-OFICIAL   PIC X(02).
000850
000860 FD  AFILIACION-PARM.
000870 01  PRM-REGISTRO.
000880     05  PRM-NIF              PIC X(09).
000890     05  PRM-RAZON            PIC X(40).
000900     05  PRM-REGIMEN          PIC X(04).
000910     05  PRM-CCC              PIC X(11).
000920     05  PRM-DESDE            PIC 9(08).
000930
000940*    ONE RECORD PER CERTIFICATE ISSUED, UP TO SEVEN MONTHS (THE
000950*    BAJA MONTH, FIVE FULL MONTHS AND THE PART OF THE SEVENTH
000960*    THAT COMPLETES THE 180 DAYS).
000970 FD  CERTIFICADO-ENVIO.
000980 01  CEL-REGISTRO.
000990     05  CEL-NIF-EMPRESA      PIC X(09).
001000     05  CEL-RAZON            PIC X(40).
001010     05  CEL-REGIMEN          PIC X(04).
001020     05  CEL-CCC              PIC X(11).
001030     05  CEL-TIPO-DOC         PIC X(01).
001040     05  CEL-DOCUMENTO        PIC X(09).
001050     05  CEL-NAF              PIC X(12).
001060     05  CEL-NOMBRE           PIC X(50).
001070     05  CEL-FECHA-INGRESO    PIC 9(08).
001080     05  CEL-FECHA-BAJA       PIC 9(08).
001090     05  CEL-CAUSA            PIC X(02).
001100     05  CEL-CONTRATO         PIC X(02).
001110     05  CEL-DIAS-COTIZADOS   PIC 9(03).
001120     05  CEL-MES OCCURS 7 TIMES.
001130         10  CEL-M-PERIODO    PIC 9(06).
001140         10  CEL-M-DIAS       PIC 9(02).
001150         10  CEL-M-BASE       PIC S9(7)V99.
001160         10  CEL-M-HEXT       PIC S9(7)V99.
001170         10  CEL-M-FALTA      PIC X(01).
001180     05  CEL-MESES-FALTAN     PIC 9(01).
001190     05  CEL-FECHA-EMISION    PIC 9(08).
001200     05  CEL-OPERADOR         PIC X(08).
001210
001220 FD  EMPCEMP-REPORTE.
001230 01  RPT-LINEA                PIC X(132).
001240
001250 FD  EMPCEMP-IMPRESORA.
001260 01  LINEA-IMPRESORA          PIC X(132).
001270
001280 WORKING-STORAGE SECTION.
001290 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001300 01  PH-FILE-STATUS           PIC XX VALUE SPACES.
001310 01  VAR-FILE-STATUS          PIC XX VALUE SPACES.
001320 01  MOT-FILE-STATUS          PIC XX VALUE SPACES.
001330 01  PRM-FILE-STATUS          PIC XX VALUE SPACES.
001340 01  CEL-FILE-STATUS          PIC XX VALUE SPACES.
001350 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
001360 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
001370
001380 01  PH-EOF-SW                PIC X VALUE "N".
001390     88  PH-EOF               VALUE "Y".
001400 01  VAR-EOF-SW               PIC X VALUE "N".
001410     88  VAR-EOF              VALUE "Y".
001420 01  MOT-EOF-SW               PIC X VALUE "N".
001430     88  MOT-EOF              VALUE "Y".
001440
001450 01  CE-E-ID                  PIC X(50) VALUE SPACES.
001460 01  CE-FOUND-SW              PIC X VALUE "N".
001470     88  CE-FOUND             VALUE "Y".
001480 01  CE-DESTINO               PIC X(01) VALUE "F".
001490     88  CE-DESTINO-IMPRESORA VALUE "P".
001500 01  CE-BANNER                PIC X(80) VALUE SPACES.
001510 01  CE-OPERADOR              PIC X(08) VALUE SPACES.
001520 01  CE-OPER-NIVEL            PIC X(01) VALUE SPACES.
001530 01  CE-HOY                   PIC 9(08) VALUE ZERO.
001540
001550 01  CE-EMPRESA.
001560     05  CE-NIF               PIC X(09) VALUE SPACES.
001570     05  CE-RAZON             PIC X(40) VALUE SPACES.
001580     05  CE-REGIMEN           PIC X(04) VALUE "0111".
001590     05  CE-CCC               PIC X(11) VALUE SPACES.
001600
001610 01  CE-CAUSA                 PIC X(02) VALUE SPACES.
001620 01  CE-CAUSA-DESC            PIC X(30) VALUE SPACES.
001630 01  CE-MOT-HALLADO-SW        PIC X VALUE "N".
001640     88  CE-MOT-HALLADO       VALUE "Y".
001650
001660 01  CE-IDN-ACCION            PIC X(08) VALUE SPACES.
001670 01  CE-IDN-RESULTADO-SW      PIC X VALUE "N".
001680     COPY EMPIDEN.
001690 01  CE-TIPO-DOC              PIC X(01) VALUE SPACES.
001700
001710*    THE 180-DAY WINDOW, NEWEST MONTH FIRST.  EACH MONTH COVERS
001720*    DAYS CE-M-DESDE TO CE-M-HASTA OF ITS 30-DAY MONTH.
001730 01  CE-MESES.
001740     05  CE-MES OCCURS 7 TIMES.
001750         10  CE-M-PERIODO     PIC 9(06).
001760         10  CE-M-DESDE       PIC 9(02).
001770         10  CE-M-HASTA       PIC 9(02).
001780         10  CE-M-DIAS        PIC 9(02).
001790         10  CE-M-BASE        PIC S9(7)V99.
001800         10  CE-M-HEXT        PIC S9(7)V99.
001810         10  CE-M-HAY-SW      PIC X(01).
001820             88  CE-M-HAY     VALUE "Y".
001830 01  CE-IDX                   PIC 9(1) VALUE 0.
001840 01  CE-ANIO                  PIC 9(04) VALUE 0.
001850 01  CE-MES-NUM               PIC 9(02) VALUE 0.
001860 01  CE-DIA-BAJA              PIC 9(02) VALUE 0.
001870 01  CE-DIA-INGRESO           PIC 9(02) VALUE 0.
001880 01  CE-PERIODO-INGRESO       PIC 9(06) VALUE 0.
001890 01  CE-DIAS-TOTAL            PIC 9(03) VALUE 0.
001900 01  CE-BASE-TOTAL            PIC S9(8)V99 VALUE 0.
001910 01  CE-HEXT-TOTAL            PIC S9(8)V99 VALUE 0.
001920 01  CE-FALTAN                PIC 9(1) VALUE 0.
001930
001940 01  CE-IMPORTE-EDIT          PIC -Z,ZZZ,ZZ9.99.
001950 01  CE-IMPORTE-EDIT2         PIC -Z,ZZZ,ZZ9.99.
001960 01  CE-DIAS-EDIT             PIC ZZ9.
001970
001980 01  CE-ARCHIVO-SPOOL         PIC X(20) VALUE SPACES.
001990 01  CE-LOG-PROGRAMA          PIC X(08) VALUE "EMPCEMP".
002000 01  CE-LOG-EVENTO            PIC X(06) VALUE SPACES.
002010 01  CE-LOG-CONTADOR          PIC 9(07) VALUE 0.
002020 01  CE-LOG-RETORNO           PIC 9(04) VALUE 0.
002030
002040 PROCEDURE DIVISION.
002050
002060 0000-MAINLINE.
002070     MOVE "INICIO" TO CE-LOG-EVENTO
002080     CALL "RUNLOG" USING CE-LOG-PROGRAMA, CE-LOG-EVENTO,
002090         CE-LOG-CONTADOR, CE-LOG-RETORNO
002100     CALL "OPERSES" USING CE-OPERADOR, CE-OPER-NIVEL
002110     MOVE FUNCTION CURRENT-DATE(1:8) TO CE-HOY
002120     PERFORM 1000-LEER-EMPLEADO
002130     IF CE-FOUND
002140         PERFORM 1200-CARGAR-EMPRESA
002150         PERFORM 1300-BUSCAR-CAUSA
002160         PERFORM 2000-DEFINIR-MESES
002170         PERFORM 3000-CARGAR-HISTORIA
002180         PERFORM 3500-CARGAR-HORAS-EXTRA
002190         PERFORM 3800-TOTALIZAR
002200         PERFORM 4000-IMPRIMIR-CERTIFICADO
002210         PERFORM 5000-ESCRIBIR-ENVIO
002220         MOVE 1 TO CE-LOG-CONTADOR
002230         IF CE-FALTAN > ZERO
002240             DISPLAY "EMPCEMP: " CE-FALTAN " MESES SIN HISTORIA"
002250                 " DE NOMINA - REVISE EL CERTIFICADO ANTES DE"
002260                 " ENVIAR"
002270             MOVE 4 TO RETURN-CODE
002280         END-IF
002290     END-IF
002300     MOVE "FIN" TO CE-LOG-EVENTO
002310     MOVE RETURN-CODE TO CE-LOG-RETORNO
002320     CALL "RUNLOG" USING CE-LOG-PROGRAMA, CE-LOG-EVENTO,
002330         CE-LOG-CONTADOR, CE-LOG-RETORNO
002340     MOVE CE-LOG-RETORNO TO RETURN-CODE
002350     PERFORM 9999-EXIT.
002360
002370*----------------------------------------------------------------
002380* 1000-LEER-EMPLEADO - THE CERTIFICATE ONLY MAKES SENSE FOR A
002390*                      RECORD ALREADY MARKED INACTIVE WITH ITS
002400*                      BAJA DATE STAMPED, AS IN EMPFINIQ.
002410*----------------------------------------------------------------
002420 1000-LEER-EMPLEADO.
002430     MOVE "N" TO CE-FOUND-SW
002440     DISPLAY "E-ID DEL EMPLEADO PARA EL CERTIFICADO: "
002450     ACCEPT CE-E-ID
002460     OPEN INPUT EMPLEADOS-ARCHIVO
002470     MOVE CE-E-ID TO E-ID
002480     READ EMPLEADOS-ARCHIVO
002490         INVALID KEY
002500             DISPLAY "NO EXISTE EMPLEADO CON E-ID: " CE-E-ID
002510         NOT INVALID KEY
002520             IF E-INACTIVO AND E-FECHA-BAJA NOT = ZERO
002530                 MOVE "Y" TO CE-FOUND-SW
002540             ELSE
002550                 DISPLAY "EMPCEMP: EL EMPLEADO NO ESTA DADO DE"
002560                     " BAJA - NO HAY CERTIFICADO QUE EMITIR"
002570             END-IF
002580     END-READ
002590     CLOSE EMPLEADOS-ARCHIVO.
002600
002610*----------------------------------------------------------------
002620* 1200-CARGAR-EMPRESA - EMPLOYER DATA FROM EMPAFIL.PRM; WITHOUT IT
002630*                       THE NIF, NAME AND CCC ARE ASKED AT THE
002640*                       TERMINAL.
002650*----------------------------------------------------------------
002660 1200-CARGAR-EMPRESA.
002670     OPEN INPUT AFILIACION-PARM
002680     IF PRM-FILE-STATUS = "00"
002690         READ AFILIACION-PARM
002700             NOT AT END
002710                 MOVE PRM-NIF     TO CE-NIF
002720                 MOVE PRM-RAZON   TO CE-RAZON
002730                 MOVE PRM-REGIMEN TO CE-REGIMEN
002740                 MOVE PRM-CCC     TO CE-CCC
002750         END-READ
002760     END-IF
002770     IF PRM-FILE-STATUS = "00" OR PRM-FILE-STATUS = "05"
002780             OR PRM-FILE-STATUS = "10"
002790         CLOSE AFILIACION-PARM
002800     END-IF
002810     IF CE-NIF = SPACES
002820         DISPLAY "NIF DE LA EMPRESA: "
002830         ACCEPT CE-NIF
002840         DISPLAY "RAZON SOCIAL DE LA EMPRESA: "
002850         ACCEPT CE-RAZON
002860         DISPLAY "CODIGO CUENTA DE COTIZACION (11 DIGITOS): "
002870         ACCEPT CE-CCC
002880     END-IF
002890     IF CE-REGIMEN = SPACES
002900         MOVE "0111" TO CE-REGIMEN
002910     END-IF.
002920
002930*----------------------------------------------------------------
002940* 1300-BUSCAR-CAUSA - E-MOTIVO-BAJA TO THE OFFICIAL CAUSE CODE.  A
002950*                     REASON NOT ON MOTBAJA.DAT, OR ONE WITH NO
002960*                     OFFICIAL CODE KEYED, LEAVES THE CAUSE BLANK
002970*                     AND SAYS SO ON THE CERTIFICATE.
002980*----------------------------------------------------------------
002990 1300-BUSCAR-CAUSA.
003000     MOVE SPACES TO CE-CAUSA CE-CAUSA-DESC
003010     MOVE "N" TO CE-MOT-HALLADO-SW
003020     MOVE "N" TO MOT-EOF-SW
003030     OPEN INPUT MOTIVO-TABLA
003040     IF MOT-FILE-STATUS = "00"
003050         PERFORM 1310-LEER-MOTIVO
003060         PERFORM 1320-COMPARAR-MOTIVO
003070             UNTIL MOT-EOF OR CE-MOT-HALLADO
003080     END-IF
003090     IF MOT-FILE-STATUS = "00" OR MOT-FILE-STATUS = "05"
003100             OR MOT-FILE-STATUS = "10"
003110         CLOSE MOTIVO-TABLA
003120     END-IF.
003130
003140 1310-LEER-MOTIVO.
003150     READ MOTIVO-TABLA
003160         AT END
003170             MOVE "Y" TO MOT-EOF-SW
003180     END-READ.
003190
003200 1320-COMPARAR-MOTIVO.
003210     IF MOT-CODIGO = E-MOTIVO-BAJA
003220         MOVE "Y" TO CE-MOT-HALLADO-SW
003230         MOVE MOT-CAUSA-OFICIAL TO CE-CAUSA
003240         MOVE MOT-DESC TO CE-CAUSA-DESC
003250     ELSE
003260         PERFORM 1310-LEER-MOTIVO
003270     END-IF.
003280
003290*----------------------------------------------------------------
003300* 2000-DEFINIR-MESES - THE BAJA MONTH UP TO THE BAJA DAY, THE FIVE
003310*                      MONTHS BEFORE IT WHOLE, AND THE TAIL OF THE
003320*                      SEVENTH MONTH THAT MAKES UP THE 180 DAYS.
003330*                      NOTHING BEFORE THE HIRE DATE COUNTS.
003340*----------------------------------------------------------------
003350 2000-DEFINIR-MESES.
003360     INITIALIZE CE-MESES
003370     MOVE E-FECHA-BAJA(1:4) TO CE-ANIO
003380     MOVE E-FECHA-BAJA(5:2) TO CE-MES-NUM
003390     MOVE E-FECHA-BAJA(7:2) TO CE-DIA-BAJA
003400     IF CE-DIA-BAJA > 30
003410         MOVE 30 TO CE-DIA-BAJA
003420     END-IF
003430     MOVE E-FECHA-INGRESO(1:6) TO CE-PERIODO-INGRESO
003440     MOVE E-FECHA-INGRESO(7:2) TO CE-DIA-INGRESO
003450     IF CE-DIA-INGRESO > 30
003460         MOVE 30 TO CE-DIA-INGRESO
003470     END-IF
003480     PERFORM 2100-DEFINIR-MES
003490         VARYING CE-IDX FROM 1 BY 1
003500         UNTIL CE-IDX > 7.
003510
003520 2100-DEFINIR-MES.
003530     COMPUTE CE-M-PERIODO (CE-IDX) = CE-ANIO * 100 + CE-MES-NUM
003540     EVALUATE CE-IDX
003550         WHEN 1
003560             MOVE 1 TO CE-M-DESDE (CE-IDX)
003570             MOVE CE-DIA-BAJA TO CE-M-HASTA (CE-IDX)
003580         WHEN 7
003590             COMPUTE CE-M-DESDE (CE-IDX) = CE-DIA-BAJA + 1
003600             MOVE 30 TO CE-M-HASTA (CE-IDX)
003610         WHEN OTHER
003620             MOVE 1 TO CE-M-DESDE (CE-IDX)
003630             MOVE 30 TO CE-M-HASTA (CE-IDX)
003640     END-EVALUATE
003650     IF CE-M-PERIODO (CE-IDX) = CE-PERIODO-INGRESO
003660             AND CE-DIA-INGRESO > CE-M-DESDE (CE-IDX)
003670         MOVE CE-DIA-INGRESO TO CE-M-DESDE (CE-IDX)
003680     END-IF
003690     IF CE-M-PERIODO (CE-IDX) < CE-PERIODO-INGRESO
003700             OR CE-M-DESDE (CE-IDX) > CE-M-HASTA (CE-IDX)
003710         MOVE ZERO TO CE-M-DIAS (CE-IDX)
003720     ELSE
003730         COMPUTE CE-M-DIAS (CE-IDX) = CE-M-HASTA (CE-IDX)
003740             - CE-M-DESDE (CE-IDX) + 1
003750     END-IF
003760     IF CE-MES-NUM = 1
003770         MOVE 12 TO CE-MES-NUM
003780         SUBTRACT 1 FROM CE-ANIO
003790     ELSE
003800         SUBTRACT 1 FROM CE-MES-NUM
003810     END-IF.
003820
003830*----------------------------------------------------------------
003840* 3000-CARGAR-HISTORIA - THE LATEST EMPPAYH.DAT ROW FOR EACH
003850*                        MONTH OF THE WINDOW, SO A PAYROLL RERUN
003860*                        DOES NOT DOUBLE THE BASE.
003870*----------------------------------------------------------------
003880 3000-CARGAR-HISTORIA.
003890     MOVE "N" TO PH-EOF-SW
003900     OPEN INPUT EMPLEADOS-PAY-HIST
003910     IF PH-FILE-STATUS = "00"
003920         PERFORM 3100-LEER-HISTORIA
003930         PERFORM 3200-ANOTAR-HISTORIA UNTIL PH-EOF
003940     END-IF
003950     IF PH-FILE-STATUS = "00" OR PH-FILE-STATUS = "05"
003960             OR PH-FILE-STATUS = "10"
003970         CLOSE EMPLEADOS-PAY-HIST
003980     END-IF.
003990
004000 3100-LEER-HISTORIA.
004010     READ EMPLEADOS-PAY-HIST
004020         AT END
004030             MOVE "Y" TO PH-EOF-SW
004040     END-READ.
004050
004060 3200-ANOTAR-HISTORIA.
004070     IF PH-E-ID = CE-E-ID
004080         PERFORM 3210-ANOTAR-MES
004090             VARYING CE-IDX FROM 1 BY 1
004100             UNTIL CE-IDX > 7
004110     END-IF
004120     PERFORM 3100-LEER-HISTORIA.
004130
004140 3210-ANOTAR-MES.
004150     IF PH-PERIODO = CE-M-PERIODO (CE-IDX)
004160         COMPUTE CE-M-BASE (CE-IDX) = PH-BRUTO + PH-TRIENIO
004170             + PH-RETRO + PH-VARIABLE + PH-IT-PRESTACION
004180             + PH-IT-COMPLEMENTO
004190         MOVE "Y" TO CE-M-HAY-SW (CE-IDX)
004200     END-IF.
004210
004220*----------------------------------------------------------------
004230* 3500-CARGAR-HORAS-EXTRA - THE OVERTIME PAID IN EACH MONTH (HEXT
004240*                           AND HNOC CONCEPTS FROM EMPHRSC), WHICH
004250*                           THE CERTIFICATE SHOWS APART FROM THE
004260*                           BASE IT IS ALREADY PART OF.
004270*----------------------------------------------------------------
004280 3500-CARGAR-HORAS-EXTRA.
004290     MOVE "N" TO VAR-EOF-SW
004300     OPEN INPUT EMPVARP-ARCHIVO
004310     IF VAR-FILE-STATUS = "00"
004320         PERFORM 3510-LEER-CONCEPTO
004330         PERFORM 3520-ANOTAR-CONCEPTO UNTIL VAR-EOF
004340     END-IF
004350     IF VAR-FILE-STATUS = "00" OR VAR-FILE-STATUS = "05"
004360             OR VAR-FILE-STATUS = "10"
004370         CLOSE EMPVARP-ARCHIVO
004380     END-IF.
004390
004400 3510-LEER-CONCEPTO.
004410     READ EMPVARP-ARCHIVO
004420         AT END
004430             MOVE "Y" TO VAR-EOF-SW
004440     END-READ.
004450
004460 3520-ANOTAR-CONCEPTO.
004470     IF VP-E-ID = CE-E-ID AND
004480             (VP-CONCEPTO = "HEXT" OR VP-CONCEPTO = "HNOC")
004490         PERFORM 3530-ANOTAR-HORAS
004500             VARYING CE-IDX FROM 1 BY 1
004510             UNTIL CE-IDX > 7
004520     END-IF
004530     PERFORM 3510-LEER-CONCEPTO.
004540
004550 3530-ANOTAR-HORAS.
004560     IF VP-PERIODO = CE-M-PERIODO (CE-IDX)
004570         ADD VP-IMPORTE TO CE-M-HEXT (CE-IDX)
004580     END-IF.
004590
004600*----------------------------------------------------------------
004610* 3800-TOTALIZAR - DAYS AND BASES OVER THE WINDOW, AND THE MONTHS
004620*                  THAT SHOULD HAVE A PAYROLL ROW BUT DO NOT.
004630*----------------------------------------------------------------
004640 3800-TOTALIZAR.
004650     MOVE ZERO TO CE-DIAS-TOTAL CE-BASE-TOTAL CE-HEXT-TOTAL
004660         CE-FALTAN
004670     PERFORM 3810-SUMAR-MES
004680         VARYING CE-IDX FROM 1 BY 1
004690         UNTIL CE-IDX > 7.
004700
004710 3810-SUMAR-MES.
004720     ADD CE-M-DIAS (CE-IDX) TO CE-DIAS-TOTAL
004730     ADD CE-M-BASE (CE-IDX) TO CE-BASE-TOTAL
004740     ADD CE-M-HEXT (CE-IDX) TO CE-HEXT-TOTAL
004750     IF CE-M-DIAS (CE-IDX) > ZERO AND NOT CE-M-HAY (CE-IDX)
004760         ADD 1 TO CE-FALTAN
004770     END-IF.
004780
004790*----------------------------------------------------------------
004800* 4000-IMPRIMIR-CERTIFICADO - THE PRINTABLE DOCUMENT, ROUTED LIKE
004810*                             EVERY OTHER REPORT.
004820*----------------------------------------------------------------
004830 4000-IMPRIMIR-CERTIFICADO.
004840     MOVE E-ID TO IDN-E-ID
004850     MOVE "LEER" TO CE-IDN-ACCION
004860     CALL "IDENREG" USING CE-IDN-ACCION, EMPIDEN-REGISTRO,
004870         CE-IDN-RESULTADO-SW
004880     IF IDN-NIF(1:1) = "X" OR IDN-NIF(1:1) = "Y"
004890             OR IDN-NIF(1:1) = "Z"
004900         MOVE "6" TO CE-TIPO-DOC
004910     ELSE
004920         MOVE "1" TO CE-TIPO-DOC
004930     END-IF
004940     CALL "RPTROUTE" USING CE-DESTINO
004950     IF CE-DESTINO-IMPRESORA
004960         OPEN OUTPUT EMPCEMP-IMPRESORA
004970         DISPLAY "EMPCEMP: SALIDA A EMPCEMP.PRN (IMPRESORA)"
004980     ELSE
004990         OPEN OUTPUT EMPCEMP-REPORTE
005000     END-IF
005010     CALL "RPTBANNER" USING CE-BANNER
005020     MOVE CE-BANNER TO RPT-LINEA
005030     PERFORM 6000-ESCRIBIR-LINEA
005040     MOVE ALL "=" TO RPT-LINEA
005050     PERFORM 6000-ESCRIBIR-LINEA
005060     MOVE "CERTIFICADO DE EMPRESA - SERVICIO PUBLICO DE EMPLEO"
005070         TO RPT-LINEA
005080     PERFORM 6000-ESCRIBIR-LINEA
005090     MOVE SPACES TO RPT-LINEA
005100     PERFORM 6000-ESCRIBIR-LINEA
005110     MOVE SPACES TO RPT-LINEA
005120     STRING "EMPRESA : " CE-NIF " " CE-RAZON
005130         DELIMITED BY SIZE INTO RPT-LINEA
005140     PERFORM 6000-ESCRIBIR-LINEA
005150     MOVE SPACES TO RPT-LINEA
005160     STRING "C.C.C.  : " CE-REGIMEN " " CE-CCC
005170         DELIMITED BY SIZE INTO RPT-LINEA
005180     PERFORM 6000-ESCRIBIR-LINEA
005190     MOVE SPACES TO RPT-LINEA
005200     PERFORM 6000-ESCRIBIR-LINEA
005210     MOVE SPACES TO RPT-LINEA
005220     STRING "TRABAJADOR : " FUNCTION TRIM(E-NOMBRE)
005230         DELIMITED BY SIZE INTO RPT-LINEA
005240     PERFORM 6000-ESCRIBIR-LINEA
005250     MOVE SPACES TO RPT-LINEA
005260     STRING "E-ID       : " FUNCTION TRIM(E-ID)
005270         DELIMITED BY SIZE INTO RPT-LINEA
005280     PERFORM 6000-ESCRIBIR-LINEA
005290     MOVE SPACES TO RPT-LINEA
005300     STRING "NIF/NIE    : " IDN-NIF "   NAF: " IDN-NAF
005310         DELIMITED BY SIZE INTO RPT-LINEA
005320     IF IDN-NIF = SPACES OR IDN-NAF = SPACES
005330         MOVE "<-- FALTA EN EMPIDEN" TO RPT-LINEA(50:20)
005340     END-IF
005350     PERFORM 6000-ESCRIBIR-LINEA
005360     MOVE SPACES TO RPT-LINEA
005370     STRING "ALTA       : " E-FECHA-INGRESO
005380         "   BAJA: " E-FECHA-BAJA "   CONTRATO: " E-CONTRATO
005390         DELIMITED BY SIZE INTO RPT-LINEA
005400     PERFORM 6000-ESCRIBIR-LINEA
005410     MOVE SPACES TO RPT-LINEA
005420     IF CE-CAUSA = SPACES
005430         STRING "CAUSA      : SIN CODIGO OFICIAL PARA EL MOTIVO "
005440             E-MOTIVO-BAJA " - REVISE MOTBAJA"
005450             DELIMITED BY SIZE INTO RPT-LINEA
005460     ELSE
005470         STRING "CAUSA      : " CE-CAUSA " ("
005480             E-MOTIVO-BAJA " " FUNCTION TRIM(CE-CAUSA-DESC) ")"
005490             DELIMITED BY SIZE INTO RPT-LINEA
005500     END-IF
005510     PERFORM 6000-ESCRIBIR-LINEA
005520     MOVE SPACES TO RPT-LINEA
005530     PERFORM 6000-ESCRIBIR-LINEA
005540     MOVE "BASES DE COTIZACION - ULTIMOS 180 DIAS" TO RPT-LINEA
005550     PERFORM 6000-ESCRIBIR-LINEA
005560     MOVE "PERIODO  DIAS      BASE COTIZ.   DE ELLO H.EXTRA"
005570         TO RPT-LINEA
005580     PERFORM 6000-ESCRIBIR-LINEA
005590     PERFORM 4100-LINEA-MES
005600         VARYING CE-IDX FROM 1 BY 1
005610         UNTIL CE-IDX > 7
005620     MOVE CE-DIAS-TOTAL TO CE-DIAS-EDIT
005630     MOVE CE-BASE-TOTAL TO CE-IMPORTE-EDIT
005640     MOVE CE-HEXT-TOTAL TO CE-IMPORTE-EDIT2
005650     MOVE SPACES TO RPT-LINEA
005660     STRING "TOTAL    " CE-DIAS-EDIT "   " CE-IMPORTE-EDIT
005670         "   " CE-IMPORTE-EDIT2
005680         DELIMITED BY SIZE INTO RPT-LINEA
005690     PERFORM 6000-ESCRIBIR-LINEA
005700     IF CE-FALTAN > ZERO
005710         MOVE SPACES TO RPT-LINEA
005720         PERFORM 6000-ESCRIBIR-LINEA
005730         MOVE SPACES TO RPT-LINEA
005740         STRING "ATENCION: " CE-FALTAN
005750             " MES(ES) CON DIAS COTIZADOS Y SIN HISTORIA DE"
005760             " NOMINA - BASE A CERO"
005770             DELIMITED BY SIZE INTO RPT-LINEA
005780         PERFORM 6000-ESCRIBIR-LINEA
005790     END-IF
005800     MOVE SPACES TO RPT-LINEA
005810     PERFORM 6000-ESCRIBIR-LINEA
005820     MOVE SPACES TO RPT-LINEA
005830     STRING "FECHA DE EMISION: " CE-HOY "   OPERADOR: "
005840         CE-OPERADOR DELIMITED BY SIZE INTO RPT-LINEA
005850     PERFORM 6000-ESCRIBIR-LINEA
005860     MOVE SPACES TO RPT-LINEA
005870     PERFORM 6000-ESCRIBIR-LINEA
005880     MOVE "FIRMA Y SELLO DE LA EMPRESA:" TO RPT-LINEA
005890     PERFORM 6000-ESCRIBIR-LINEA
005900     IF CE-DESTINO-IMPRESORA
005910         CLOSE EMPCEMP-IMPRESORA
005920     ELSE
005930         CLOSE EMPCEMP-REPORTE
005940         MOVE "EMPCEMP.RPT" TO CE-ARCHIVO-SPOOL
005950         CALL "SPOOLCAT" USING CE-LOG-PROGRAMA,
005960             CE-ARCHIVO-SPOOL, CE-OPERADOR
005970     END-IF.
005980
005990 4100-LINEA-MES.
006000     IF CE-M-DIAS (CE-IDX) > ZERO OR CE-M-HAY (CE-IDX)
006010         MOVE CE-M-DIAS (CE-IDX) TO CE-DIAS-EDIT
006020         MOVE CE-M-BASE (CE-IDX) TO CE-IMPORTE-EDIT
006030         MOVE CE-M-HEXT (CE-IDX) TO CE-IMPORTE-EDIT2
006040         MOVE SPACES TO RPT-LINEA
006050         STRING CE-M-PERIODO (CE-IDX) "   " CE-DIAS-EDIT "   "
006060             CE-IMPORTE-EDIT "   " CE-IMPORTE-EDIT2
006070             DELIMITED BY SIZE INTO RPT-LINEA
006080         IF CE-M-DIAS (CE-IDX) > ZERO AND NOT CE-M-HAY (CE-IDX)
006090             MOVE "<-- FALTA EN EMPPAYH" TO RPT-LINEA(56:20)
006100         END-IF
006110         PERFORM 6000-ESCRIBIR-LINEA
006120     END-IF.
006130
006140*----------------------------------------------------------------
006150* 5000-ESCRIBIR-ENVIO - APPEND THE ELECTRONIC SUBMISSION RECORD TO
006160*                       CERTEMP.DAT FOR THE EMPLOYMENT SERVICE
006170*                       UPLOAD.
006180*----------------------------------------------------------------
006190 5000-ESCRIBIR-ENVIO.
006200     MOVE SPACES TO CEL-REGISTRO
006210     MOVE CE-NIF              TO CEL-NIF-EMPRESA
006220     MOVE CE-RAZON            TO CEL-RAZON
006230     MOVE CE-REGIMEN          TO CEL-REGIMEN
006240     MOVE CE-CCC              TO CEL-CCC
006250     MOVE CE-TIPO-DOC         TO CEL-TIPO-DOC
006260     MOVE IDN-NIF             TO CEL-DOCUMENTO
006270     MOVE IDN-NAF             TO CEL-NAF
006280     MOVE E-NOMBRE            TO CEL-NOMBRE
006290     MOVE E-FECHA-INGRESO     TO CEL-FECHA-INGRESO
006300     MOVE E-FECHA-BAJA        TO CEL-FECHA-BAJA
006310     MOVE CE-CAUSA            TO CEL-CAUSA
006320     MOVE E-CONTRATO          TO CEL-CONTRATO
006330     MOVE CE-DIAS-TOTAL       TO CEL-DIAS-COTIZADOS
006340     PERFORM 5100-MES-ENVIO
006350         VARYING CE-IDX FROM 1 BY 1
006360         UNTIL CE-IDX > 7
006370     MOVE CE-FALTAN           TO CEL-MESES-FALTAN
006380     MOVE CE-HOY              TO CEL-FECHA-EMISION
006390     MOVE CE-OPERADOR         TO CEL-OPERADOR
006400     OPEN EXTEND CERTIFICADO-ENVIO
006410     IF CEL-FILE-STATUS = "35"
006420         OPEN OUTPUT CERTIFICADO-ENVIO
006430     END-IF
006440     WRITE CEL-REGISTRO
006450     IF CEL-FILE-STATUS NOT = "00"
006460         DISPLAY "EMPCEMP: ERROR AL GRABAR CERTEMP.DAT, ESTADO: "
006470             CEL-FILE-STATUS
006480         MOVE 8 TO RETURN-CODE
006490     ELSE
006500         DISPLAY "EMPCEMP: CERTIFICADO GRABADO EN CERTEMP.DAT"
006510     END-IF
006520     CLOSE CERTIFICADO-ENVIO.
006530
006540 5100-MES-ENVIO.
006550     MOVE CE-M-PERIODO (CE-IDX) TO CEL-M-PERIODO (CE-IDX)
006560     MOVE CE-M-DIAS (CE-IDX)    TO CEL-M-DIAS (CE-IDX)
006570     MOVE CE-M-BASE (CE-IDX)    TO CEL-M-BASE (CE-IDX)
006580     MOVE CE-M-HEXT (CE-IDX)    TO CEL-M-HEXT (CE-IDX)
006590     IF CE-M-DIAS (CE-IDX) > ZERO AND NOT CE-M-HAY (CE-IDX)
006600         MOVE "S" TO CEL-M-FALTA (CE-IDX)
006610     ELSE
006620         MOVE "N" TO CEL-M-FALTA (CE-IDX)
006630     END-IF.
006640
006650*----------------------------------------------------------------
006660* 6000-ESCRIBIR-LINEA - WRITE ONE LINE TO WHICHEVER DESTINATION
006670*                       RPTROUTE SELECTED AT STARTUP.
006680*----------------------------------------------------------------
006690 6000-ESCRIBIR-LINEA.
006700     IF CE-DESTINO-IMPRESORA
006710         MOVE RPT-LINEA TO LINEA-IMPRESORA
006720         WRITE LINEA-IMPRESORA
006730     ELSE
006740         WRITE RPT-LINEA
006750     END-IF.
006760
006770 9999-EXIT.
006780     GOBACK.
006790 END PROGRAM EMPCEMP.
