000070*                BALANCED JOURNAL FROM THE EMPPAYH.DAT HISTORY -
000080*                LATEST ROW PER EMPLOYEE, THE EMPSLIP CONVENTION:
000090*                GROSS SALARY EXPENSE DEBITED PER COST CENTRE
000095*                (DEPTMST.DAT MAPS E-DEPTO TO THE CENTRE, AND AN
000100*                EMPLOYEE WITH AN EMPREPA.DAT SPLIT IS SHARED
000105*                OUT BY ITS PERCENTAGES), IRPF,
000110*                SS, FIXED DEDUCTIONS, ADVANCE RECOVERIES AND
000120*                GARNISHMENTS CREDITED TO THEIR LIABILITY
000130*                ACCOUNTS, AND THE NET CREDITED TO THE BANK
000180*                WITH A MISSING ACCOUNT, REFUSES TO WRITE
000190*                EMPGLJ.DAT AND SETS RETURN-CODE 8.
000200* TECTONICS:     cobc -x -std=ibm -I copybooks EMPGLJ.CBL
000210*                RUNLOG RUNPER REPARTO
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000270*   2026-09-03  RT   THE DEPTMST.DAT RECORD NOW CARRIES THE
000280*                    DEP-CERRADO CLOSED-DEPARTMENT FLAG.
000290*   2026-09-03  RT   GL-EMP-ANTICIPO WIDENED WITH PH-ANTICIPO.
000291*   2026-10-15  RT   THE GROSS NOW ADDS PH-IT-PRESTACION AND PH-
000292*                    IT-COMPLEMENTO, THE SICK-LEAVE BENEFIT AND
000293*                    CONVENIO TOP-UP THE PAYROLL RUN NOW PAYS
000294*                    INSTEAD OF THE SALARY FOR THOSE DAYS.
000295*   2026-10-15  RT   THE JOURNAL RECORD LAYOUT MOVED TO THE SHARED
000296*                    EMPGLJR COPYBOOK, SINCE THE EMPPROV MONTH-END
000297*                    ACCRUAL RUN WRITES THE SAME FORMAT.
000298*   2026-10-15  RT   THE INGRESO A CUENTA ON IN-KIND PAY (PH-ESP-
000299*                    INGRESO) IS CREDITED WITH THE IRPF, AND THE
000300*                    FLEXIBLE PAY AND BENEFIT DEDUCTIONS (PH-
000301*                    FLEXIBLE, PH-BENEFICIO) TO THE NEW GLMAP.PRM
000302*                    TIPO BENEFIC, THE PROVIDERS' PAYABLE ACCOUNT,
000303*                    SO THE JOURNAL STILL BALANCES. THE ACCOUNT IS
000304*                    ONLY REQUIRED WHEN THE PERIOD HAS BENEFIT
000305*                    AMOUNTS.
000306*   2026-10-15  RT   UNION DUES WITHHELD BY THE RUN (PH-SINDICAL)
000307*                    ARE CREDITED TO THE NEW GLMAP.PRM TIPO
000308*                    SINDIC, THE UNIONS' PAYABLE ACCOUNT THE
000309*                    EMPREMT REMITTANCE CLEARS. THE ACCOUNT IS
000310*                    ONLY REQUIRED WHEN THE PERIOD HAS DUES.
000311*   2026-10-15  RT   MONTHLY JOURNAL NOW TAKES ONLY MONTHLY
000312*                    EMPPAYH ROWS; NEW OPTION O WRITES EMPGLJO.DAT
000313*                    FOR THE PERIOD'S LATEST OFF-CYCLE RUN, A
000314*                    REVERSAL BATCH OF THE CANCELLED FIGURES AND A
000315*                    BATCH OF THE RECALCULATED ONES.
000316*   2026-10-15  RT   WHEN THE MONTH-END PAYROLL STREAM (EMPNOMB)
000317*                    IS RUNNING, THE PERIOD IS TAKEN FROM IT
000318*                    THROUGH THE SHARED RUNPER ROUTINE INSTEAD OF
000319*                    ASKING THE OPERATOR. THE JOURNAL IS THEN THE
000320*                    MONTHLY ONE.
000321*   2026-10-15  RT   THE GROSS OF AN EMPLOYEE SHARED BETWEEN
000322*                    DEPARTMENTS IS DEBITED TO EACH CENTRE BY THE
000323*                    EMPREPA.DAT SPLIT IN FORCE ON THE FIRST DAY
000324*                    OF THE PERIOD (JUNE AND DECEMBER FOR THE
000325*                    EXTRAS), THROUGH THE SHARED REPARTO ROUTINE.
000326*   2026-10-15  RT   THE DEPTMST.DAT RECORD NOW CARRIES THE DEP-
000327*                    JEFE DEPARTMENT-HEAD E-ID.
000328*   2026-10-15  RT   6000-EXIT RENAMED 6000-SALIDA, THE NAME THE
000329*                    SHOP GIVES THE EXIT OF A PERFORM ... THRU
000330*                    RANGE.
000331******************************************************************
000332 IDENTIFICATION DIVISION.
000333 PROGRAM-ID. EMPGLJ.
000334
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000490         FILE STATUS IS MAP-FILE-STATUS.
000500
000510     SELECT DIARIO-CONTABLE
000520         ASSIGN TO DYNAMIC GL-NOMBRE-DIARIO
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS GLJ-FILE-STATUS.
000550
000710     05  DEP-CC              PIC X(08).
000720     05  DEP-CERRADO         PIC X(01).
000730         88  DEP-CERRADA     VALUE "S".
000735     05  DEP-JEFE            PIC X(50).
000740
000750 FD  CUENTAS-PARM.
000760 01  MAP-REGISTRO.
000780     05  MAP-CUENTA          PIC X(10).
000790
000800 FD  DIARIO-CONTABLE.
000810     COPY EMPGLJR.
000990
001000 WORKING-STORAGE SECTION.
001010 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001160
001170 01  GL-PERIODO-ENTRADA       PIC X(6) VALUE SPACES.
001180 01  GL-PERIODO               PIC 9(6) VALUE ZERO.
001185 01  GL-PER-ACCION            PIC X(08) VALUE "LEER".
001190 01  GL-PERIODO-LISTO-SW      PIC X VALUE "N".
001200     88  GL-PERIODO-LISTO     VALUE "Y".
001210 01  GL-PER-ESTADO            PIC X(01) VALUE "A".
001220 01  GL-PROSIGUE-SW           PIC X VALUE "Y".
001230     88  GL-PROSIGUE          VALUE "Y".
001231 01  GL-MODO                  PIC X(01) VALUE SPACE.
001232     88  GL-MODO-NOMINA       VALUE "N".
001233     88  GL-MODO-FUERA-CICLO  VALUE "O".
001234     88  GL-MODO-VALIDO       VALUE "N" "O".
001235 01  GL-NOMBRE-DIARIO         PIC X(20) VALUE "EMPGLJ.DAT".
001236 01  GL-LOTE                  PIC 9(14) VALUE 0.
001237 01  GL-PASADA                PIC X(01) VALUE SPACE.
001238     88  GL-PASADA-ANULACION  VALUE "R".
001239 01  GL-LADO-DEBE             PIC X(03) VALUE "DEB".
001240 01  GL-LADO-HABER            PIC X(03) VALUE "CRE".
001241
001250 01  GL-CTA-GASTO             PIC X(10) VALUE SPACES.
001260 01  GL-CTA-IRPF              PIC X(10) VALUE SPACES.
001270 01  GL-CTA-SSOC              PIC X(10) VALUE SPACES.
001290 01  GL-CTA-ANTICIPO          PIC X(10) VALUE SPACES.
001300 01  GL-CTA-EMBARGO           PIC X(10) VALUE SPACES.
001310 01  GL-CTA-BANCO             PIC X(10) VALUE SPACES.
001313 01  GL-CTA-BENEFIC           PIC X(10) VALUE SPACES.
001316 01  GL-CTA-SINDIC            PIC X(10) VALUE SPACES.
001320
001330 01  GL-DEP-TABLA.
001340     05  GL-DEP-MAX           PIC 9(2) VALUE 0.
001470         10  GL-EMP-FIJO      PIC 9(7)V99.
001480         10  GL-EMP-ANTICIPO  PIC 9(7)V99.
001490         10  GL-EMP-EMBARGO   PIC 9(7)V99.
001493         10  GL-EMP-BENEFIC   PIC 9(7)V99.
001496         10  GL-EMP-SINDIC    PIC 9(7)V99.
001500         10  GL-EMP-NETO      PIC S9(7)V99.
001510 01  GL-EMP-IDX               PIC 9(3) VALUE 0.
001520 01  GL-EMP-HALLADO           PIC 9(3) VALUE 0.
001590 01  GL-CC-IDX                PIC 9(2) VALUE 0.
001600 01  GL-CC-HALLADO            PIC 9(2) VALUE 0.
001610 01  GL-CC-ACTUAL             PIC X(08) VALUE SPACES.
001612 01  GL-RA-IDX                PIC 9(1) VALUE 0.
001614 01  GL-FECHA-REPARTO         PIC 9(8) VALUE ZERO.
001616     COPY EMPRPL.
001620
001630 01  GL-TOT-IRPF              PIC 9(11)V99 VALUE 0.
001640 01  GL-TOT-SS                PIC 9(11)V99 VALUE 0.
001650 01  GL-TOT-FIJO              PIC 9(11)V99 VALUE 0.
001660 01  GL-TOT-ANTICIPO          PIC 9(11)V99 VALUE 0.
001670 01  GL-TOT-EMBARGO           PIC 9(11)V99 VALUE 0.
001673 01  GL-TOT-BENEFIC           PIC 9(11)V99 VALUE 0.
001676 01  GL-TOT-SINDIC            PIC 9(11)V99 VALUE 0.
001680 01  GL-TOT-NETO              PIC S9(11)V99 VALUE 0.
001690 01  GL-TOT-DEBE              PIC S9(12)V99 VALUE 0.
001700 01  GL-TOT-HABER             PIC S9(12)V99 VALUE 0.
001830     CALL "RUNLOG" USING GL-LOG-PROGRAMA, GL-LOG-EVENTO,
001840         GL-LOG-CONTADOR, GL-LOG-RETORNO
001850     PERFORM 1000-INITIALIZE
001854     IF GL-PROSIGUE AND GL-MODO-FUERA-CICLO
001858         PERFORM 6000-DIARIO-FUERA-CICLO THRU 6000-SALIDA
001862     END-IF
001866     IF GL-PROSIGUE AND GL-MODO-NOMINA
001870         PERFORM 2000-CARGAR-HISTORIA
001880         IF GL-EMP-MAX = 0
001890             DISPLAY "EMPGLJ: SIN NOMINAS DEL PERIODO "
002110*                   COST CENTRES, OPEN THE MASTER.
002120*----------------------------------------------------------------
002130 1000-INITIALIZE.
002131     CALL "RUNPER" USING GL-PER-ACCION, GL-PERIODO
002132     IF GL-PERIODO > ZERO
002133         MOVE "Y" TO GL-PERIODO-LISTO-SW
002134         MOVE "N" TO GL-MODO
002135         DISPLAY "EMPGLJ: PERIODO DE LA CADENA DE NOMINA: "
002136             GL-PERIODO
002137     END-IF
002140     PERFORM 1100-CAPTURAR-PERIODO UNTIL GL-PERIODO-LISTO
002142     PERFORM 1120-CAPTURAR-MODO UNTIL GL-MODO-VALIDO
002144     IF GL-MODO-FUERA-CICLO
002146         MOVE "EMPGLJO.DAT" TO GL-NOMBRE-DIARIO
002148     END-IF
002150     PERFORM 1150-VERIFICAR-PERIODO
002160     IF GL-PROSIGUE
002170         PERFORM 1200-CARGAR-CUENTAS
002340         ELSE
002350             DISPLAY "PERIODO INVALIDO - SOLO DIGITOS 0-9"
002360         END-IF
002361     END-IF.
002362
002363*----------------------------------------------------------------
002364* 1120-CAPTURAR-MODO - THE MONTH'S JOURNAL (EMPGLJ.DAT) OR THAT OF
002365*                      THE PERIOD'S LATEST OFF-CYCLE RUN
002366*                      (EMPGLJO.DAT).
002367*----------------------------------------------------------------
002368 1120-CAPTURAR-MODO.
002369     DISPLAY "DIARIO (N = NOMINA, O = FUERA DE CICLO): "
002370     ACCEPT GL-MODO
002371     IF GL-MODO = SPACE
002372         MOVE "N" TO GL-MODO
002373     END-IF
002374     IF NOT GL-MODO-VALIDO
002375         DISPLAY "OPCION INVALIDA - N U O"
002376     END-IF.
002380
002390*----------------------------------------------------------------
002400* 1150-VERIFICAR-PERIODO - ONLY A PERIOD THE PAYROLL MARKED
003240             MOVE MAP-CUENTA TO GL-CTA-EMBARGO
003250         WHEN "BANCO"
003260             MOVE MAP-CUENTA TO GL-CTA-BANCO
003262         WHEN "BENEFIC"
003264             MOVE MAP-CUENTA TO GL-CTA-BENEFIC
003266         WHEN "SINDIC"
003268             MOVE MAP-CUENTA TO GL-CTA-SINDIC
003270         WHEN OTHER
003280             DISPLAY "EMPGLJ: TIPO DE CUENTA DESCONOCIDO: "
003290                 MAP-TIPO
003580
003590*----------------------------------------------------------------
003600* 2000-CARGAR-HISTORIA - ONE TABLE ENTRY PER EMPLOYEE PAID IN THE
003603*                        PERIOD, ALWAYS THE LATEST MONTHLY ROW -
003606*                        OFF-CYCLE CORRECTIONS ARE POSTED BY THEIR
003609*                        OWN JOURNAL.  FOR THAT JOURNAL, THE ROWS
003612*                        OF THE CURRENT PASS (REVERSALS OR NEW
003615*                        FIGURES) OF THE LATEST OFF-CYCLE BATCH.
003620*----------------------------------------------------------------
003630 2000-CARGAR-HISTORIA.
003640     MOVE ZERO TO GL-EMP-MAX
003800     END-READ.
003810
003820 2200-ANOTAR-HISTORIA.
003824     IF PH-PERIODO = GL-PERIODO AND
003828             ((GL-MODO-NOMINA AND PH-NORMAL) OR
003832              (GL-MODO-FUERA-CICLO AND PH-LOTE = GL-LOTE
003836                  AND PH-TIPO-REG = GL-PASADA))
003840         MOVE 0 TO GL-EMP-HALLADO
003850         PERFORM 2300-BUSCAR-EMPLEADO
003860             VARYING GL-EMP-IDX FROM 1 BY 1
003940         IF GL-EMP-HALLADO > 0
003950             COMPUTE GL-EMP-BASE (GL-EMP-HALLADO) =
003960                 PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VARIABLE
003965                 + PH-IT-PRESTACION + PH-IT-COMPLEMENTO
003970             COMPUTE GL-EMP-IRPF (GL-EMP-HALLADO) =
003975                 PH-IRPF + PH-ESP-INGRESO
003980             MOVE PH-SS       TO GL-EMP-SS (GL-EMP-HALLADO)
003990             MOVE PH-FIJO     TO GL-EMP-FIJO (GL-EMP-HALLADO)
004000             MOVE PH-ANTICIPO
004010                 TO GL-EMP-ANTICIPO (GL-EMP-HALLADO)
004020             MOVE PH-EMBARGO
004030                 TO GL-EMP-EMBARGO (GL-EMP-HALLADO)
004032             COMPUTE GL-EMP-BENEFIC (GL-EMP-HALLADO) =
004034                 PH-FLEXIBLE + PH-BENEFICIO
004036             MOVE PH-SINDICAL TO GL-EMP-SINDIC (GL-EMP-HALLADO)
004040             MOVE PH-NETO     TO GL-EMP-NETO (GL-EMP-HALLADO)
004041*           A REVERSAL ROW CARRIES NEGATIVE AMOUNTS: THE UNSIGNED
004042*           COLUMNS KEEP THEIR MAGNITUDE, THE TWO SIGNED ONES ARE
004043*           TURNED ROUND HERE AND THE SIDES ARE SWAPPED WHEN THE
004044*           BATCH IS WRITTEN.
004045             IF GL-PASADA-ANULACION
004046                 MULTIPLY -1 BY GL-EMP-BASE (GL-EMP-HALLADO)
004047                 MULTIPLY -1 BY GL-EMP-NETO (GL-EMP-HALLADO)
004048             END-IF
004050         ELSE
004060             DISPLAY "EMPGLJ: TABLA DE EMPLEADOS LLENA - EL"
004070                 " DIARIO QUEDARIA CORTO"
004210*                 EACH CREDIT COLUMN.
004220*----------------------------------------------------------------
004230 3000-ACUMULAR.
004231     COMPUTE GL-FECHA-REPARTO = GL-PERIODO * 100 + 1
004232     IF GL-PERIODO(5:2) = "13"
004233         MOVE "06" TO GL-FECHA-REPARTO(5:2)
004234     END-IF
004235     IF GL-PERIODO(5:2) = "14"
004236         MOVE "12" TO GL-FECHA-REPARTO(5:2)
004237     END-IF
004240     PERFORM 3100-ACUMULAR-EMPLEADO
004250         VARYING GL-EMP-IDX FROM 1 BY 1
004260         UNTIL GL-EMP-IDX > GL-EMP-MAX.
004270
004280 3100-ACUMULAR-EMPLEADO.
004300     MOVE GL-EMP-E-ID (GL-EMP-IDX) TO E-ID
004310     READ EMPLEADOS-ARCHIVO
004320         INVALID KEY
004330             MOVE SPACES TO E-DEPTO
004380     END-READ
004381     MOVE GL-EMP-E-ID (GL-EMP-IDX) TO RA-E-ID
004382     MOVE GL-FECHA-REPARTO TO RA-FECHA
004383     MOVE E-DEPTO TO RA-DEPTO-BASE
004384     MOVE GL-EMP-BASE (GL-EMP-IDX) TO RA-IMPORTE (1)
004385     MOVE ZERO TO RA-IMPORTE (2) RA-IMPORTE (3)
004386     CALL "REPARTO" USING RA-AREA
004387     PERFORM 3150-CARGAR-PARTE
004388         VARYING GL-RA-IDX FROM 1 BY 1
004389         UNTIL GL-RA-IDX > RA-LINEAS
004390     ADD GL-EMP-IRPF (GL-EMP-IDX)     TO GL-TOT-IRPF
004391     ADD GL-EMP-SS (GL-EMP-IDX)       TO GL-TOT-SS
004392     ADD GL-EMP-FIJO (GL-EMP-IDX)     TO GL-TOT-FIJO
004393     ADD GL-EMP-ANTICIPO (GL-EMP-IDX) TO GL-TOT-ANTICIPO
004394     ADD GL-EMP-EMBARGO (GL-EMP-IDX)  TO GL-TOT-EMBARGO
004395     ADD GL-EMP-BENEFIC (GL-EMP-IDX)  TO GL-TOT-BENEFIC
004396     ADD GL-EMP-SINDIC (GL-EMP-IDX)   TO GL-TOT-SINDIC
004397     ADD GL-EMP-NETO (GL-EMP-IDX)     TO GL-TOT-NETO.
004398
004399*----------------------------------------------------------------
004400* 3150-CARGAR-PARTE - ONE LINE OF THE EMPLOYEE'S SPLIT (THE WHOLE
004401*                     GROSS TO E-DEPTO WHEN THEY HAVE NONE) INTO
004402*                     ITS COST CENTRE.
004403*----------------------------------------------------------------
004404 3150-CARGAR-PARTE.
004405     MOVE "SIN-CC" TO GL-CC-ACTUAL
004406     PERFORM 3200-BUSCAR-CC
004407         VARYING GL-DEP-IDX FROM 1 BY 1
004408         UNTIL GL-DEP-IDX > GL-DEP-MAX
004409     MOVE 0 TO GL-CC-HALLADO
004410     PERFORM 3300-BUSCAR-CC-TABLA
004411         VARYING GL-CC-IDX FROM 1 BY 1
004420         UNTIL GL-CC-IDX > GL-CC-MAX OR GL-CC-HALLADO > 0
004430     IF GL-CC-HALLADO = 0 AND GL-CC-MAX < 50
004440         ADD 1 TO GL-CC-MAX
004470         MOVE ZERO TO GL-CC-GASTO (GL-CC-HALLADO)
004480     END-IF
004490     IF GL-CC-HALLADO > 0
004500         ADD RA-PARTE (GL-RA-IDX, 1)
004510             TO GL-CC-GASTO (GL-CC-HALLADO)
004520     END-IF.
004590
004600 3200-BUSCAR-CC.
004610     IF GL-DEP-CODIGO (GL-DEP-IDX) = RA-DEPTO (GL-RA-IDX)
004620         MOVE GL-DEP-CC (GL-DEP-IDX) TO GL-CC-ACTUAL
004630     END-IF.
004640
004780         UNTIL GL-CC-IDX > GL-CC-MAX
004790     COMPUTE GL-TOT-HABER = GL-TOT-IRPF + GL-TOT-SS
004800         + GL-TOT-FIJO + GL-TOT-ANTICIPO + GL-TOT-EMBARGO
004810         + GL-TOT-BENEFIC + GL-TOT-SINDIC + GL-TOT-NETO
004820     IF GL-TOT-DEBE NOT = GL-TOT-HABER
004830         MOVE GL-TOT-DEBE TO GL-TOTAL-EDIT
004840         DISPLAY "EMPGLJ: DEBE " GL-TOTAL-EDIT
004850         MOVE GL-TOT-HABER TO GL-TOTAL-EDIT
004860         DISPLAY "EMPGLJ: HABER " GL-TOTAL-EDIT
004870         DISPLAY "EMPGLJ: EL DIARIO NO CUADRA AL CENTIMO -"
004871             " NO SE ESCRIBE " GL-NOMBRE-DIARIO
004872         MOVE "N" TO GL-PROSIGUE-SW
004873         MOVE 8 TO RETURN-CODE
004874     END-IF
004875*    THE BENEFITS ACCOUNT IS ONLY NEEDED ONCE SOMEONE IS ENROLLED.
004876     IF GL-TOT-BENEFIC > ZERO AND GL-CTA-BENEFIC = SPACES
004877         DISPLAY "EMPGLJ: HAY BENEFICIOS EN EL PERIODO PERO"
004878             " GLMAP.PRM NO TRAE LA CUENTA BENEFIC"
004879         MOVE "N" TO GL-PROSIGUE-SW
004880         MOVE 8 TO RETURN-CODE
004881     END-IF
004882*    LIKEWISE THE UNIONS' ACCOUNT ONCE SOMEONE PAYS DUES.
004883     IF GL-TOT-SINDIC > ZERO AND GL-CTA-SINDIC = SPACES
004884         DISPLAY "EMPGLJ: HAY CUOTAS SINDICALES EN EL PERIODO"
004885             " PERO GLMAP.PRM NO TRAE LA CUENTA SINDIC"
004890         MOVE "N" TO GL-PROSIGUE-SW
004900         MOVE 8 TO RETURN-CODE
004910     END-IF.
005000*----------------------------------------------------------------
005010 5000-ESCRIBIR-DIARIO.
005020     OPEN OUTPUT DIARIO-CONTABLE
005021     PERFORM 5050-ESCRIBIR-LOTE
005022     CLOSE DIARIO-CONTABLE
005023     DISPLAY "EMPGLJ: DIARIO ESCRITO CON " GL-APUNTES
005024         " APUNTE(S) - CUADRADO AL CENTIMO".
005025
005026 5050-ESCRIBIR-LOTE.
005030     MOVE SPACES TO GLJ-REGISTRO
005040     MOVE "CAB" TO GLJ-CAB-TIPO
005050     MOVE GL-PERIODO TO GLJ-CAB-PERIODO
005110     PERFORM 5200-APUNTE-HABER
005120     MOVE SPACES TO GLJ-REGISTRO
005130     MOVE "FIN" TO GLJ-FIN-TIPO
005137     IF GL-PASADA-ANULACION
005144         MOVE GL-TOT-HABER TO GLJ-FIN-DEBE
005151         MOVE GL-TOT-DEBE TO GLJ-FIN-HABER
005158     ELSE
005165         MOVE GL-TOT-DEBE TO GLJ-FIN-DEBE
005172         MOVE GL-TOT-HABER TO GLJ-FIN-HABER
005179     END-IF
005186     WRITE GLJ-REGISTRO.
005200
005210 5100-APUNTE-GASTO.
005220     MOVE SPACES TO GLJ-REGISTRO
005230     MOVE GL-LADO-DEBE TO GLJ-APU-TIPO
005240     MOVE GL-CTA-GASTO TO GLJ-APU-CUENTA
005250     MOVE GL-CC-CODIGO (GL-CC-IDX) TO GLJ-APU-CC
005260     MOVE GL-CC-GASTO (GL-CC-IDX) TO GLJ-APU-IMPORTE
005490     MOVE GL-TOT-EMBARGO TO GLJ-APU-IMPORTE
005500     MOVE "EMBARGOS RETENIDOS" TO GLJ-APU-DESC
005510     PERFORM 5300-ESCRIBIR-HABER
005511     IF GL-TOT-BENEFIC > ZERO
005512         MOVE GL-CTA-BENEFIC TO GLJ-APU-CUENTA
005513         MOVE GL-TOT-BENEFIC TO GLJ-APU-IMPORTE
005514         MOVE "BENEFICIOS SOCIALES" TO GLJ-APU-DESC
005515         PERFORM 5300-ESCRIBIR-HABER
005516     END-IF
005517     IF GL-TOT-SINDIC > ZERO
005518         MOVE GL-CTA-SINDIC TO GLJ-APU-CUENTA
005519         MOVE GL-TOT-SINDIC TO GLJ-APU-IMPORTE
005520         MOVE "CUOTAS SINDICALES" TO GLJ-APU-DESC
005521         PERFORM 5300-ESCRIBIR-HABER
005522     END-IF
005523     MOVE GL-CTA-BANCO TO GLJ-APU-CUENTA
005530     MOVE GL-TOT-NETO TO GLJ-APU-IMPORTE
005540     MOVE "NETO A PAGAR" TO GLJ-APU-DESC
005550     PERFORM 5300-ESCRIBIR-HABER.
005560
005570 5300-ESCRIBIR-HABER.
005580     MOVE GL-LADO-HABER TO GLJ-APU-TIPO
005590     MOVE SPACES TO GLJ-APU-CC
005600     WRITE GLJ-REGISTRO
005610     ADD 1 TO GL-APUNTES.
005611
005612*----------------------------------------------------------------
005613* 6000-DIARIO-FUERA-CICLO - THE JOURNAL OF THE PERIOD'S LATEST
005614*                           OFF-CYCLE RUN, AS TWO BALANCED BATCHES
005615*                           IN EMPGLJO.DAT (AS THE EMPPROV
005616*                           ACCRUAL DOES): THE REVERSAL OF THE
005617*                           FIGURES IT CANCELLED, DEBITS AND
005618*                           CREDITS SWAPPED, THEN THE RECALCULATED
005619*                           FIGURES POSTED AS USUAL.  IF EITHER
005620*                           BATCH FAILS TO BALANCE THE FILE IS
005621*                           LEFT EMPTY.
005622*----------------------------------------------------------------
005623 6000-DIARIO-FUERA-CICLO.
005624     PERFORM 6100-BUSCAR-LOTE
005625     IF GL-LOTE = ZERO
005626         DISPLAY "EMPGLJ: NO HAY NOMINA FUERA DE CICLO EN EL"
005627             " PERIODO " GL-PERIODO
005628         MOVE 8 TO RETURN-CODE
005629         GO TO 6000-SALIDA
005630     END-IF
005631     OPEN OUTPUT DIARIO-CONTABLE
005632     MOVE "R" TO GL-PASADA
005633     MOVE "CRE" TO GL-LADO-DEBE
005634     MOVE "DEB" TO GL-LADO-HABER
005635     PERFORM 6200-PASADA
005636     IF GL-PROSIGUE
005637         MOVE "O" TO GL-PASADA
005638         MOVE "DEB" TO GL-LADO-DEBE
005639         MOVE "CRE" TO GL-LADO-HABER
005640         PERFORM 6200-PASADA
005641     END-IF
005642     CLOSE DIARIO-CONTABLE
005643     IF GL-PROSIGUE
005644         DISPLAY "EMPGLJ: DIARIO FUERA DE CICLO (LOTE " GL-LOTE
005645             ") ESCRITO CON " GL-APUNTES " APUNTE(S)"
005646     ELSE
005647         OPEN OUTPUT DIARIO-CONTABLE
005648         CLOSE DIARIO-CONTABLE
005649         DISPLAY "EMPGLJ: EMPGLJO.DAT QUEDA VACIO"
005650     END-IF.
005651 6000-SALIDA.
005652     EXIT.
005653
005654 6100-BUSCAR-LOTE.
005655     MOVE ZERO TO GL-LOTE
005656     MOVE "N" TO PH-EOF-SW
005657     OPEN INPUT EMPLEADOS-PAY-HIST
005658     IF PH-FILE-STATUS = "00"
005659         PERFORM 2100-LEER-HISTORIA
005660         PERFORM 6110-COMPARAR-LOTE UNTIL PH-EOF
005661     END-IF
005662     IF PH-FILE-STATUS = "00" OR PH-FILE-STATUS = "05"
005663             OR PH-FILE-STATUS = "10"
005664         CLOSE EMPLEADOS-PAY-HIST
005665     END-IF.
005666
005667 6110-COMPARAR-LOTE.
005668     IF PH-PERIODO = GL-PERIODO AND PH-FUERA-CICLO
005669             AND PH-LOTE > GL-LOTE
005670         MOVE PH-LOTE TO GL-LOTE
005671     END-IF
005672     PERFORM 2100-LEER-HISTORIA.
005673
005674*----------------------------------------------------------------
005675* 6200-PASADA - ONE BATCH: LOAD, ACCUMULATE, BALANCE, WRITE.  AN
005676*               EMPLOYEE PAID FOR THE FIRST TIME OFF-CYCLE HAS
005677*               NOTHING TO REVERSE, SO AN EMPTY REVERSAL PASS IS
005678*               SIMPLY NOT WRITTEN.
005679*----------------------------------------------------------------
005680 6200-PASADA.
005681     PERFORM 2000-CARGAR-HISTORIA
005682     IF GL-EMP-MAX > 0 AND GL-PROSIGUE
005683         MOVE ZERO TO GL-CC-MAX GL-TOT-IRPF GL-TOT-SS GL-TOT-FIJO
005684             GL-TOT-ANTICIPO GL-TOT-EMBARGO GL-TOT-BENEFIC
005685             GL-TOT-SINDIC GL-TOT-NETO
005686         PERFORM 3000-ACUMULAR
005687         PERFORM 4000-CUADRAR
005688         IF GL-PROSIGUE
005689             PERFORM 5050-ESCRIBIR-LOTE
005690         END-IF
005691     END-IF.
005692
005693 9999-EXIT.
005694     CLOSE EMPLEADOS-ARCHIVO
005695     GOBACK.
005696 END PROGRAM EMPGLJ.
