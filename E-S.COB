001790*                    E-FECHA-FIN-CONTRATO FIELDS.
001800*   2026-09-03  RT   THE AUDIT ENTRY NOW ALSO CARRIES THE NEW
001810*                    E-CATEGORIA CONVENIO CATEGORY.
001811*   2026-10-15  RT   A NEW MASTER RECORD NOW ALSO STARTS WITH THE
001812*                    LEAVE-OF-ABSENCE AND VACATION CARRY-OVER
001813*                    FIELDS CLEARED INSTEAD OF WHATEVER THE RECORD
001814*                    AREA LAST HELD.
001815*   2026-10-15  RT   THE FEED NOW CARRIES THE NIF/NIE, THE
001816*                    SOCIAL-SECURITY NUMBER (NAF) AND THE WORK-
001817*                    PERMIT TYPE AND EXPIRY.  THEY ARE JUDGED BY
001818*                    THE SHARED IDENVAL EDITS (CHECK LETTER,
001819*                    CONTROL DIGITS, NO NIF HELD BY ANOTHER E-ID,
001820*                    A REAL EXPIRY FOR A PERMIT) AND A FAILURE
001821*                    GOES TO SUSPENSE.  ACCEPTED VALUES GO TO THE
001822*                    EMPIDEN.DAT IDENTITY REGISTER THROUGH
001823*                    IDENREG; A BLANK FEED VALUE KEEPS WHAT THE
001824*                    REGISTER ALREADY HOLDS.
001825*   2026-10-15  RT   A NEW MASTER RECORD NOW ALSO STARTS WITH NO
001826*                    WORK CENTRE (E-CENTRO); THE FEED DOES NOT
001827*                    CARRY IT - EMPONB OR EMPMAINT ASSIGN IT.
001828*   2026-10-15  RT   THE FEED NOW CARRIES THE EMPLOYEE'S SEX (ENT-
001829*                    E-SEXO, M OR H). ANY OTHER NONBLANK VALUE
001830*                    GOES TO SUSPENSE; AN ACCEPTED ONE LANDS IN
001831*                    THE NEW E-SEXO FIELD, AND A BLANK ONE KEEPS
001832*                    WHAT THE MASTER ALREADY HOLDS.
001833*   2026-10-15  RT   A NEW EMPLOYEE NOW ALSO STARTS WITH THE AGE
001834*                    OPT-OUT E-EDAD-PRIVADA BLANK (AGE SHOWN),
001835*                    WHICH THE FEED DOES NOT CARRY.
001836*   2026-10-15  RT   EV-ACCEPT-COUNT NOW COUNTS RECORDS THAT PASS
001837*                    VALIDATION, AND MASTER ADDS, MASTER CHANGES
001838*                    AND AUDIT ENTRIES ACTUALLY WRITTEN ARE
001839*                    COUNTED ON THEIR OWN.  ALL OF THEM, WITH THE
001840*                    SUSPENSE REJECTS, GO TO EMPRUN.LOG AS
001841*                    C-ACEP/C-SUSP/C-ALTA/C-CAMB/C-AUDI CONTROL
001842*                    RECORDS FOR THE EMPCUAD CHAIN BALANCING.  THE
001843*                    RUN'S COUNTERS AND SWITCHES ARE NOW RESET ON
001844*                    EVERY CALL.
001845******************************************************************
001846 IDENTIFICATION DIVISION.
001847 PROGRAM-ID. EMPVAL.
001850
001860 ENVIRONMENT DIVISION.
001870 INPUT-OUTPUT SECTION.
002050     05  ENT-E-DEPTO         PIC X(04).
002060     05  ENT-E-SUPERVISOR    PIC X(50).
002070     05  ENT-E-PUESTO        PIC X(06).
002071     05  ENT-E-NIF           PIC X(09).
002072     05  ENT-E-NAF           PIC X(12).
002073     05  ENT-E-PERMISO       PIC X(02).
002074     05  ENT-E-PERMISO-CADUCA PIC X(08).
002075     05  ENT-E-SEXO          PIC X(01).
002080 01  ENTRADA-CABECERA.
002090     05  ENT-CAB-TIPO        PIC X(03).
002100     05  ENT-CAB-FECHA       PIC 9(08).
002110     05  ENT-CAB-ORIGEN      PIC X(20).
002120     05  FILLER              PIC X(213).
002130 01  ENTRADA-COLA.
002140     05  ENT-FIN-TIPO        PIC X(03).
002150     05  ENT-FIN-COUNT       PIC 9(07).
002160     05  ENT-FIN-HASH        PIC 9(09).
002170     05  FILLER              PIC X(225).
002180
002190 FD  EMPSUSP-ARCHIVO.
002200     COPY EMPSUSP.
002430 01  EV-READ-COUNT            PIC 9(7) VALUE 0.
002440 01  EV-ACCEPT-COUNT          PIC 9(7) VALUE 0.
002450 01  EV-REJECT-COUNT          PIC 9(7) VALUE 0.
002452 01  EV-ALTA-COUNT            PIC 9(7) VALUE 0.
002454 01  EV-CAMBIO-COUNT          PIC 9(7) VALUE 0.
002456 01  EV-AUDIT-COUNT           PIC 9(7) VALUE 0.
002460
002470 01  EV-ACCION                PIC X(6)  VALUE SPACES.
002480 01  EV-ANTES-NOMBRE          PIC X(50) VALUE SPACES.
002830     05  EV-SIG-E-DEPTO       PIC X(04).
002840     05  EV-SIG-E-SUPERVISOR  PIC X(50).
002850     05  EV-SIG-E-PUESTO      PIC X(06).
002851     05  EV-SIG-E-NIF         PIC X(09).
002852     05  EV-SIG-E-NAF         PIC X(12).
002853     05  EV-SIG-E-PERMISO     PIC X(02).
002854     05  EV-SIG-E-PERMISO-CAD PIC X(08).
002855     05  EV-SIG-E-SEXO        PIC X(01).
002860 01  EV-SIG-COLA REDEFINES EV-SIGUIENTE.
002870     05  EV-SIG-FIN-TIPO      PIC X(03).
002880     05  EV-SIG-FIN-COUNT     PIC 9(07).
002890     05  EV-SIG-FIN-HASH      PIC 9(09).
002893     05  FILLER               PIC X(225).
002896 01  EV-REG-GUARDADO          PIC X(244) VALUE SPACES.
002899
002902 01  EV-IDN-ACCION            PIC X(08) VALUE SPACES.
002905 01  EV-IDN-RESULTADO-SW      PIC X VALUE "N".
002908     88  EV-IDN-HECHO         VALUE "Y".
002911     COPY EMPIDEN.
002920
002930 01  SUS-EOF-SW               PIC X VALUE "N".
002940     88  SUS-EOF              VALUE "Y".
003060 01  EV-LOG-EVENTO            PIC X(06) VALUE SPACES.
003070 01  EV-LOG-CONTADOR          PIC 9(07) VALUE 0.
003080 01  EV-LOG-RETORNO           PIC 9(04) VALUE 0.
003085 01  EV-CTL-RETORNO           PIC 9(04) VALUE 0.
003090 01  EV-ERR-ARCHIVO           PIC X(20) VALUE SPACES.
003100 01  EV-ERR-STATUS            PIC XX VALUE SPACES.
003110 01  EV-IO-FALLO-SW           PIC X VALUE "N".
003200     MOVE "INICIO" TO EV-LOG-EVENTO
003210     CALL "RUNLOG" USING EV-LOG-PROGRAMA, EV-LOG-EVENTO,
003220         EV-LOG-CONTADOR, EV-LOG-RETORNO
003225     PERFORM 0100-INICIAR-CONTADORES
003230     PERFORM 0500-VERIFICAR-CONTROL
003240     IF EV-CONTROL-OK
003250         PERFORM 1000-INITIALIZE
003280     ELSE
003290         MOVE 16 TO RETURN-CODE
003300     END-IF
003303     MOVE RETURN-CODE TO EV-LOG-RETORNO
003306     PERFORM 8100-REGISTRAR-CONTROLES
003310     MOVE "FIN" TO EV-LOG-EVENTO
003320     MOVE EV-READ-COUNT TO EV-LOG-CONTADOR
003340     CALL "RUNLOG" USING EV-LOG-PROGRAMA, EV-LOG-EVENTO,
003350         EV-LOG-CONTADOR, EV-LOG-RETORNO
003360     MOVE EV-LOG-RETORNO TO RETURN-CODE
003370     PERFORM 9999-EXIT.
003371
003372*----------------------------------------------------------------
003373* 0100-INICIAR-CONTADORES - THE PROGRAM MAY BE CALLED MORE THAN
003374*                           ONCE IN ONE SESSION (MENU, THEN THE
003375*                           CHAIN), SO THE RUN'S COUNTERS START AT
003376*                           ZERO ON EVERY CALL.
003377*----------------------------------------------------------------
003378 0100-INICIAR-CONTADORES.
003379     MOVE ZERO TO EV-READ-COUNT EV-ACCEPT-COUNT EV-REJECT-COUNT
003380     MOVE ZERO TO EV-ALTA-COUNT EV-CAMBIO-COUNT EV-AUDIT-COUNT
003381     MOVE ZERO TO EV-CTL-COUNT EV-CTL-HASH
003382     MOVE ZERO TO EV-SUS-MAX
003383     MOVE "N" TO EV-SUS-LLENA-SW
003384     MOVE "Y" TO EV-CONTROL-OK-SW
003385     MOVE "N" TO EV-CAB-VISTA-SW
003386     MOVE "N" TO EV-FIN-VISTA-SW
003387     MOVE "N" TO EV-IO-FALLO-SW
003388     MOVE "N" TO ENT-EOF-SW.
003389
003390*----------------------------------------------------------------
003400* 0500-VERIFICAR-CONTROL - PASS THE WHOLE FEED ONCE BEFORE
003410*                          LOADING ANYTHING: THE FIRST RECORD
005110     ADD 1 TO EV-READ-COUNT
005120     PERFORM 3000-VALIDATE-REGISTRO
005130     IF EV-VALID
005135         ADD 1 TO EV-ACCEPT-COUNT
005140         PERFORM 4000-WRITE-MASTER THRU 4000-SALIDA
005150     ELSE
005160         PERFORM 5000-WRITE-SUSPENSE
005350     END-IF
005360     IF EV-VALID
005370         PERFORM 3300-CHECK-PUESTO
005371     END-IF
005372     IF EV-VALID
005373         PERFORM 3400-CHECK-IDENTIDAD
005374     END-IF
005375     IF EV-VALID
005376         PERFORM 3500-CHECK-SEXO
005380     END-IF.
005390
005400*----------------------------------------------------------------
006270     END-IF.
006280
006290*----------------------------------------------------------------
006291* 3400-CHECK-IDENTIDAD - NIF/NIE, NAF AND WORK PERMIT THROUGH THE
006292*                        SHARED IDENVAL EDITS, THE SAME ONES THE
006293*                        EMPMAINT AND EMPONB SCREENS APPLY.
006294*----------------------------------------------------------------
006295 3400-CHECK-IDENTIDAD.
006296     CALL "IDENVAL" USING ENT-E-ID, ENT-E-NIF, ENT-E-NAF,
006297         ENT-E-PERMISO, ENT-E-PERMISO-CADUCA, EV-VALID-SW,
006298         EV-REASON.
006299
006300*----------------------------------------------------------------
006301* 3500-CHECK-SEXO - THE SEX, WHEN THE FEED CARRIES IT, MUST BE M
006302*                   (MUJER) OR H (HOMBRE), THE SAME RULE THE
006303*                   EMPMAINT SCREEN APPLIES.
006304*----------------------------------------------------------------
006305 3500-CHECK-SEXO.
006306     IF ENT-E-SEXO NOT = SPACE AND ENT-E-SEXO NOT = "M"
006307             AND ENT-E-SEXO NOT = "H"
006308         MOVE "N" TO EV-VALID-SW
006309         STRING "SEXO DEBE SER M O H"
006310             DELIMITED BY SIZE INTO EV-REASON
006311     END-IF.
006312
006313*----------------------------------------------------------------
006314* 4000-WRITE-MASTER - WRITE (OR REPLACE) THE VALIDATED RECORD IN
006315*                     THE INDEXED EMPLOYEE MASTER, THEN APPEND AN
006320*                     AUDIT ENTRY SHOWING WHAT CHANGED.
006330*----------------------------------------------------------------
006340 4000-WRITE-MASTER.
006660             MOVE ZERO TO E-FECHA-FIN-CONTRATO
006670             MOVE SPACE TO E-PRUEBA-CONF
006680             MOVE SPACES TO E-CATEGORIA
006681             MOVE SPACES TO E-EXC-TIPO
006682             MOVE ZERO TO E-EXC-FECHA-INICIO E-EXC-FECHA-RETORNO
006683             MOVE ZERO TO E-VAC-ARRASTRE E-VAC-ARR-CADUCA
006684             MOVE SPACES TO E-CENTRO
006685             MOVE SPACE TO E-SEXO
006686             MOVE SPACE TO E-EDAD-PRIVADA
006690         NOT INVALID KEY
006700             MOVE "CAMBIO" TO EV-ACCION
006710             MOVE E-NOMBRE TO EV-ANTES-NOMBRE
006920     MOVE ENT-E-DEPTO  TO E-DEPTO
006930     MOVE ENT-E-PUESTO TO E-PUESTO
006940     MOVE ENT-E-SUPERVISOR TO E-SUPERVISOR
006942     IF ENT-E-SEXO NOT = SPACE
006944         MOVE ENT-E-SEXO TO E-SEXO
006946     END-IF
006950
006960     IF EV-ACCION = "ALTA"
006970         WRITE EMPLEADOS-REGISTRO
007050         GO TO 4000-SALIDA
007060     END-IF
007070
007073     IF EV-ACCION = "ALTA"
007076         ADD 1 TO EV-ALTA-COUNT
007079     ELSE
007082         ADD 1 TO EV-CAMBIO-COUNT
007085     END-IF
007088     PERFORM 6000-WRITE-AUDIT
007091     PERFORM 4100-GRABAR-IDENTIDAD.
007100
007110 4000-SALIDA.
007120     EXIT.
007121
007122*----------------------------------------------------------------
007123* 4100-GRABAR-IDENTIDAD - THE NIF, NAF AND PERMIT THE FEED
007124*                         CARRIES GO TO THE IDENTITY REGISTER; A
007125*                         BLANK ONE LEAVES THE REGISTER'S VALUE.
007126*----------------------------------------------------------------
007127 4100-GRABAR-IDENTIDAD.
007128     IF ENT-E-NIF NOT = SPACES OR ENT-E-NAF NOT = SPACES
007129             OR ENT-E-PERMISO NOT = SPACES
007130         MOVE ENT-E-ID TO IDN-E-ID
007131         MOVE "LEER" TO EV-IDN-ACCION
007132         CALL "IDENREG" USING EV-IDN-ACCION, EMPIDEN-REGISTRO,
007133             EV-IDN-RESULTADO-SW
007134         IF ENT-E-NIF NOT = SPACES
007135             MOVE ENT-E-NIF TO IDN-NIF
007136         END-IF
007137         IF ENT-E-NAF NOT = SPACES
007138             MOVE ENT-E-NAF TO IDN-NAF
007139         END-IF
007140         IF ENT-E-PERMISO NOT = SPACES
007141             MOVE ENT-E-PERMISO TO IDN-PERMISO
007142             MOVE ENT-E-PERMISO-CADUCA TO IDN-PERMISO-CADUCA
007143         END-IF
007144         MOVE EV-OPERADOR TO IDN-OPERADOR
007145         MOVE "GRABAR" TO EV-IDN-ACCION
007146         CALL "IDENREG" USING EV-IDN-ACCION, EMPIDEN-REGISTRO,
007147             EV-IDN-RESULTADO-SW
007148         IF NOT EV-IDN-HECHO
007149             DISPLAY "EMPVAL: IDENTIDAD NO GRABADA PARA E-ID="
007150                 ENT-E-ID
007151         END-IF
007152     END-IF.
007153
007154*----------------------------------------------------------------
007155* 6000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER ENTRY TO THE
007160*                    EMPLOYEE AUDIT TRAIL FOR THE RECORD JUST
007170*                    WRITTEN.
007180*----------------------------------------------------------------
007650     MOVE E-PRUEBA-CONF              TO AUD-D-PRUEBA
007660     MOVE E-CATEGORIA                TO AUD-D-CATEGORIA
007670     WRITE AUD-REGISTRO
007672     IF AUD-FILE-STATUS = "00"
007674         ADD 1 TO EV-AUDIT-COUNT
007676     END-IF
007680     MOVE "EMPAUD.DAT" TO EV-ERR-ARCHIVO
007690     MOVE AUD-FILE-STATUS TO EV-ERR-STATUS
007700     PERFORM 9000-CHECK-ESTADO.
007930         MOVE ENT-E-DEPTO  TO SUS-E-DEPTO
007940         MOVE ENT-E-PUESTO TO SUS-E-PUESTO
007950         MOVE ENT-E-SUPERVISOR TO SUS-E-SUPERVISOR
007951         MOVE ENT-E-NIF    TO SUS-E-NIF
007952         MOVE ENT-E-NAF    TO SUS-E-NAF
007953         MOVE ENT-E-PERMISO TO SUS-E-PERMISO
007954         MOVE ENT-E-PERMISO-CADUCA TO SUS-E-PERMISO-CADUCA
007955         MOVE ENT-E-SEXO   TO SUS-E-SEXO
007960         MOVE EV-REASON    TO SUS-RAZON
007970         WRITE EMPSUSP-REGISTRO
007980         IF EV-SUS-MAX < 500
008200     DISPLAY "EMPVAL - REGISTROS LEIDOS    : " EV-READ-COUNT
008210     DISPLAY "EMPVAL - REGISTROS ACEPTADOS : " EV-ACCEPT-COUNT
008220     DISPLAY "EMPVAL - REGISTROS RECHAZADOS: " EV-REJECT-COUNT
008223     DISPLAY "EMPVAL - ALTAS EN MAESTRO    : " EV-ALTA-COUNT
008226     DISPLAY "EMPVAL - CAMBIOS EN MAESTRO  : " EV-CAMBIO-COUNT
008230     MOVE EV-REJECT-COUNT TO RETURN-CODE
008240     IF EV-IO-FALLO
008250         MOVE 16 TO RETURN-CODE
008280     CLOSE EMPLEADOS-ENTRADA
008290     CLOSE EMPSUSP-ARCHIVO
008300     CLOSE EMPLEADOS-AUDITORIA.
008301
008302*----------------------------------------------------------------
008303* 8100-REGISTRAR-CONTROLES - LEAVE THE ACCEPTED, SUSPENDED, ADD,
008304*                            CHANGE AND AUDIT COUNTS IN THE RUN
008305*                            LOG AS "C-" CONTROL RECORDS AHEAD OF
008306*                            THE FIN RECORD (WHICH CARRIES THE
008307*                            READ COUNT) FOR THE EMPCUAD CHAIN
008308*                            BALANCING.
008309*----------------------------------------------------------------
008310 8100-REGISTRAR-CONTROLES.
008311     MOVE ZERO TO EV-CTL-RETORNO
008312     MOVE "C-ACEP" TO EV-LOG-EVENTO
008313     MOVE EV-ACCEPT-COUNT TO EV-LOG-CONTADOR
008314     CALL "RUNLOG" USING EV-LOG-PROGRAMA, EV-LOG-EVENTO,
008315         EV-LOG-CONTADOR, EV-CTL-RETORNO
008316     MOVE "C-SUSP" TO EV-LOG-EVENTO
008317     MOVE EV-REJECT-COUNT TO EV-LOG-CONTADOR
008318     CALL "RUNLOG" USING EV-LOG-PROGRAMA, EV-LOG-EVENTO,
008319         EV-LOG-CONTADOR, EV-CTL-RETORNO
008320     MOVE "C-ALTA" TO EV-LOG-EVENTO
008321     MOVE EV-ALTA-COUNT TO EV-LOG-CONTADOR
008322     CALL "RUNLOG" USING EV-LOG-PROGRAMA, EV-LOG-EVENTO,
008323         EV-LOG-CONTADOR, EV-CTL-RETORNO
008324     MOVE "C-CAMB" TO EV-LOG-EVENTO
008325     MOVE EV-CAMBIO-COUNT TO EV-LOG-CONTADOR
008326     CALL "RUNLOG" USING EV-LOG-PROGRAMA, EV-LOG-EVENTO,
008327         EV-LOG-CONTADOR, EV-CTL-RETORNO
008328     MOVE "C-AUDI" TO EV-LOG-EVENTO
008329     MOVE EV-AUDIT-COUNT TO EV-LOG-CONTADOR
008330     CALL "RUNLOG" USING EV-LOG-PROGRAMA, EV-LOG-EVENTO,
008331         EV-LOG-CONTADOR, EV-CTL-RETORNO.
008332
008333 9000-CHECK-ESTADO.
008334     IF EV-ERR-STATUS NOT = "00" AND EV-ERR-STATUS NOT = "05"
008340         CALL "FILERR" USING EV-LOG-PROGRAMA, EV-ERR-ARCHIVO,
008350             EV-ERR-STATUS
008360         MOVE "Y" TO EV-IO-FALLO-SW
