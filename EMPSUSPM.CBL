000120*                SO THE FILE ONLY EVER HOLDS WHAT IS STILL
000130*                OUTSTANDING.
000140* TECTONICS:     cobc -x -std=ibm -I copybooks EMPSUSPM.CBL
000150*                EMPEDIT NOMNORM RECLOCK IDENVAL IDENREG
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000740*                    (RECLOCK) TAKEN AROUND EACH MASTER POST;
000750*                    THE BATCH LOTE CERROJO IS STILL RESPECTED
000760*                    ON ENTRY AND ON EVERY GRAB.
000761*   2026-10-15  RT   A NEW MASTER RECORD NOW ALSO STARTS WITH THE
000762*                    LEAVE-OF-ABSENCE AND VACATION CARRY-OVER
000763*                    FIELDS CLEARED INSTEAD OF WHATEVER THE RECORD
000764*                    AREA LAST HELD.
000765*   2026-10-15  RT   THE SUSPENSE RECORD NOW CARRIES THE FEED'S
000766*                    NIF/NIE, NAF AND WORK PERMIT; THE SCREEN
000767*                    SHOWS THEM, LETS THE CLERK CORRECT THEM,
000768*                    RE-JUDGES THEM THROUGH THE SHARED IDENVAL
000769*                    EDITS AND POSTS THEM TO THE EMPIDEN.DAT
000770*                    IDENTITY REGISTER (IDENREG) WITH THE RECORD.
000771*   2026-10-15  RT   A RECORD CREATED FROM A CORRECTED SUSPENSE
000772*                    ENTRY NOW ALSO STARTS WITH NO WORK CENTRE
000773*                    (E-CENTRO).
000774*   2026-10-15  RT   THE SUSPENSE RECORD NOW CARRIES THE FEED'S
000775*                    SEX (M OR H); THE SCREEN SHOWS IT, LETS THE
000776*                    CLERK CORRECT IT, RE-JUDGES IT (3800) AND
000777*                    POSTS IT TO THE NEW E-SEXO FIELD WITH THE
000778*                    RECORD.
000779*   2026-10-15  RT   A RECORD POSTED FROM SUSPENSE AS NEW NOW ALSO
000780*                    STARTS WITH THE AGE OPT-OUT E-EDAD-PRIVADA
000781*                    BLANK (AGE SHOWN).
000782******************************************************************
000783 IDENTIFICATION DIVISION.
000790 PROGRAM-ID. EMPSUSPM.
000800
000810 ENVIRONMENT DIVISION.
001020     COPY EMPAUD.
001030
001040 FD  EMPSUSP-TEMPORAL.
001050 01  TMP-REGISTRO             PIC X(312).
001060
001070 WORKING-STORAGE SECTION.
001080 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
001340         10  SM-E-DEPTO       PIC X(04).
001350         10  SM-E-SUPERVISOR  PIC X(50).
001360         10  SM-E-PUESTO      PIC X(06).
001361         10  SM-E-NIF         PIC X(09).
001362         10  SM-E-NAF         PIC X(12).
001363         10  SM-E-PERMISO     PIC X(02).
001364         10  SM-E-PERMISO-CAD PIC X(08).
001365         10  SM-E-SEXO        PIC X(01).
001370         10  SM-RAZON         PIC X(60).
001380         10  SM-RESUELTO-SW   PIC X.
001390             88  SM-RESUELTO  VALUE "Y".
001470     05  SM-TRB-E-DEPTO       PIC X(04).
001480     05  SM-TRB-E-SUPERVISOR  PIC X(50).
001490     05  SM-TRB-E-PUESTO      PIC X(06).
001491     05  SM-TRB-E-NIF         PIC X(09).
001492     05  SM-TRB-E-NAF         PIC X(12).
001493     05  SM-TRB-E-PERMISO     PIC X(02).
001494     05  SM-TRB-E-PERMISO-CAD PIC X(08).
001495     05  SM-TRB-E-SEXO        PIC X(01).
001500 01  SM-VALIDO-SW             PIC X VALUE "N".
001510     88  SM-VALIDO            VALUE "Y".
001520 01  SM-RAZON-EDIT            PIC X(60) VALUE SPACES.
001790 01  SM-SUP-SALTOS            PIC 9(3) VALUE 0.
001800 01  SM-SUP-FIN-SW            PIC X VALUE "N".
001810     88  SM-SUP-FIN           VALUE "Y".
001811
001812 01  SM-IDN-ACCION            PIC X(08) VALUE SPACES.
001813 01  SM-IDN-RESULTADO-SW      PIC X VALUE "N".
001814     88  SM-IDN-HECHO         VALUE "Y".
001815     COPY EMPIDEN.
001820
001830 01  SM-OPERADOR              PIC X(08) VALUE SPACES.
001840 01  SM-OPER-NIVEL            PIC X(01) VALUE SPACES.
003140         MOVE SUS-E-DEPTO  TO SM-E-DEPTO (SM-TOTAL)
003150         MOVE SUS-E-SUPERVISOR TO SM-E-SUPERVISOR (SM-TOTAL)
003160         MOVE SUS-E-PUESTO TO SM-E-PUESTO (SM-TOTAL)
003161         MOVE SUS-E-NIF    TO SM-E-NIF (SM-TOTAL)
003162         MOVE SUS-E-NAF    TO SM-E-NAF (SM-TOTAL)
003163         MOVE SUS-E-PERMISO TO SM-E-PERMISO (SM-TOTAL)
003164         MOVE SUS-E-PERMISO-CADUCA TO SM-E-PERMISO-CAD (SM-TOTAL)
003165         MOVE SUS-E-SEXO   TO SM-E-SEXO (SM-TOTAL)
003170         MOVE SUS-RAZON    TO SM-RAZON (SM-TOTAL)
003180         MOVE "N"          TO SM-RESUELTO-SW (SM-TOTAL)
003190     ELSE
003440     DISPLAY "E-DEPTO : " SM-E-DEPTO (SM-IDX)
003450     DISPLAY "E-SUPERVISOR: " SM-E-SUPERVISOR (SM-IDX)
003460     DISPLAY "E-PUESTO    : " SM-E-PUESTO (SM-IDX)
003461     DISPLAY "NIF/NIE     : " SM-E-NIF (SM-IDX)
003462     DISPLAY "NAF         : " SM-E-NAF (SM-IDX)
003463     DISPLAY "PERMISO     : " SM-E-PERMISO (SM-IDX)
003464         " CADUCA " SM-E-PERMISO-CAD (SM-IDX)
003465     DISPLAY "SEXO M/H    : " SM-E-SEXO (SM-IDX)
003470     DISPLAY "RAZON   : " SM-RAZON (SM-IDX)
003480     DISPLAY "1. CORREGIR Y CARGAR"
003490     DISPLAY "2. SALTAR"
003780     MOVE SM-E-DEPTO (SM-IDX)  TO SM-TRB-E-DEPTO
003790     MOVE SM-E-SUPERVISOR (SM-IDX) TO SM-TRB-E-SUPERVISOR
003800     MOVE SM-E-PUESTO (SM-IDX) TO SM-TRB-E-PUESTO
003801     MOVE SM-E-NIF (SM-IDX)    TO SM-TRB-E-NIF
003802     MOVE SM-E-NAF (SM-IDX)    TO SM-TRB-E-NAF
003803     MOVE SM-E-PERMISO (SM-IDX) TO SM-TRB-E-PERMISO
003804     MOVE SM-E-PERMISO-CAD (SM-IDX) TO SM-TRB-E-PERMISO-CAD
003805     MOVE SM-E-SEXO (SM-IDX)   TO SM-TRB-E-SEXO
003810
003820     DISPLAY "NUEVO E-ID (ENTER PARA DEJAR IGUAL): "
003830     ACCEPT SM-CAMPO
004210         MOVE SM-CAMPO TO SM-TRB-E-PUESTO
004220     END-IF
004230
004231     DISPLAY "NUEVO NIF/NIE (ENTER PARA DEJAR IGUAL): "
004232     ACCEPT SM-CAMPO
004233     IF SM-CAMPO NOT = SPACES
004234         MOVE SM-CAMPO TO SM-TRB-E-NIF
004235     END-IF
004236
004237     DISPLAY "NUEVO NAF (ENTER PARA DEJAR IGUAL): "
004238     ACCEPT SM-CAMPO
004239     IF SM-CAMPO NOT = SPACES
004240         MOVE SM-CAMPO TO SM-TRB-E-NAF
004241     END-IF
004242
004243     DISPLAY "NUEVO PERMISO RT/TF/RL/OT (ENTER = IGUAL): "
004244     ACCEPT SM-CAMPO
004245     IF SM-CAMPO NOT = SPACES
004246         MOVE SM-CAMPO TO SM-TRB-E-PERMISO
004247     END-IF
004248
004249     DISPLAY "NUEVA CADUCIDAD AAAAMMDD (ENTER = IGUAL): "
004250     ACCEPT SM-CAMPO
004251     IF SM-CAMPO NOT = SPACES
004252         MOVE SM-CAMPO TO SM-TRB-E-PERMISO-CAD
004253     END-IF
004254
004255     DISPLAY "NUEVO SEXO M/H (ENTER PARA DEJAR IGUAL): "
004256     ACCEPT SM-CAMPO
004257     IF SM-CAMPO NOT = SPACES
004258         MOVE SM-CAMPO TO SM-TRB-E-SEXO
004259     END-IF
004260
004261     CALL "EMPEDIT" USING SM-TRB-E-ID, SM-TRB-E-NOMBRE,
004262         SM-TRB-E-EDAD, SM-TRB-E-EMAIL, SM-TRB-E-DEPTO,
004263         SM-VALIDO-SW, SM-RAZON-EDIT
004270     IF SM-VALIDO
004280         PERFORM 3500-CHECK-SUPERVISOR
004290     END-IF
004310         PERFORM 3600-CHECK-PUESTO
004320     END-IF
004330     IF SM-VALIDO
004331         PERFORM 3700-CHECK-IDENTIDAD
004332     END-IF
004333     IF SM-VALIDO
004334         PERFORM 3800-CHECK-SEXO
004335     END-IF
004336     IF SM-VALIDO
004340         PERFORM 4000-POST-MASTER
004350         IF SM-GRABADO
004355             PERFORM 4500-GRABAR-IDENTIDAD
004360             MOVE "Y" TO SM-RESUELTO-SW (SM-IDX)
004370             ADD 1 TO SM-RESUELTO-COUNT
004380             ADD 1 TO SM-IDX
005260     END-IF.
005270
005280*----------------------------------------------------------------
005281* 3700-CHECK-IDENTIDAD - NIF/NIE, NAF AND WORK PERMIT THROUGH THE
005282*                        SHARED IDENVAL EDITS, THE SAME CHECK
005283*                        EMPVAL APPLIES ON THE LOAD.
005284*----------------------------------------------------------------
005285 3700-CHECK-IDENTIDAD.
005286     CALL "IDENVAL" USING SM-TRB-E-ID, SM-TRB-E-NIF,
005287         SM-TRB-E-NAF, SM-TRB-E-PERMISO, SM-TRB-E-PERMISO-CAD,
005288         SM-VALIDO-SW, SM-RAZON-EDIT.
005289
005290*----------------------------------------------------------------
005291* 3800-CHECK-SEXO - A NONBLANK SEX MUST BE M OR H, THE SAME
005292*                   CHECK EMPVAL APPLIES ON THE LOAD.
005293*----------------------------------------------------------------
005294 3800-CHECK-SEXO.
005295     IF SM-TRB-E-SEXO NOT = SPACE AND SM-TRB-E-SEXO NOT = "M"
005296             AND SM-TRB-E-SEXO NOT = "H"
005297         MOVE "N" TO SM-VALIDO-SW
005298         MOVE "SEXO DEBE SER M O H" TO SM-RAZON-EDIT
005299     END-IF.
005300
005301*----------------------------------------------------------------
005302* 4000-POST-MASTER - WRITE (OR REPLACE) THE CORRECTED RECORD IN
005303*                    THE INDEXED EMPLOYEE MASTER WITH THE SAME
005310*                    ALTA/CAMBIO DEFAULTS EMPVAL APPLIES, THEN
005320*                    APPEND AN AUDIT ENTRY SHOWING WHAT CHANGED.
005330*----------------------------------------------------------------
005770             MOVE ZERO TO E-FECHA-FIN-CONTRATO
005780             MOVE SPACE TO E-PRUEBA-CONF
005790             MOVE SPACES TO E-CATEGORIA
005791             MOVE SPACES TO E-EXC-TIPO
005792             MOVE ZERO TO E-EXC-FECHA-INICIO E-EXC-FECHA-RETORNO
005793             MOVE ZERO TO E-VAC-ARRASTRE E-VAC-ARR-CADUCA
005794             MOVE SPACES TO E-CENTRO
005795             MOVE SPACE TO E-SEXO
005796             MOVE SPACE TO E-EDAD-PRIVADA
005800         NOT INVALID KEY
005810             MOVE "CAMBIO" TO SM-ACCION
005820             MOVE E-NOMBRE TO SM-ANTES-NOMBRE
006030     MOVE SM-TRB-E-DEPTO TO E-DEPTO
006040     MOVE SM-TRB-E-SUPERVISOR TO E-SUPERVISOR
006050     MOVE SM-TRB-E-PUESTO TO E-PUESTO
006052     IF SM-TRB-E-SEXO NOT = SPACE
006054         MOVE SM-TRB-E-SEXO TO E-SEXO
006056     END-IF
006060
006070     IF SM-ACCION = "ALTA"
006080         WRITE EMPLEADOS-REGISTRO
006170         DISPLAY "REGISTRO CARGADO EN EL MAESTRO (" SM-ACCION ")"
006180         MOVE "Y" TO SM-GRABADO-SW
006190         PERFORM 5000-WRITE-AUDIT
006191     END-IF.
006192
006193*----------------------------------------------------------------
006194* 4500-GRABAR-IDENTIDAD - THE CORRECTED NIF, NAF AND PERMIT GO
006195*                         TO THE IDENTITY REGISTER; A BLANK ONE
006196*                         LEAVES THE REGISTER'S VALUE.
006197*----------------------------------------------------------------
006198 4500-GRABAR-IDENTIDAD.
006199     IF SM-TRB-E-NIF NOT = SPACES OR SM-TRB-E-NAF NOT = SPACES
006200             OR SM-TRB-E-PERMISO NOT = SPACES
006201         MOVE SM-TRB-E-ID TO IDN-E-ID
006202         MOVE "LEER" TO SM-IDN-ACCION
006203         CALL "IDENREG" USING SM-IDN-ACCION, EMPIDEN-REGISTRO,
006204             SM-IDN-RESULTADO-SW
006205         IF SM-TRB-E-NIF NOT = SPACES
006206             MOVE SM-TRB-E-NIF TO IDN-NIF
006207         END-IF
006208         IF SM-TRB-E-NAF NOT = SPACES
006209             MOVE SM-TRB-E-NAF TO IDN-NAF
006210         END-IF
006211         IF SM-TRB-E-PERMISO NOT = SPACES
006212             MOVE SM-TRB-E-PERMISO TO IDN-PERMISO
006213             MOVE SM-TRB-E-PERMISO-CAD TO IDN-PERMISO-CADUCA
006214         END-IF
006215         MOVE SM-OPERADOR TO IDN-OPERADOR
006216         MOVE "GRABAR" TO SM-IDN-ACCION
006217         CALL "IDENREG" USING SM-IDN-ACCION, EMPIDEN-REGISTRO,
006218             SM-IDN-RESULTADO-SW
006219         IF NOT SM-IDN-HECHO
006220             DISPLAY "NO SE PUDO GRABAR LA IDENTIDAD DE "
006221                 SM-TRB-E-ID
006222         END-IF
006223     END-IF.
006224
006225*----------------------------------------------------------------
006230* 5000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER ENTRY TO THE
006240*                    EMPLOYEE AUDIT TRAIL FOR THE RECORD JUST
006250*                    POSTED FROM THIS SCREEN.
007090         MOVE SM-E-DEPTO (SM-IDX)  TO SUS-E-DEPTO
007100         MOVE SM-E-SUPERVISOR (SM-IDX) TO SUS-E-SUPERVISOR
007110         MOVE SM-E-PUESTO (SM-IDX) TO SUS-E-PUESTO
007111         MOVE SM-E-NIF (SM-IDX)    TO SUS-E-NIF
007112         MOVE SM-E-NAF (SM-IDX)    TO SUS-E-NAF
007113         MOVE SM-E-PERMISO (SM-IDX) TO SUS-E-PERMISO
007114         MOVE SM-E-PERMISO-CAD (SM-IDX) TO SUS-E-PERMISO-CADUCA
007115         MOVE SM-E-SEXO (SM-IDX)   TO SUS-E-SEXO
007120         MOVE SM-RAZON (SM-IDX)    TO SUS-RAZON
007130         WRITE EMPSUSP-REGISTRO
007140         ADD 1 TO SM-PENDIENTE-COUNT
