000160*                AUDIT ENTRY (ACCION "VACACI").  REFUSALS STAY ON
000170*                THE FILE WITH THEIR REASON, NOT SILENTLY LOST.
000180* TECTONICS:     cobc -x -std=ibm -I copybooks EMPVRQM.CBL
000186*                OPERSES RUNLOCK FECHAVAL VACDER DIASLAB VACARR
000192*                CENTVAL NOTIFICA
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000290*                    OVERFLOW IS SAVED TO EMPVRQ.TMP
000300*                    FIRST AND APPENDED BEHIND THE REWRITTEN
000310*                    ENTRIES, THE EMPSUSPM/EMPAPLY CONVENTION.
000311*   2026-10-15  RT   THE BALANCE A REQUEST IS CHECKED AGAINST NOW
000312*                    INCLUDES THE CARRIED DAYS STILL VALID FROM
000313*                    THE EMPVCIE YEAR-END CLOSE (SHARED VACARR) ON
000314*                    TOP OF THE VACDER ENTITLEMENT.
000315*   2026-10-15  RT   THE REQUESTED DAYS ARE COUNTED AGAINST THE
000316*                    REGIONAL CALENDAR OF THE EMPLOYEE'S WORK
000317*                    CENTRE AS WELL (E-CENTRO PASSED TO DIASLAB).
000318*   2026-10-15  RT   A NEWLY KEYED REQUEST NOW QUEUES A MAIL TO
000319*                    THE E-SUPERVISOR WHO MUST DECIDE IT, THROUGH
000320*                    THE SHARED NOTIFICA ROUTINE (EMPNOTQ.DAT).
000321******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. EMPVRQM.
000350
000900 01  VQ-DIAS                  PIC 9(3) VALUE 0.
000910 01  VQ-SALTADOS              PIC 9(3) VALUE 0.
000920 01  VQ-DERECHO               PIC 9(3) VALUE 0.
000925 01  VQ-ARRASTRE              PIC 9(3) VALUE 0.
000930 01  VQ-SALDO                 PIC S9(4) VALUE 0.
000940
000950 01  VQ-OPERADOR              PIC X(08) VALUE SPACES.
001140         10  VQ-REQ-ALTA      PIC 9(8).
001150         10  VQ-REQ-NOTA      PIC X(30).
001160 01  VQ-REQ-IDX               PIC 9(3) VALUE 0.
001161
001162 01  VQ-NOT-PROGRAMA          PIC X(08) VALUE "EMPVRQM".
001163 01  VQ-NOT-TIPO              PIC X(06) VALUE "VACSOL".
001164 01  VQ-NOT-DESTINO           PIC X(01) VALUE "S".
001165 01  VQ-NOT-REFERENCIA        PIC X(20) VALUE SPACES.
001166 01  VQ-NOT-ASUNTO            PIC X(60) VALUE SPACES.
001167 01  VQ-NOT-TEXTO             PIC X(200) VALUE SPACES.
001168 01  VQ-NOT-RESULTADO         PIC X(01) VALUE SPACES.
001170
001180 01  VQ-LCK-ACCION            PIC X(08) VALUE SPACES.
001190 01  VQ-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
003080*----------------------------------------------------------------
003090* 3150-CONTAR-DIAS - ONLY THE WORKING DAYS IN THE RANGE COUNT
003100*                    (SHARED DIASLAB OVER THE FESTIVOS.DAT
003106*                    COMPANY CALENDAR AND THE REGIONAL
003112*                    CALENDAR OF THE EMPLOYEE'S WORK CENTRE).
003120*----------------------------------------------------------------
003130 3150-CONTAR-DIAS.
003140     CALL "DIASLAB" USING VQ-FECHA-DESDE, VQ-FECHA-HASTA,
003150         VQ-DIAS, VQ-SALTADOS, E-CENTRO
003160     DISPLAY "DIAS LABORABLES: " VQ-DIAS
003170         "  SALTADOS (FINDE/FESTIVO): " VQ-SALTADOS.
003180
003280     MOVE VQ-HOY         TO VQ-REQ-ALTA (VQ-REQ-MAX)
003290     MOVE SPACES         TO VQ-REQ-NOTA (VQ-REQ-MAX)
003300     CALL "VACDER" USING E-FECHA-INGRESO, VQ-HOY, VQ-DERECHO
003302     CALL "VACARR" USING E-VAC-ARRASTRE, E-VAC-ARR-CADUCA,
003304         E-VAC-TOMADOS, VQ-HOY, VQ-ARRASTRE
003306     COMPUTE VQ-SALDO = VQ-DERECHO + VQ-ARRASTRE
003308         - E-VAC-TOMADOS - VQ-DIAS
003310     DISPLAY "DERECHO ANUAL : " VQ-DERECHO
003312         "  ARRASTRE : " VQ-ARRASTRE
003314         "  TOMADOS : " E-VAC-TOMADOS
003320     IF VQ-SALDO < ZERO
003330         MOVE "EXCEDE SALDO" TO VQ-REQ-NOTA (VQ-REQ-MAX)
003340         DISPLAY "AVISO: LA SOLICITUD EXCEDE EL SALDO - QUEDA"
003350             " MARCADA EXCEDE SALDO"
003360     END-IF
003370     MOVE "Y" TO VQ-MODIFICADA-SW
003371     DISPLAY "SOLICITUD REGISTRADA (" VQ-DIAS " DIAS)"
003372     PERFORM 3300-NOTIFICAR-SUPERVISOR.
003373
003374*----------------------------------------------------------------
003375* 3300-NOTIFICAR-SUPERVISOR - QUEUE A MAIL TELLING THE
003376*                             E-SUPERVISOR THAT A REQUEST IS
003377*                             WAITING FOR THEIR DECISION, THROUGH
003378*                             THE SHARED NOTIFICA ROUTINE.  THE
003379*                             DATES ARE THE REFERENCE, SO THE SAME
003380*                             REQUEST KEYED TWICE IS MAILED ONCE.
003381*----------------------------------------------------------------
003382 3300-NOTIFICAR-SUPERVISOR.
003383     MOVE SPACES TO VQ-NOT-REFERENCIA
003384     STRING VQ-FECHA-DESDE "-" VQ-FECHA-HASTA
003385         DELIMITED BY SIZE INTO VQ-NOT-REFERENCIA
003386     MOVE SPACES TO VQ-NOT-ASUNTO
003387     STRING "SOLICITUD DE VACACIONES PENDIENTE - "
003388         FUNCTION TRIM(E-NOMBRE)
003389         DELIMITED BY SIZE INTO VQ-NOT-ASUNTO
003390     MOVE SPACES TO VQ-NOT-TEXTO
003391     STRING FUNCTION TRIM(E-NOMBRE) " (" FUNCTION TRIM(VQ-E-ID)
003392         ") SOLICITA VACACIONES DEL " VQ-FECHA-DESDE
003393         " AL " VQ-FECHA-HASTA " (" VQ-DIAS " DIAS LABORABLES) "
003394         FUNCTION TRIM(VQ-REQ-NOTA (VQ-REQ-MAX))
003395         ".  APRUEBE O RECHACE LA SOLICITUD EN EMPVRQM."
003396         DELIMITED BY SIZE INTO VQ-NOT-TEXTO
003397     CALL "NOTIFICA" USING VQ-NOT-PROGRAMA, VQ-NOT-TIPO,
003398         VQ-E-ID, VQ-NOT-DESTINO, VQ-NOT-REFERENCIA,
003399         VQ-NOT-ASUNTO, VQ-NOT-TEXTO, VQ-NOT-RESULTADO
003400     IF VQ-NOT-RESULTADO = "Q"
003401         DISPLAY "AVISO AL SUPERVISOR ENCOLADO"
003402     END-IF.
003403
003404*----------------------------------------------------------------
003410* 4000-REVISAR - LIST ONE SUPERVISOR'S PENDING REQUESTS AND LET
003420*                THE SUPERVISOR APPROVE OR REFUSE EACH ONE, WITH
003430*                THE OPERATOR STAMP ON THE DECISION.
