000040* DATE-WRITTEN:  2026-09-03
000050* PURPOSE:       ANNUAL IRPF WITHHOLDING CERTIFICATES.  FOR A
000060*                REQUESTED YEAR, TOTALS EVERY EMPLOYEE'S GROSS
000070*                PERCEPTIONS (PH-BRUTO PLUS THE TRIENIO, RETRO AND
000080*                TAXABLE ONE-OFF CONCEPTS) AND THE IRPF WITHHELD
000090*                FROM THE EMPPAYH.DAT PAYROLL HISTORY - KEEPING
000100*                ONLY THE LATEST HISTORY ROW PER PERIOD, THE WAY
000110*                EMPSLIP DOES - AND PRINTS ONE FORMATTED
000120*                CERTIFICATE PER EMPLOYEE, ACTIVE OR TERMINATED
000130*                DURING THE YEAR, PLUS A SUMMARY PAGE TOTALLED BY
000160*                OTHER REPORTS.  EVERY JANUARY STOPS BEING A
000170*                RE-TYPING SESSION.
000180* TECTONICS:     cobc -x -std=ibm -I copybooks EMPCERT.CBL
000190*                RPTROUTE RPTBANNER RUNLOG IDENREG
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000270*                    DATED COPY IN THE SPOOL CATALOG SO LAST
000280*                    WEEK'S OUTPUT CAN BE REPRINTED FROM
000290*                    EMPSPOOL INSTEAD OF RE-RUN.
000291*   2026-10-15  RT   THE GROSS NOW ADDS PH-IT-PRESTACION AND PH-
000292*                    IT-COMPLEMENTO, THE SICK-LEAVE BENEFIT AND
000293*                    CONVENIO TOP-UP THE PAYROLL RUN NOW PAYS
000294*                    INSTEAD OF THE SALARY FOR THOSE DAYS.
000295*   2026-10-15  RT   EACH CERTIFICATE NOW CARRIES THE RECIPIENT'S
000296*                    NIF/NIE AND SOCIAL-SECURITY NUMBER (NAF) FROM
000297*                    THE EMPIDEN.DAT IDENTITY REGISTER.
000298*   2026-10-15  RT   THE GROSS NOW TAKES ONLY THE TAXABLE PART OF
000299*                    THE ONE-OFF CONCEPTS (PH-VAR-GRAV); THE
000300*                    EXEMPT PART - TRAVEL ALLOWANCES, MILEAGE AND
000301*                    EXEMPT SEVERANCE - IS PRINTED ON ITS OWN LINE
000302*                    AS PERCEPCIONES EXENTAS.
000303*   2026-10-15  RT   THE CONTRIBUTION GROSS OF EACH PERIOD
000304*                    INCLUDES THE IN-KIND PAY (PH-ESPECIE), WHICH
000305*                    IS PART OF THE CONTRIBUTION BASE.
000306******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. EMPCERT.
000330
000860         10  CT-HIST-E-ID     PIC X(50).
000870         10  CT-HIST-PERIODO  PIC 9(6).
000880         10  CT-HIST-BRUTO    PIC S9(8)V99.
000885         10  CT-HIST-EXENTO   PIC S9(8)V99.
000890         10  CT-HIST-IRPF     PIC 9(7)V99.
000900         10  CT-HIST-USADO-SW PIC X.
000910             88  CT-HIST-USADO VALUE "Y".
001020 01  CT-DEP-HALLADO           PIC 9(2) VALUE 0.
001030
001040 01  CT-EMP-BRUTO             PIC S9(9)V99 VALUE 0.
001045 01  CT-EMP-EXENTO            PIC S9(9)V99 VALUE 0.
001050 01  CT-EMP-IRPF              PIC 9(8)V99 VALUE 0.
001060 01  CT-EMP-PERIODOS          PIC 9(3) VALUE 0.
001070 01  CT-CERT-COUNT            PIC 9(5) VALUE 0.
001080 01  CT-IMPORTE-EDIT          PIC -ZZ,ZZZ,ZZ9.99.
001090 01  CT-DEPTO-ACTUAL          PIC X(04) VALUE SPACES.
001092 01  CT-IDN-ACCION            PIC X(08) VALUE SPACES.
001094 01  CT-IDN-RESULTADO-SW      PIC X VALUE "N".
001096     COPY EMPIDEN.
001100
001110 01  CT-ARCHIVO-SPOOL        PIC X(20) VALUE SPACES.
001120 01  CT-SPL-OPERADOR         PIC X(08) VALUE SPACES.
002210         END-IF
002220         IF CT-HIST-HALLADO > 0
002230             COMPUTE CT-HIST-BRUTO (CT-HIST-HALLADO) =
002233                 PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VAR-GRAV
002236                 + PH-IT-PRESTACION + PH-IT-COMPLEMENTO
002239                 + PH-ESPECIE
002242             COMPUTE CT-HIST-EXENTO (CT-HIST-HALLADO) =
002245                 PH-VARIABLE - PH-VAR-GRAV
002250             MOVE PH-IRPF TO CT-HIST-IRPF (CT-HIST-HALLADO)
002260         ELSE
002270             DISPLAY "EMPCERT: TABLA DE HISTORIA LLENA - FALTAN"
002570
002580 3200-EXAMINAR-EMPLEADO.
002590     MOVE ZERO TO CT-EMP-BRUTO CT-EMP-IRPF CT-EMP-PERIODOS
002595         CT-EMP-EXENTO
002600     MOVE E-DEPTO TO CT-DEPTO-ACTUAL
002610     PERFORM 3300-SUMAR-ENTRADA
002620         VARYING CT-HIST-IDX FROM 1 BY 1
002700     IF CT-HIST-E-ID (CT-HIST-IDX) = E-ID AND
002710             NOT CT-HIST-USADO (CT-HIST-IDX)
002720         ADD CT-HIST-BRUTO (CT-HIST-IDX) TO CT-EMP-BRUTO
002725         ADD CT-HIST-EXENTO (CT-HIST-IDX) TO CT-EMP-EXENTO
002730         ADD CT-HIST-IRPF (CT-HIST-IDX)  TO CT-EMP-IRPF
002740         ADD 1 TO CT-EMP-PERIODOS
002750         MOVE "Y" TO CT-HIST-USADO-SW (CT-HIST-IDX)
002920     STRING "NOMBRE  : " FUNCTION TRIM(E-NOMBRE)
002930         DELIMITED BY SIZE INTO RPT-LINEA
002940     PERFORM 6000-ESCRIBIR-LINEA
002941     MOVE E-ID TO IDN-E-ID
002942     MOVE "LEER" TO CT-IDN-ACCION
002943     CALL "IDENREG" USING CT-IDN-ACCION, EMPIDEN-REGISTRO,
002944         CT-IDN-RESULTADO-SW
002945     MOVE SPACES TO RPT-LINEA
002946     STRING "NIF/NIE : " IDN-NIF "   NAF: " IDN-NAF
002947         DELIMITED BY SIZE INTO RPT-LINEA
002948     PERFORM 6000-ESCRIBIR-LINEA
002950     MOVE SPACES TO RPT-LINEA
002960     STRING "DEPTO   : " E-DEPTO "   STATUS: " E-STATUS
002970         DELIMITED BY SIZE INTO RPT-LINEA
003050     STRING "PERCEPCIONES INTEGRAS : " CT-IMPORTE-EDIT
003060         DELIMITED BY SIZE INTO RPT-LINEA
003070     PERFORM 6000-ESCRIBIR-LINEA
003071     IF CT-EMP-EXENTO NOT = ZERO
003072         MOVE CT-EMP-EXENTO TO CT-IMPORTE-EDIT
003073         MOVE SPACES TO RPT-LINEA
003074         STRING "PERCEPCIONES EXENTAS  : " CT-IMPORTE-EDIT
003075             "  (DIETAS, KILOMETRAJE, INDEMNIZACIONES)"
003076             DELIMITED BY SIZE INTO RPT-LINEA
003077         PERFORM 6000-ESCRIBIR-LINEA
003078     END-IF
003080     MOVE CT-EMP-IRPF TO CT-IMPORTE-EDIT
003090     MOVE SPACES TO RPT-LINEA
003100     STRING "RETENCIONES IRPF      : " CT-IMPORTE-EDIT
003550         MOVE SPACES TO E-DEPTO
003560         MOVE "I" TO E-STATUS
003570         MOVE ZERO TO CT-EMP-BRUTO CT-EMP-IRPF CT-EMP-PERIODOS
003575             CT-EMP-EXENTO
003580         MOVE SPACES TO CT-DEPTO-ACTUAL
003590         PERFORM 4200-SUMAR-HUERFANO
003600             VARYING CT-HIST-HALLADO FROM 1 BY 1
003660     IF CT-HIST-E-ID (CT-HIST-HALLADO) = E-ID AND
003670             NOT CT-HIST-USADO (CT-HIST-HALLADO)
003680         ADD CT-HIST-BRUTO (CT-HIST-HALLADO) TO CT-EMP-BRUTO
003685         ADD CT-HIST-EXENTO (CT-HIST-HALLADO) TO CT-EMP-EXENTO
003690         ADD CT-HIST-IRPF (CT-HIST-HALLADO)  TO CT-EMP-IRPF
003700         ADD 1 TO CT-EMP-PERIODOS
003710         MOVE "Y" TO CT-HIST-USADO-SW (CT-HIST-HALLADO)
