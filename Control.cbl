000230*                EMPPROB EMPVRQM EMPDIRM EMPCARTA EMPCURM
000240*                EMPCURR EMPONB EMPOUT EMPBUD CONVVAL EMPCMIN
000250*                EMPANON SPOOLCAT EMPSPOOL EMPREORG EMPBREI
000251*                EMPTABM EMPOPRM EMPAPRM ACCLOG EMPACCR EMPMASK
000252*                EMPIRPM EMPFISC EMPVCIE VACARR EMPPROV EMPAFIL
000253*                EMPCEMP EMPFICV EMPJORN EMPHEXR EMPGASM EMPBENM
000254*                EMPBCEN EMPSINM EMPREMT EMPOFC EMPNOMB EMPDESV
000255*                EMPSIMU EMPREPM EMPIGUA EMPEVAM EMPEVAR EMPREQM
000256*                EMPREQR EMPEQUM EMPEQUR EMPCUAD EMPBRAD
000260*----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
002290*   2026-09-03  RT   ADDED OPTION 68, THE BANK-RETURN RE-ISSUE
002300*                    STEP THAT WORKS OFF THE EMPBREI.DAT QUEUE
002310*                    (EMPBREI).
002311*   2026-10-15  RT   ADDED OPTION 69, THE SUPERVISOR-ONLY
002312*                    REFERENCE-TABLE MAINTENANCE SCREEN (EMPTABM).
002313*   2026-10-15  RT   SIGN-ON NOW REFUSES A SUSPENDED OPERATOR AND
002314*                    MAKES AN OPERATOR WHOSE CLAVE WAS RESET KEY A
002315*                    NEW ONE.  EVERY OPTION IS CHECKED AGAINST
002316*                    THE OPERATOR'S ROLE IN ROLMST.DAT BEFORE ITS
002317*                    CALL; A REFUSAL IS LOGGED TO EMPRUN.LOG
002318*                    (RUNLOG, EVENTO "DENEGA").  WITHOUT
002319*                    ROLMST.DAT EVERY OPTION STAYS OPEN AS BEFORE.
002320*                    THE OPERMST LAYOUT MOVED TO EMPOPSEL/EMPOPM.
002321*   2026-10-15  RT   ADDED OPTION 70, THE SUPERVISOR-ONLY
002322*                    OPERATOR AND ROLE MAINTENANCE SCREEN
002323*                    (EMPOPRM).
002324*   2026-10-15  RT   ADDED OPTION 71, THE SECOND-OPERATOR
002325*                    APPROVAL SCREEN FOR SALARY AND BANK CHANGES
002326*                    HELD BY EMPMAINT (EMPAPRM).
002327*   2026-10-15  RT   ADDED OPTION 72, THE PERSONAL-DATA ACCESS
002328*                    REPORT (EMPACCR), SO DATA PROTECTION CAN SEE
002329*                    WHO HAS VIEWED AN E-ID OR WHAT ONE OPERATOR
002330*                    HAS OPENED.  ACCLOG JOINS THE LINK LIST.
002331*   2026-10-15  RT   ADDED OPTION 73, THE MASKED TRAINING-SET
002332*                    BUILD (EMPMASK), SO NEW CLERKS TRAIN ON
002333*                    SCRAMBLED COPIES OF THE MASTER AND ITS
002334*                    SATELLITES INSTEAD OF REAL PEOPLE.
002335*   2026-10-15  RT   OPTION 74 RUNS THE NEW EMPIRPM MODELO 145
002336*                    SCREEN (IRPF PERSONAL SITUATION).
002337*   2026-10-15  RT   OPTION 75 RUNS THE NEW EMPFISC QUARTERLY
002338*                    MODELO 111 / ANNUAL MODELO 190 FILINGS.
002339*   2026-10-15  RT   ADDED OPTION 76, THE VACATION YEAR-END CLOSE
002340*                    (EMPVCIE) WITH CARRY-OVER UNDER THE CONVENIO
002341*                    CAP.
002342*   2026-10-15  RT   OPTION 77 - MONTH-END EXTRA-PAY AND VACATION
002343*                    ACCRUALS TO THE GL (EMPPROV).
002344*   2026-10-15  RT   OPTION 78 RUNS THE NEW EMPAFIL DAILY
002345*                    SOCIAL-SECURITY AFFILIATION AND CONTRACT
002346*                    COMMUNICATION FILES.
002347*   2026-10-15  RT   OPTION 79 PRINTS THE COMPANY CERTIFICATE
002348*                    FOR THE EMPLOYMENT SERVICE (EMPCEMP).
002349*   2026-10-15  RT   OPTION 80 VALIDATES THE TIME-CLOCK PUNCH FEED
002350*                    (EMPFICV).
002351*   2026-10-15  RT   OPTION 81 RECONCILES THE PUNCHES AGAINST THE
002352*                    WORKING SCHEDULE AND FEEDS OVERTIME
002353*                    (EMPJORN).
002354*   2026-10-15  RT   OPTION 82 LISTS OVERTIME USED AGAINST THE
002355*                    ANNUAL CAP BY DEPARTMENT (EMPHEXR).
002356*   2026-10-15  RT   OPTION 83 KEYS, APPROVES AND PASSES TO
002357*                    PAYROLL TRAVEL-ALLOWANCE AND MILEAGE
002358*                    CLAIMS (EMPGASM).
002359*   2026-10-15  RT   OPTION 84 - BENEFITS ENROLMENT (EMPBENM).
002360*   2026-10-15  RT   OPTION 85 - MONTHLY BENEFITS CENSUS BY
002361*                    PROVIDER (EMPBCEN).
002362*   2026-10-15  RT   OPTION 86 - UNION MEMBERSHIP SCREEN
002363*                    (EMPSINM) FOR DUES DEDUCTED IN PAYROLL.
002364*   2026-10-15  RT   OPTION 87 - REMITTANCE OF GARNISHMENTS
002365*                    AND UNION DUES TO CREDITORS (EMPREMT).
002366*   2026-10-15  RT   NEW OPTION 88 RUNS THE OFF-CYCLE PAYROLL
002367*                    FOR SELECTED EMPLOYEES (EMPOFC).
002368*   2026-10-15  RT   NEW OPTION 89 RUNS THE MONTH-END PAYROLL
002369*                    STREAM (EMPNOMB).
002370*   2026-10-15  RT   NEW OPTION 90 PRINTS THE PER-EMPLOYEE
002371*                    PAYROLL VARIANCE REPORT AGAINST THE
002372*                    PREVIOUS PERIOD (EMPDESV).
002373*   2026-10-15  RT   NEW OPTION 91 OPENS THE GROSS-TO-NET
002374*                    SIMULATION SCREEN (EMPSIMU).
002375*   2026-10-15  RT   NEW OPTION 92 OPENS THE COST-CENTRE
002376*                    SPLIT SCREEN (EMPREPM).
002377*   2026-10-15  RT   NEW OPTION 93 RUNS THE ANNUAL PAY-EQUALITY
002378*                    REGISTER (EMPIGUA).
002379*   2026-10-15  RT   NEW OPTION 94 OPENS THE ANNUAL PERFORMANCE
002380*                    APPRAISAL SCREEN (EMPEVAM).
002381*   2026-10-15  RT   NEW OPTION 95 PRINTS THE APPRAISALS STILL
002382*                    OUTSTANDING PER SUPERVISOR AND THE RATING
002383*                    DISTRIBUTION PER DEPARTMENT (EMPEVAR).
002384*   2026-10-15  RT   ADDED OPTION 96, RECRUITMENT REQUISITIONS
002385*                    FROM A POSITION VACANCY TO THE ONBOARDING
002386*                    HIRE (EMPREQM).
002387*   2026-10-15  RT   ADDED OPTION 97, REQUISITION AGE AND
002388*                    TIME-TO-FILL REPORT (EMPREQR).
002389*   2026-10-15  RT   OPTION 98 - COMPANY EQUIPMENT ISSUE AND
002390*                    RETURN SCREEN (EMPEQUM), WHICH ALSO RUNS
002391*                    THE EMPEQUR OUTSTANDING-EQUIPMENT LISTING.
002392*   2026-10-15  RT   ADDED OPTION 99, ROLLING TWELVE-MONTH
002393*                    ABSENTEEISM AND BRADFORD-FACTOR REPORT
002394*                    (EMPBRAD).
002395******************************************************************
002396 IDENTIFICATION DIVISION.
002397 PROGRAM-ID. MENU.
002398
002399 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002401 FILE-CONTROL.
002410     COPY EMPOPSEL.
002419     COPY EMPROSEL.
002430
002440     SELECT OPERADOR-SESION
002450         ASSIGN TO "OPERSES.PRM"
002490 DATA DIVISION.
002500 FILE SECTION.
002510 FD  OPERADOR-MAESTRO.
002520     COPY EMPOPM.
002530
002540 FD  ROL-MAESTRO.
002550     COPY EMPROL.
002570
002580 FD  OPERADOR-SESION.
002590 01  SES-REGISTRO.
002640 WORKING-STORAGE SECTION.
002650 01  OPM-FILE-STATUS          PIC XX VALUE SPACES.
002660 01  SES-FILE-STATUS          PIC XX VALUE SPACES.
002665 01  ROL-FILE-STATUS          PIC XX VALUE SPACES.
002670 01  MU-CONTADOR              PIC 9(2) VALUE 0.
002680 01  MU-EDAD                  PIC 9(4) VALUE 0.
002690 01  MU-I                     PIC 9(3) VALUE 0.
002860 01  MU-OPM-EOF-SW            PIC X VALUE "N".
002870     88  MU-OPM-EOF           VALUE "Y".
002880 01  MU-INTENTOS              PIC 9(1) VALUE 0.
002881 01  MU-OPER-ROL              PIC X(04) VALUE SPACES.
002882 01  MU-CAMBIAR-SW            PIC X VALUE "N".
002883     88  MU-CAMBIAR-CLAVE     VALUE "Y".
002884 01  MU-CLAVE-NUEVA           PIC X(08) VALUE SPACES.
002885 01  MU-CLAVE-REPITE          PIC X(08) VALUE SPACES.
002886 01  MU-ROL-EOF-SW            PIC X VALUE "N".
002887     88  MU-ROL-EOF           VALUE "Y".
002888 01  MU-ROL-HALLADO-SW        PIC X VALUE "N".
002889     88  MU-ROL-HALLADO       VALUE "Y".
002890 01  MU-PERMISOS              PIC X(99) VALUE ALL "S".
002891 01  MU-DENEGADA-SW           PIC X VALUE "N".
002892     88  MU-DENEGADA          VALUE "Y".
002893 01  MU-OPCION-OPRM           PIC 9(2) VALUE 70.
002894
002895 01  MU-LOG-PROGRAMA          PIC X(08) VALUE "MENU".
002896 01  MU-LOG-EVENTO            PIC X(06) VALUE "DENEGA".
002897 01  MU-LOG-CONTADOR          PIC 9(07) VALUE 0.
002898 01  MU-LOG-RETORNO           PIC 9(04) VALUE 8.
002899
002900 PROCEDURE DIVISION.
002910
002920 0000-MAINLINE.
003270             PERFORM 0560-BORRAR-SESION
003280             STOP RUN
003290         END-IF
003292         IF MU-CAMBIAR-CLAVE
003294             PERFORM 0540-CAMBIAR-CLAVE
003296         END-IF
003298         PERFORM 0570-CARGAR-PERMISOS
003300     END-IF
003310     PERFORM 0550-GRABAR-SESION
003320     DISPLAY "OPERADOR FIRMADO: " MU-OPER-ID " "
003600
003610 0530-BUSCAR-OPERADOR.
003620     IF OPM-ID = MU-OPER-ID AND OPM-CLAVE = MU-OPER-CLAVE
003621         IF OPM-SUSPENDIDO
003622             DISPLAY "OPERADOR SUSPENDIDO - AVISE AL SUPERVISOR"
003623             MOVE "Y" TO MU-OPM-EOF-SW
003624         ELSE
003625             MOVE "Y" TO MU-FIRMADO-SW
003626             MOVE OPM-NOMBRE TO MU-OPER-NOMBRE
003627             MOVE OPM-NIVEL  TO MU-OPER-NIVEL
003628             MOVE OPM-ROL    TO MU-OPER-ROL
003629             IF OPM-DEBE-CAMBIAR
003630                 MOVE "Y" TO MU-CAMBIAR-SW
003631             END-IF
003632         END-IF
003633     ELSE
003634         PERFORM 0520-LEER-OPERADOR
003635     END-IF.
003636
003637*----------------------------------------------------------------
003638* 0540-CAMBIAR-CLAVE - THE SUPERVISOR RESET THIS OPERATOR'S CLAVE;
003639*                      A NEW ONE MUST BE KEYED TWICE BEFORE THE
003640*                      MENU OPENS.  THE RECORD IS REWRITTEN IN
003641*                      PLACE WITH THE CHANGE FLAG CLEARED.
003642*----------------------------------------------------------------
003643 0540-CAMBIAR-CLAVE.
003644     DISPLAY "SU CLAVE FUE RESTABLECIDA - DEBE ELEGIR UNA NUEVA"
003645     MOVE "N" TO MU-VALIDA-SW
003646     PERFORM 0541-PEDIR-CLAVE-NUEVA UNTIL MU-VALIDA
003647     MOVE "N" TO MU-OPM-EOF-SW
003648     MOVE "N" TO MU-CAMBIAR-SW
003649     OPEN I-O OPERADOR-MAESTRO
003650     PERFORM 0520-LEER-OPERADOR
003651     PERFORM 0542-REESCRIBIR-CLAVE
003652         UNTIL MU-OPM-EOF OR MU-CAMBIAR-CLAVE
003653     CLOSE OPERADOR-MAESTRO
003654     IF MU-CAMBIAR-CLAVE
003655         DISPLAY "CLAVE CAMBIADA"
003656     ELSE
003657         DISPLAY "NO SE PUDO GRABAR LA CLAVE NUEVA"
003658     END-IF.
003659
003660 0541-PEDIR-CLAVE-NUEVA.
003661     DISPLAY "CLAVE NUEVA: "
003662     ACCEPT MU-CLAVE-NUEVA
003663     DISPLAY "REPITA LA CLAVE NUEVA: "
003664     ACCEPT MU-CLAVE-REPITE
003665     EVALUATE TRUE
003666         WHEN MU-CLAVE-NUEVA = SPACES
003667             DISPLAY "LA CLAVE NO PUEDE QUEDAR EN BLANCO"
003668         WHEN MU-CLAVE-NUEVA = MU-OPER-CLAVE
003669             DISPLAY "LA CLAVE NUEVA DEBE SER DISTINTA"
003670         WHEN MU-CLAVE-NUEVA NOT = MU-CLAVE-REPITE
003671             DISPLAY "LAS CLAVES NO COINCIDEN"
003672         WHEN OTHER
003673             MOVE "Y" TO MU-VALIDA-SW
003674     END-EVALUATE.
003675
003676 0542-REESCRIBIR-CLAVE.
003677     IF OPM-ID = MU-OPER-ID
003678         MOVE MU-CLAVE-NUEVA TO OPM-CLAVE
003679         MOVE "N"            TO OPM-CAMBIO-CLAVE
003680         REWRITE OPM-REGISTRO
003681         IF OPM-FILE-STATUS = "00"
003682             MOVE "Y" TO MU-CAMBIAR-SW
003683         ELSE
003684             MOVE "Y" TO MU-OPM-EOF-SW
003685         END-IF
003686     ELSE
003687         PERFORM 0520-LEER-OPERADOR
003688     END-IF.
003690
003700*----------------------------------------------------------------
003710* 0550-GRABAR-SESION - RECORD THE SIGNED-ON OPERATOR IN
003890 0560-BORRAR-SESION.
003900     OPEN OUTPUT OPERADOR-SESION
003910     CLOSE OPERADOR-SESION.
003911
003912*----------------------------------------------------------------
003913* 0570-CARGAR-PERMISOS - LOAD THE OPTION MATRIX OF THE
003914*                        OPERATOR'S ROLE FROM ROLMST.DAT.  WITHOUT
003915*                        A ROLE FILE EVERY OPTION STAYS OPEN, AS
003916*                        BEFORE; A ROLE NOT ON FILE OPENS NOTHING.
003917*                        A SUPERVISOR ALWAYS KEEPS THE OPERATOR
003918*                        SCREEN SO A BAD MATRIX CAN BE REPAIRED
003919*                        FROM THE MENU.
003920*----------------------------------------------------------------
003921 0570-CARGAR-PERMISOS.
003922     MOVE ALL "S" TO MU-PERMISOS
003923     MOVE "N" TO MU-ROL-HALLADO-SW
003924     MOVE "N" TO MU-ROL-EOF-SW
003925     OPEN INPUT ROL-MAESTRO
003926     IF ROL-FILE-STATUS = "00"
003927         PERFORM 0580-LEER-ROL
003928         PERFORM 0590-BUSCAR-ROL
003929             UNTIL MU-ROL-EOF OR MU-ROL-HALLADO
003930         IF NOT MU-ROL-HALLADO
003931             DISPLAY "ROL '" MU-OPER-ROL "' SIN ENTRADA EN"
003932                 " ROLMST.DAT - NINGUNA OPCION AUTORIZADA"
003933             MOVE ALL "N" TO MU-PERMISOS
003934         END-IF
003935     END-IF
003936     IF ROL-FILE-STATUS = "00" OR ROL-FILE-STATUS = "05"
003937             OR ROL-FILE-STATUS = "10"
003938         CLOSE ROL-MAESTRO
003939     END-IF
003940     IF MU-SUPERVISOR
003941         MOVE "S" TO MU-PERMISOS (MU-OPCION-OPRM:1)
003942     END-IF.
003943
003944 0580-LEER-ROL.
003945     READ ROL-MAESTRO
003946         AT END
003947             MOVE "Y" TO MU-ROL-EOF-SW
003948     END-READ.
003949
003950 0590-BUSCAR-ROL.
003951     IF ROL-CODIGO = MU-OPER-ROL
003952         MOVE "Y" TO MU-ROL-HALLADO-SW
003953         MOVE ROL-OPCIONES TO MU-PERMISOS
003954     ELSE
003955         PERFORM 0580-LEER-ROL
003956     END-IF.
003957
003958*----------------------------------------------------------------
003959* 1000-DEMO-CONTADOR - DISPLAY THE NUMBERS 1 THROUGH 10.
003960*----------------------------------------------------------------
003961 1000-DEMO-CONTADOR.
003970     DISPLAY "NUMEROS DEL 1 AL 10:"
003980     MOVE 0 TO MU-CONTADOR
003990     PERFORM 1100-MOSTRAR-CONTADOR UNTIL MU-CONTADOR > 9.
005270     DISPLAY "66. CATALOGO DE SPOOL (EMPSPOOL)"
005280     DISPLAY "67. REORGANIZACION DE DEPARTAMENTOS (EMPREORG)"
005290     DISPLAY "68. REEMITIR PAGOS DEVUELTOS (EMPBREI)"
005291     DISPLAY "69. TABLAS DE REFERENCIA (EMPTABM)"
005292     DISPLAY "70. OPERADORES Y PERMISOS (EMPOPRM)"
005293     DISPLAY "71. APROBAR CAMBIOS SALARIO/BANCO (EMPAPRM)"
005294     DISPLAY "72. ACCESOS A DATOS PERSONALES (EMPACCR)"
005295     DISPLAY "73. COPIA ENMASCARADA PARA FORMACION (EMPMASK)"
005296     DISPLAY "74. SITUACION IRPF MODELO 145 (EMPIRPM)"
005297     DISPLAY "75. MODELOS 111 Y 190 HACIENDA (EMPFISC)"
005298     DISPLAY "76. CIERRE ANUAL DE VACACIONES (EMPVCIE)"
005299     DISPLAY "77. PROVISIONES DE FIN DE MES (EMPPROV)"
005300     DISPLAY "78. AFILIACION Y CONTRATOS SEG. SOCIAL (EMPAFIL)"
005301     DISPLAY "79. CERTIFICADO DE EMPRESA SEPE (EMPCEMP)"
005302     DISPLAY "80. VALIDAR FICHAJES DEL RELOJ (EMPFICV)"
005303     DISPLAY "81. CONCILIAR REGISTRO DE JORNADA (EMPJORN)"
005304     DISPLAY "82. LIMITE ANUAL DE HORAS EXTRA (EMPHEXR)"
005305     DISPLAY "83. DIETAS Y KILOMETRAJE (EMPGASM)"
005306     DISPLAY "84. BENEFICIOS SOCIALES (EMPBENM)"
005307     DISPLAY "85. CENSO DE BENEFICIOS POR PROVEEDOR (EMPBCEN)"
005308     DISPLAY "86. AFILIACION SINDICAL (EMPSINM)"
005309     DISPLAY "87. REMESA EMBARGOS Y CUOTAS (EMPREMT)"
005310     DISPLAY "88. NOMINA FUERA DE CICLO (EMPOFC)"
005311     DISPLAY "89. CADENA DE NOMINA DE FIN DE MES (EMPNOMB)"
005312     DISPLAY "90. VARIACIONES DE NOMINA POR EMPLEADO (EMPDESV)"
005313     DISPLAY "91. SIMULADOR DE NOMINA BRUTO-NETO (EMPSIMU)"
005314     DISPLAY "92. REPARTO POR CENTROS DE COSTE (EMPREPM)"
005315     DISPLAY "93. REGISTRO RETRIBUTIVO POR SEXO (EMPIGUA)"
005316     DISPLAY "94. EVALUACION ANUAL DEL DESEMPENO (EMPEVAM)"
005317     DISPLAY "95. EVALUACIONES PENDIENTES (EMPEVAR)"
005318     DISPLAY "96. REQUISICIONES DE PERSONAL (EMPREQM)"
005319     DISPLAY "97. ANTIGUEDAD DE REQUISICIONES (EMPREQR)"
005320     DISPLAY "98. MATERIAL DE EMPRESA (EMPEQUM)"
005321     DISPLAY "99. ABSENTISMO Y FACTOR BRADFORD (EMPBRAD)"
005322     DISPLAY "0. SALIR"
005323     DISPLAY "INTRODUCE UNA OPCION DEL 0 AL 99"
005324     ACCEPT MU-OPCION
005325     PERFORM 4050-VERIFICAR-PERMISO
005326     IF MU-DENEGADA
005327         PERFORM 4060-OPCION-DENEGADA
005328     ELSE
005329         PERFORM 4100-DESPACHAR-OPCION
005330     END-IF.
005331
005332*----------------------------------------------------------------
005333* 4050-VERIFICAR-PERMISO - MAY THE SIGNED-ON OPERATOR'S ROLE RUN
005334*                          THE CHOSEN OPTION?  SALIR IS ALWAYS
005335*                          ALLOWED.
005336*----------------------------------------------------------------
005337 4050-VERIFICAR-PERMISO.
005338     MOVE "N" TO MU-DENEGADA-SW
005339     IF MU-OPCION NOT = 0
005340         IF MU-PERMISOS (MU-OPCION:1) NOT = "S"
005341             MOVE "Y" TO MU-DENEGADA-SW
005342         END-IF
005343     END-IF.
005344
005345*----------------------------------------------------------------
005346* 4060-OPCION-DENEGADA - TELL THE OPERATOR AND LEAVE A "DENEGA"
005347*                        RECORD IN EMPRUN.LOG (OPTION NUMBER IN
005348*                        THE COUNT, OPERATOR STAMPED BY RUNLOG).
005349*----------------------------------------------------------------
005350 4060-OPCION-DENEGADA.
005351     DISPLAY "OPCION " MU-OPCION " NO AUTORIZADA PARA EL ROL "
005352         MU-OPER-ROL
005353     MOVE MU-OPCION TO MU-LOG-CONTADOR
005354     CALL "RUNLOG" USING MU-LOG-PROGRAMA, MU-LOG-EVENTO,
005355         MU-LOG-CONTADOR, MU-LOG-RETORNO.
005356
005357*----------------------------------------------------------------
005358* 4100-DESPACHAR-OPCION - CALL THE PROGRAM BEHIND THE OPTION.
005359*----------------------------------------------------------------
005360 4100-DESPACHAR-OPCION.
005361     EVALUATE MU-OPCION
005362         WHEN 1
005363             CALL "EMPVAL"
005370         WHEN 2
005380             CALL "EMPMAINT"
005390         WHEN 3
006720             CALL "EMPREORG"
006730         WHEN 68
006740             CALL "EMPBREI"
006741         WHEN 69
006742             CALL "EMPTABM"
006743         WHEN 70
006744             CALL "EMPOPRM"
006745         WHEN 71
006746             CALL "EMPAPRM"
006747         WHEN 72
006748             CALL "EMPACCR"
006749         WHEN 73
006750             CALL "EMPMASK"
006751         WHEN 74
006752             CALL "EMPIRPM"
006753         WHEN 75
006754             CALL "EMPFISC"
006755         WHEN 76
006756             CALL "EMPVCIE"
006757         WHEN 77
006758             CALL "EMPPROV"
006759         WHEN 78
006760             CALL "EMPAFIL"
006761         WHEN 79
006762             CALL "EMPCEMP"
006763         WHEN 80
006764             CALL "EMPFICV"
006765         WHEN 81
006766             CALL "EMPJORN"
006767         WHEN 82
006768             CALL "EMPHEXR"
006769         WHEN 83
006770             CALL "EMPGASM"
006771         WHEN 84
006772             CALL "EMPBENM"
006773         WHEN 85
006774             CALL "EMPBCEN"
006775         WHEN 86
006776             CALL "EMPSINM"
006777         WHEN 87
006778             CALL "EMPREMT"
006779         WHEN 88
006780             CALL "EMPOFC"
006781         WHEN 89
006782             CALL "EMPNOMB"
006783         WHEN 90
006784             CALL "EMPDESV"
006785         WHEN 91
006786             CALL "EMPSIMU"
006787         WHEN 92
006788             CALL "EMPREPM"
006789         WHEN 93
006790             CALL "EMPIGUA"
006791         WHEN 94
006792             CALL "EMPEVAM"
006793         WHEN 95
006794             CALL "EMPEVAR"
006795         WHEN 96
006796             CALL "EMPREQM"
006797         WHEN 97
006798             CALL "EMPREQR"
006799         WHEN 98
006800             CALL "EMPEQUM"
006801         WHEN 99
006802             CALL "EMPBRAD"
006803         WHEN 0
006804             MOVE "Y" TO MU-EOJ-SW
006805         WHEN OTHER
006806             DISPLAY "OPCION NO VALIDA: " MU-OPCION
006807     END-EVALUATE.
006808
006810 9999-EXIT.
006820     PERFORM 0560-BORRAR-SESION
006830     STOP RUN.
