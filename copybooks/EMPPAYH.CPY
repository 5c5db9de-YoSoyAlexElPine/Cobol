000380*   2026-09-03  RT   ADDED PH-VAR-GRAV, THE TAXABLE PORTION OF
000390*                    PH-VARIABLE, SO THE SS REMITTANCE CAN USE
000400*                    THE SAME CONTRIBUTION BASE THE RUN USED.
000401*   2026-10-15  RT   ADDED PH-IRPF-PCT, THE IRPF PERCENTAGE THE
000402*                    RUN APPLIED TO THE PERIOD (THE EMPLOYEE'S
000403*                    PERSONAL MODELO 145 RATE, OR THE GENERAL
000404*                    BRACKET WHEN THERE IS NO DECLARATION), SO
000405*                    THE PAYSLIP CAN SHOW IT.
000406*   2026-10-15  RT   ADDED PH-IT-DIAS, PH-IT-PRESTACION AND PH-IT-
000407*                    COMPLEMENTO: THE SICK-LEAVE (INCAPACIDAD
000408*                    TEMPORAL) DAYS OF THE PERIOD, THE STATUTORY
000409*                    BENEFIT THE COMPANY ADVANCES FOR THEM AND THE
000410*                    CONVENIO TOP-UP BY CATEGORY. PH-BRUTO ONLY
000411*                    CARRIES THE DAYS WORKED, SO EVERY GROSS TOTAL
000412*                    ADDS THE TWO AMOUNTS.
000413*   2026-10-15  RT   ADDED THE BENEFITS FIELDS (EMPBEN.DAT):
000414*                    PH-FLEXIBLE, THE FLEXIBLE PAY TAKEN IN
000415*                    BENEFITS OUT OF THE GROSS, AND PH-FLEX-
000416*                    EXENTO, ITS TAX-EXEMPT PART; PH-ESPECIE, THE
000417*                    IN-KIND VALUE PAID BY THE COMPANY, PH-ESP-
000418*                    GRAV, ITS TAXABLE PART, AND PH-ESP-INGRESO,
000419*                    THE INGRESO A CUENTA ON IT BORNE BY THE
000420*                    EMPLOYEE; PH-BENEFICIO, THE CO-PAYS AND ANY
000421*                    FLEXIBLE EXCESS OVER THE LEGAL CEILING
000422*                    DEDUCTED FROM THE NET.
000423*   2026-10-15  RT   ADDED PH-SINDICAL, THE UNION DUES DEDUCTED
000424*                    FROM THE NET FOR THE EMPLOYEE'S MEMBERSHIP ON
000425*                    EMPSIND.DAT, WHICH THE EMPREMT RUN PASSES ON
000426*                    TO THE UNION.
000427*   2026-10-15  RT   ADDED PH-TIPO-REG, PH-DIFERENCIA AND PH-LOTE
000428*                    FOR THE OFF-CYCLE RUN. AN OFF-CYCLE
000429*                    CORRECTION APPENDS AN ANULACION ROW ("R", THE
000430*                    LATEST ROW OF THE PERIOD WITH EVERY AMOUNT
000431*                    NEGATED) AND THE RECALCULATED ROW ("O")
000432*                    CARRYING THE NET DIFFERENCE ACTUALLY PAID;
000433*                    BOTH ROWS OF ONE RUN SHARE THE PH-LOTE
000434*                    TIMESTAMP. THE AMOUNT FIELDS ARE NOW SIGNED
000435*                    SO THE ANULACION ROW CAN HOLD THEM. THE
000436*                    REGULAR RUN LEAVES THE THREE FIELDS
000437*                    BLANK/ZERO.
000438******************************************************************
000439 01  EMPPAYH-REGISTRO.
000440     05  PH-PERIODO          PIC 9(6).
000441     05  PH-E-ID             PIC X(50).
000450     05  PH-BRUTO            PIC S9(7)V99.
000459     05  PH-IRPF             PIC S9(7)V99.
000468     05  PH-SS               PIC S9(7)V99.
000477     05  PH-FIJO             PIC S9(7)V99.
000490     05  PH-NETO             PIC S9(7)V99.
000500     05  PH-RETRO            PIC S9(7)V99.
000510     05  PH-VARIABLE         PIC S9(7)V99.
000520     05  PH-ANTICIPO         PIC S9(7)V99.
000530     05  PH-ANT-SALDO        PIC S9(7)V99.
000540     05  PH-EMBARGO          PIC S9(7)V99.
000550     05  PH-TRIENIO          PIC S9(5)V99.
000560     05  PH-VAR-GRAV         PIC S9(7)V99.
000570     05  PH-IRPF-PCT         PIC 99V99.
000580     05  PH-IT-DIAS          PIC 9(2).
000590     05  PH-IT-PRESTACION    PIC S9(7)V99.
000600     05  PH-IT-COMPLEMENTO   PIC S9(7)V99.
000610     05  PH-FLEXIBLE         PIC S9(7)V99.
000620     05  PH-FLEX-EXENTO      PIC S9(7)V99.
000630     05  PH-ESPECIE          PIC S9(7)V99.
000640     05  PH-ESP-GRAV         PIC S9(7)V99.
000650     05  PH-ESP-INGRESO      PIC S9(7)V99.
000660     05  PH-BENEFICIO        PIC S9(7)V99.
000670     05  PH-SINDICAL         PIC S9(7)V99.
000680     05  PH-TIPO-REG         PIC X(1).
000690         88  PH-NORMAL       VALUE " ".
000700         88  PH-ANULACION    VALUE "R".
000710         88  PH-FUERA-CICLO  VALUE "O".
000720     05  PH-DIFERENCIA       PIC S9(7)V99.
000730     05  PH-LOTE             PIC 9(14).
