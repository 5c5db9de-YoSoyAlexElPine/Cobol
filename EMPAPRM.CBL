000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SECOND-OPERATOR APPROVAL SCREEN FOR THE SALARY
000060*                AND BANK-ACCOUNT CHANGES EMPMAINT HOLDS ON THE
000070*                EMPAPR.DAT QUEUE.  EACH PENDIENTE ENTRY IS SHOWN
000080*                WITH ITS BEFORE/AFTER VALUE AND WHO KEYED IT; THE
000090*                OPERATOR WHO KEYED A CHANGE CAN NEVER DECIDE IT.
000100*                AN APPROVED CHANGE IS APPLIED TO THE MASTER UNDER
000110*                THE PER-EMPLOYEE RECORD LOCK AND AUDITED (ACCION
000120*                "APROBA", THE APPROVER AS OPERATOR) - OR, WHEN IT
000130*                CARRIES A FUTURE EFFECTIVE DATE, HANDED TO THE
000140*                EMPPEND.DAT DEFERRED FILE FOR EMPAPLY.  A CHANGE
000150*                WHOSE FIELD MOVED ON THE MASTER SINCE IT WAS
000160*                KEYED IS REFUSED AS OBSOLETE INSTEAD OF
000170*                OVERWRITING THE NEWER VALUE.  REFUSALS STAY ON
000180*                THE QUEUE WITH THEIR REASON.
000190* TECTONICS:     cobc -x -std=ibm -I copybooks EMPAPRM.CBL
000200*                OPERSES RUNLOCK RECLOCK
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   ---------- ----  ----------------------------------------
000250*   2026-10-15  RT   ORIGINAL PROGRAM.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. EMPAPRM.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY EMPFSEL.
000340     COPY EMPAUSEL.
000350     COPY EMPPNSEL.
000360     COPY EMPAPSEL.
000370
000380     SELECT APROBACION-TEMPORAL
000390         ASSIGN TO "EMPAPR.TMP"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS TMP-FILE-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EMPLEADOS-ARCHIVO.
000460     COPY EMPREG.
000470
000480 FD  EMPLEADOS-AUDITORIA.
000490     COPY EMPAUD.
000500
000510 FD  EMPPEND-ARCHIVO.
000520     COPY EMPPEND.
000530
000540 FD  EMPAPR-ARCHIVO.
000550 01  APR-LINEA                PIC X(175).
000560
000570 FD  APROBACION-TEMPORAL.
000580 01  TMP-REGISTRO             PIC X(175).
000590
000600 WORKING-STORAGE SECTION.
000610*    THE ENTRY BEING DECIDED, WORKED HERE RATHER THAN IN THE FD
000620*    AREA, WHICH THE QUEUE REWRITE REUSES.
000630     COPY EMPAPR.
000640
000650 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000660 01  AUD-FILE-STATUS          PIC XX VALUE SPACES.
000670 01  PEN-FILE-STATUS          PIC XX VALUE SPACES.
000680 01  APR-FILE-STATUS          PIC XX VALUE SPACES.
000690 01  TMP-FILE-STATUS          PIC XX VALUE SPACES.
000700 01  APR-EOF-SW               PIC X VALUE "N".
000710     88  APR-EOF              VALUE "Y".
000720 01  AQ-COLA-SALTADOS         PIC 9(5) VALUE 0.
000730
000740 01  AQ-EOJ-SW                PIC X VALUE "N".
000750     88  AQ-EOJ               VALUE "Y".
000760 01  AQ-OPCION                PIC 9(1) VALUE 0.
000770 01  AQ-CAMPO                 PIC X(50) VALUE SPACES.
000780 01  AQ-HOY                   PIC 9(8) VALUE ZERO.
000790 01  AQ-OPERADOR              PIC X(08) VALUE SPACES.
000800 01  AQ-OPER-NIVEL            PIC X(01) VALUE SPACES.
000810 01  AQ-LISTADOS              PIC 9(3) VALUE 0.
000820 01  AQ-ANTES-SALARIO         PIC 9(7)V99 VALUE 0.
000830 01  AQ-ANTES-BANCO           PIC X(20) VALUE ZEROS.
000840 01  AQ-NUEVO-SALARIO         PIC 9(7)V99 VALUE 0.
000850 01  AQ-SALARIO-EDIT          PIC Z,ZZZ,ZZ9.99.
000860 01  AQ-NUEVO-EDIT            PIC Z,ZZZ,ZZ9.99.
000870 01  AQ-VIGENTE-SW            PIC X VALUE "N".
000880     88  AQ-VIGENTE           VALUE "Y".
000890
000900 01  AQ-APR-TABLA.
000910     05  AQ-APR-MAX           PIC 9(3) VALUE 0.
000920     05  AQ-APR-ENTRADA OCCURS 300 TIMES.
000930         10  AQ-APR-IMAGEN    PIC X(175).
000940 01  AQ-APR-IDX               PIC 9(3) VALUE 0.
000950 01  AQ-ESC-IDX               PIC 9(3) VALUE 0.
000960
000970 01  AQ-LCK-ACCION            PIC X(08) VALUE SPACES.
000980 01  AQ-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
000990 01  AQ-LCK-RESULTADO-SW      PIC X VALUE "N".
001000     88  AQ-LCK-CONCEDIDO     VALUE "Y".
001010 01  AQ-LCK-TEN-TIPO          PIC X(08) VALUE SPACES.
001020 01  AQ-LCK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001030 01  AQ-LCK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001040 01  AQ-LCK-TEN-HORA          PIC 9(06) VALUE ZERO.
001050
001060 01  AQ-RLK-ACCION            PIC X(08) VALUE SPACES.
001070 01  AQ-RLK-E-ID              PIC X(50) VALUE SPACES.
001080 01  AQ-RLK-RESULTADO-SW      PIC X VALUE "N".
001090     88  AQ-RLK-CONCEDIDO     VALUE "Y".
001100 01  AQ-RLK-TEN-OPERADOR      PIC X(08) VALUE SPACES.
001110 01  AQ-RLK-TEN-FECHA         PIC 9(08) VALUE ZERO.
001120 01  AQ-RLK-TEN-HORA          PIC 9(06) VALUE ZERO.
001130
001140 PROCEDURE DIVISION.
001150
001160 0000-MAINLINE.
001170     PERFORM 0500-CONSULTAR-CERROJO
001180     IF AQ-LCK-CONCEDIDO
001190         PERFORM 1000-INITIALIZE
001200         PERFORM 2000-PROCESS-MENU UNTIL AQ-EOJ
001210         PERFORM 9999-EXIT
001220     ELSE
001230         GOBACK
001240     END-IF.
001250
001260*----------------------------------------------------------------
001270* 0500-CONSULTAR-CERROJO - THE BATCH CHAIN (OR A STUCK GLOBAL
001280*                          LOCK) OWNS THE MASTER - SAY WHO AND
001290*                          SINCE WHEN AND DO NOT START.  CLERKS
001300*                          ARE ARBITRATED PER E-ID (0600/0650,
001310*                          RECLOCK) THE WAY EMPMAINT DOES IT.
001320*----------------------------------------------------------------
001330 0500-CONSULTAR-CERROJO.
001340     MOVE "CONSULTA" TO AQ-LCK-ACCION
001350     CALL "RUNLOCK" USING AQ-LCK-ACCION, AQ-LCK-TIPO,
001360         AQ-LCK-RESULTADO-SW, AQ-LCK-TEN-TIPO,
001370         AQ-LCK-TEN-OPERADOR, AQ-LCK-TEN-FECHA, AQ-LCK-TEN-HORA
001380     IF NOT AQ-LCK-CONCEDIDO
001390         DISPLAY "EMPAPRM: EL MAESTRO ESTA BLOQUEADO POR "
001400             AQ-LCK-TEN-TIPO " (" AQ-LCK-TEN-OPERADOR ") DESDE "
001410             AQ-LCK-TEN-FECHA " " AQ-LCK-TEN-HORA
001420         DISPLAY "EMPAPRM: USE LA OPCION DE CERROJO DEL MENU"
001430             " SI QUEDO ATASCADO"
001440     END-IF.
001450
001460 0600-TOMAR-REGISTRO.
001470     MOVE "TOMAR" TO AQ-RLK-ACCION
001480     MOVE APR-E-ID TO AQ-RLK-E-ID
001490     CALL "RECLOCK" USING AQ-RLK-ACCION, AQ-RLK-E-ID,
001500         AQ-RLK-RESULTADO-SW, AQ-RLK-TEN-OPERADOR,
001510         AQ-RLK-TEN-FECHA, AQ-RLK-TEN-HORA
001520     IF NOT AQ-RLK-CONCEDIDO
001530         DISPLAY "  REGISTRO EN USO POR " AQ-RLK-TEN-OPERADOR
001540             " DESDE " AQ-RLK-TEN-FECHA " " AQ-RLK-TEN-HORA
001550             " - QUEDA PENDIENTE"
001560     END-IF.
001570
001580 0650-SOLTAR-REGISTRO.
001590     IF AQ-RLK-CONCEDIDO
001600         MOVE "SOLTAR" TO AQ-RLK-ACCION
001610         CALL "RECLOCK" USING AQ-RLK-ACCION, AQ-RLK-E-ID,
001620             AQ-RLK-RESULTADO-SW, AQ-RLK-TEN-OPERADOR,
001630             AQ-RLK-TEN-FECHA, AQ-RLK-TEN-HORA
001640         MOVE "N" TO AQ-RLK-RESULTADO-SW
001650     END-IF.
001660
001670*----------------------------------------------------------------
001680* 1000-INITIALIZE - OPEN THE MASTER AND THE AUDIT TRAIL AND LOAD
001690*                   THE APPROVAL QUEUE INTO THE WORK TABLE.
001700*----------------------------------------------------------------
001710 1000-INITIALIZE.
001720     CALL "OPERSES" USING AQ-OPERADOR, AQ-OPER-NIVEL
001730     MOVE FUNCTION CURRENT-DATE(1:8) TO AQ-HOY
001740     OPEN I-O EMPLEADOS-ARCHIVO
001750     OPEN EXTEND EMPLEADOS-AUDITORIA
001760     IF AUD-FILE-STATUS = "35"
001770         OPEN OUTPUT EMPLEADOS-AUDITORIA
001780     END-IF
001790     PERFORM 1100-CARGAR-COLA.
001800
001810 1100-CARGAR-COLA.
001820     MOVE ZERO TO AQ-APR-MAX
001830     MOVE "N" TO APR-EOF-SW
001840     OPEN INPUT EMPAPR-ARCHIVO
001850     IF APR-FILE-STATUS = "00"
001860         PERFORM 1110-LEER-ENTRADA
001870         PERFORM 1120-GUARDAR-ENTRADA UNTIL APR-EOF
001880     END-IF
001890     IF APR-FILE-STATUS = "00" OR APR-FILE-STATUS = "05"
001900             OR APR-FILE-STATUS = "10"
001910         CLOSE EMPAPR-ARCHIVO
001920     END-IF.
001930
001940 1110-LEER-ENTRADA.
001950     READ EMPAPR-ARCHIVO
001960         AT END
001970             MOVE "Y" TO APR-EOF-SW
001980     END-READ.
001990
002000 1120-GUARDAR-ENTRADA.
002010     IF AQ-APR-MAX < 300
002020         ADD 1 TO AQ-APR-MAX
002030         MOVE APR-LINEA TO AQ-APR-IMAGEN (AQ-APR-MAX)
002040         PERFORM 1110-LEER-ENTRADA
002050     ELSE
002060         DISPLAY "EMPAPRM: MAS DE 300 ENTRADAS - SE TRABAJAN LAS"
002070             " PRIMERAS (EL RESTO SE CONSERVA)"
002080         MOVE "Y" TO APR-EOF-SW
002090     END-IF.
002100
002110*----------------------------------------------------------------
002120* 2000-PROCESS-MENU - ONE PASS OF THE APPROVAL MENU.
002130*----------------------------------------------------------------
002140 2000-PROCESS-MENU.
002150     DISPLAY " "
002160     DISPLAY "APROBACION DE CAMBIOS DE SALARIO Y BANCO"
002170     DISPLAY "1. REVISAR PENDIENTES"
002180     DISPLAY "2. LISTAR TODAS"
002190     DISPLAY "3. SALIR"
002200     DISPLAY "INTRODUCE UNA OPCION DEL 1 AL 3"
002210     ACCEPT AQ-OPCION
002220
002230     EVALUATE AQ-OPCION
002240         WHEN 1
002250             PERFORM 3000-REVISAR
002260         WHEN 2
002270             PERFORM 6000-LISTAR
002280         WHEN 3
002290             MOVE "Y" TO AQ-EOJ-SW
002300         WHEN OTHER
002310             DISPLAY "OPCION NO VALIDA: " AQ-OPCION
002320     END-EVALUATE.
002330
002340*----------------------------------------------------------------
002350* 3000-REVISAR - WALK EVERY PENDIENTE ENTRY.  THE QUEUE IS
002360*                WRITTEN BACK AFTER EACH DECISION, SO A CHANGE
002370*                ALREADY APPLIED CAN NEVER BE OFFERED AGAIN IF
002380*                THE SESSION DIES HALFWAY.
002390*----------------------------------------------------------------
002400 3000-REVISAR.
002410     MOVE ZERO TO AQ-LISTADOS
002420     PERFORM 3100-REVISAR-UNA
002430         VARYING AQ-APR-IDX FROM 1 BY 1
002440         UNTIL AQ-APR-IDX > AQ-APR-MAX
002450     IF AQ-LISTADOS = ZERO
002460         DISPLAY "SIN CAMBIOS PENDIENTES DE APROBACION"
002470     END-IF.
002480
002490 3100-REVISAR-UNA.
002500     MOVE AQ-APR-IMAGEN (AQ-APR-IDX) TO EMPAPR-REGISTRO
002510     IF APR-PENDIENTE
002520         ADD 1 TO AQ-LISTADOS
002530         PERFORM 3200-MOSTRAR-ENTRADA
002540         IF APR-OPERADOR = AQ-OPERADOR
002550             DISPLAY "  GRABADO POR USTED - DEBE DECIDIRLO OTRO"
002560                 " OPERADOR"
002570         ELSE
002580             DISPLAY "  A=APROBAR R=RECHAZAR (ENTER SALTA): "
002590             ACCEPT AQ-CAMPO
002600             EVALUATE AQ-CAMPO(1:1)
002610                 WHEN "A"
002620                     PERFORM 4000-APROBAR
002630                 WHEN "R"
002640                     DISPLAY "  MOTIVO DEL RECHAZO: "
002650                     ACCEPT AQ-CAMPO
002660                     MOVE AQ-CAMPO TO APR-NOTA
002670                     PERFORM 5000-CERRAR-RECHAZADA
002680                 WHEN OTHER
002690                     CONTINUE
002700             END-EVALUATE
002710         END-IF
002720     END-IF.
002730
002740 3200-MOSTRAR-ENTRADA.
002750     DISPLAY " "
002760     DISPLAY "CAMBIO DE " FUNCTION TRIM(APR-CAMPO) " PARA "
002770         FUNCTION TRIM(APR-E-ID)
002780     DISPLAY "  GRABADO POR " APR-OPERADOR " EL " APR-FECHA-ALTA
002790         " " APR-HORA-ALTA
002800     IF APR-ES-SALARIO
002810         MOVE APR-A-SALARIO TO AQ-SALARIO-EDIT
002820         MOVE APR-NUEVO TO AQ-CAMPO
002830         MOVE AQ-CAMPO TO AQ-NUEVO-SALARIO
002840         MOVE AQ-NUEVO-SALARIO TO AQ-NUEVO-EDIT
002850         DISPLAY "  ANTES: " AQ-SALARIO-EDIT
002860             "  NUEVO: " AQ-NUEVO-EDIT
002870     ELSE
002880         DISPLAY "  ANTES: " APR-ANTES
002890         DISPLAY "  NUEVO: " APR-N-ENTIDAD " " APR-N-OFICINA " "
002900             APR-N-DC " " APR-N-CUENTA
002910     END-IF
002920     IF APR-FECHA-EFECTIVA NOT = ZERO
002930         DISPLAY "  EFECTIVO EL " APR-FECHA-EFECTIVA
002940     END-IF.
002950
002960*----------------------------------------------------------------
002970* 4000-APROBAR - A FUTURE-DATED SALARY CHANGE GOES TO EMPPEND FOR
002980*                EMPAPLY TO APPLY ON ITS DATE; ANYTHING ELSE IS
002990*                APPLIED NOW UNDER THE RECORD LOCK (4100).
003000*----------------------------------------------------------------
003010 4000-APROBAR.
003020     IF APR-FECHA-EFECTIVA > AQ-HOY
003030         PERFORM 4500-PASAR-A-DIFERIDO
003040     ELSE
003050         PERFORM 0600-TOMAR-REGISTRO
003060         IF AQ-RLK-CONCEDIDO
003070             PERFORM 4100-APLICAR-CAMBIO
003080             PERFORM 0650-SOLTAR-REGISTRO
003090         END-IF
003100     END-IF.
003110
003120*----------------------------------------------------------------
003130* 4100-APLICAR-CAMBIO - READ THE EMPLOYEE, MAKE SURE THE FIELD
003140*                       STILL HOLDS THE VALUE IT HAD WHEN THE
003150*                       CHANGE WAS KEYED, THEN APPLY, REWRITE AND
003160*                       AUDIT IT.  A MISSING EMPLOYEE OR A FIELD
003170*                       THAT MOVED MEANWHILE CLOSES THE ENTRY AS
003180*                       RECHAZADA WITH THE REASON.
003190*----------------------------------------------------------------
003200 4100-APLICAR-CAMBIO.
003210     MOVE APR-E-ID TO E-ID
003220     READ EMPLEADOS-ARCHIVO
003230         INVALID KEY
003240             DISPLAY "  E-ID YA NO EXISTE - SE RECHAZA"
003250             MOVE "E-ID YA NO EXISTE" TO APR-NOTA
003260             PERFORM 5000-CERRAR-RECHAZADA
003270         NOT INVALID KEY
003280             PERFORM 4200-COMPROBAR-VIGENTE
003290             IF AQ-VIGENTE
003300                 PERFORM 4300-GRABAR-CAMBIO
003310             ELSE
003320                 DISPLAY "  EL VALOR CAMBIO DESDE QUE SE GRABO -"
003330                     " SE RECHAZA POR OBSOLETO"
003340                 MOVE "OBSOLETO - VALOR YA CAMBIADO" TO APR-NOTA
003350                 PERFORM 5000-CERRAR-RECHAZADA
003360             END-IF
003370     END-READ.
003380
003390 4200-COMPROBAR-VIGENTE.
003400     MOVE "N" TO AQ-VIGENTE-SW
003410     IF APR-ES-SALARIO
003420         IF E-SALARIO = APR-A-SALARIO
003430             MOVE "Y" TO AQ-VIGENTE-SW
003440         END-IF
003450     ELSE
003460         IF E-BANCO = APR-ANTES
003470             MOVE "Y" TO AQ-VIGENTE-SW
003480         END-IF
003490     END-IF.
003500
003510 4300-GRABAR-CAMBIO.
003520     MOVE E-SALARIO TO AQ-ANTES-SALARIO
003530     MOVE E-BANCO   TO AQ-ANTES-BANCO
003540     IF APR-ES-SALARIO
003550         MOVE APR-NUEVO TO AQ-CAMPO
003560         MOVE AQ-CAMPO TO E-SALARIO
003570     ELSE
003580         MOVE APR-NUEVO TO E-BANCO
003590     END-IF
003600     REWRITE EMPLEADOS-REGISTRO
003610     IF EMP-FILE-STATUS NOT = "00"
003620         DISPLAY "  ERROR AL GRABAR, ESTADO: " EMP-FILE-STATUS
003630             " - QUEDA PENDIENTE"
003640     ELSE
003650         PERFORM 7000-WRITE-AUDIT
003660         MOVE "A" TO APR-ESTADO
003670         MOVE AQ-OPERADOR TO APR-APROBADOR
003680         MOVE AQ-HOY TO APR-FECHA-DECISION
003690         PERFORM 5500-GUARDAR-DECISION
003700         DISPLAY "  APROBADO Y APLICADO POR " AQ-OPERADOR
003710     END-IF.
003720
003730*----------------------------------------------------------------
003740* 4500-PASAR-A-DIFERIDO - THE APPROVED FUTURE-DATED CHANGE BECOMES
003750*                         AN ORDINARY EMPPEND ENTRY, STILL STAMPED
003760*                         WITH THE OPERATOR WHO KEYED IT.
003770*----------------------------------------------------------------
003780 4500-PASAR-A-DIFERIDO.
003790     OPEN EXTEND EMPPEND-ARCHIVO
003800     IF PEN-FILE-STATUS = "35"
003810         OPEN OUTPUT EMPPEND-ARCHIVO
003820     END-IF
003830     MOVE APR-E-ID           TO PEN-E-ID
003840     MOVE APR-CAMPO          TO PEN-CAMPO
003850     MOVE APR-NUEVO          TO PEN-VALOR
003860     MOVE APR-FECHA-EFECTIVA TO PEN-FECHA-EFECTIVA
003870     MOVE APR-OPERADOR       TO PEN-OPERADOR
003880     MOVE AQ-HOY             TO PEN-FECHA-ALTA
003890     WRITE EMPPEND-REGISTRO
003900     CLOSE EMPPEND-ARCHIVO
003910     MOVE "A" TO APR-ESTADO
003920     MOVE AQ-OPERADOR TO APR-APROBADOR
003930     MOVE AQ-HOY TO APR-FECHA-DECISION
003940     MOVE "PASADO A EMPPEND" TO APR-NOTA
003950     PERFORM 5500-GUARDAR-DECISION
003960     DISPLAY "  APROBADO - SE APLICARA EL " APR-FECHA-EFECTIVA.
003970
003980 5000-CERRAR-RECHAZADA.
003990     MOVE "R" TO APR-ESTADO
004000     MOVE AQ-OPERADOR TO APR-APROBADOR
004010     MOVE AQ-HOY TO APR-FECHA-DECISION
004020     PERFORM 5500-GUARDAR-DECISION
004030     DISPLAY "  RECHAZADO POR " AQ-OPERADOR.
004040
004050 5500-GUARDAR-DECISION.
004060     MOVE EMPAPR-REGISTRO TO AQ-APR-IMAGEN (AQ-APR-IDX)
004070     PERFORM 7500-REESCRIBIR-COLA.
004080
004090 6000-LISTAR.
004100     PERFORM 6100-LISTAR-UNA
004110         VARYING AQ-APR-IDX FROM 1 BY 1
004120         UNTIL AQ-APR-IDX > AQ-APR-MAX
004130     IF AQ-APR-MAX = ZERO
004140         DISPLAY "SIN ENTRADAS EN LA COLA DE APROBACION"
004150     END-IF.
004160
004170 6100-LISTAR-UNA.
004180     MOVE AQ-APR-IMAGEN (AQ-APR-IDX) TO EMPAPR-REGISTRO
004190     DISPLAY APR-ESTADO " " APR-CAMPO " "
004200         FUNCTION TRIM(APR-E-ID) " " APR-OPERADOR " "
004210         APR-FECHA-ALTA " " APR-APROBADOR " " APR-NOTA.
004220
004230*----------------------------------------------------------------
004240* 7000-WRITE-AUDIT - THE NORMAL BEFORE/AFTER ENTRY FOR THE CHANGE
004250*                    JUST APPLIED, STAMPED WITH THE APPROVER.
004260*----------------------------------------------------------------
004270 7000-WRITE-AUDIT.
004280     MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-FECHA
004290     MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HORA
004300     MOVE "APROBA"                   TO AUD-ACCION
004310     MOVE E-ID                       TO AUD-E-ID
004320     MOVE AQ-OPERADOR                TO AUD-OPERADOR
004330     MOVE E-NOMBRE                   TO AUD-A-NOMBRE
004340     MOVE E-EDAD                     TO AUD-A-EDAD
004350     MOVE E-EMAIL                    TO AUD-A-EMAIL
004360     MOVE AQ-ANTES-SALARIO           TO AUD-A-SALARIO
004370     MOVE E-STATUS                   TO AUD-A-STATUS
004380     MOVE E-FECHA-INGRESO            TO AUD-A-FECHA-INGRESO
004390     MOVE E-FECHA-BAJA               TO AUD-A-FECHA-BAJA
004400     MOVE E-DEPTO                    TO AUD-A-DEPTO
004410     MOVE E-FECHA-NACIMIENTO         TO AUD-A-FECHA-NACIMIENTO
004420     MOVE AQ-ANTES-BANCO             TO AUD-A-BANCO
004430     MOVE E-BANDA                    TO AUD-A-BANDA
004440     MOVE E-VAC-TOMADOS              TO AUD-A-VAC-TOMADOS
004450     MOVE E-MOTIVO-BAJA              TO AUD-A-MOTIVO-BAJA
004460     MOVE E-SUPERVISOR               TO AUD-A-SUPERVISOR
004470     MOVE E-PAGO                     TO AUD-A-PAGO
004480     MOVE E-PUESTO                   TO AUD-A-PUESTO
004490     MOVE E-CONTRATO                 TO AUD-A-CONTRATO
004500     MOVE E-FECHA-FIN-CONTRATO
004510         TO AUD-A-FECHA-FIN-CONTRATO
004520     MOVE E-PRUEBA-CONF              TO AUD-A-PRUEBA
004530     MOVE E-CATEGORIA                TO AUD-A-CATEGORIA
004540     MOVE E-NOMBRE                   TO AUD-D-NOMBRE
004550     MOVE E-EDAD                     TO AUD-D-EDAD
004560     MOVE E-EMAIL                    TO AUD-D-EMAIL
004570     MOVE E-SALARIO                  TO AUD-D-SALARIO
004580     MOVE E-STATUS                   TO AUD-D-STATUS
004590     MOVE E-FECHA-INGRESO            TO AUD-D-FECHA-INGRESO
004600     MOVE E-FECHA-BAJA               TO AUD-D-FECHA-BAJA
004610     MOVE E-DEPTO                    TO AUD-D-DEPTO
004620     MOVE E-FECHA-NACIMIENTO         TO AUD-D-FECHA-NACIMIENTO
004630     MOVE E-BANCO                    TO AUD-D-BANCO
004640     MOVE E-BANDA                    TO AUD-D-BANDA
004650     MOVE E-VAC-TOMADOS              TO AUD-D-VAC-TOMADOS
004660     MOVE E-MOTIVO-BAJA              TO AUD-D-MOTIVO-BAJA
004670     MOVE E-SUPERVISOR               TO AUD-D-SUPERVISOR
004680     MOVE E-PAGO                     TO AUD-D-PAGO
004690     MOVE E-PUESTO                   TO AUD-D-PUESTO
004700     MOVE E-CONTRATO                 TO AUD-D-CONTRATO
004710     MOVE E-FECHA-FIN-CONTRATO
004720         TO AUD-D-FECHA-FIN-CONTRATO
004730     MOVE E-PRUEBA-CONF              TO AUD-D-PRUEBA
004740     MOVE E-CATEGORIA                TO AUD-D-CATEGORIA
004750     WRITE AUD-REGISTRO.
004760
004770*----------------------------------------------------------------
004780* 7500-REESCRIBIR-COLA - THE WHOLE TABLE GOES BACK TO THE FILE.
004790*                        EVERYTHING BEYOND THE LOADED ENTRIES -
004800*                        THE OVERFLOW, AND WHATEVER EMPMAINT HAS
004810*                        APPENDED SINCE THE LOAD - IS SAVED TO
004820*                        THE .TMP FILE FIRST AND PUT BACK BEHIND,
004830*                        THE EMPVRQM CONVENTION.
004840*----------------------------------------------------------------
004850 7500-REESCRIBIR-COLA.
004860     PERFORM 7600-SALVAR-COLA
004870     OPEN OUTPUT EMPAPR-ARCHIVO
004880     PERFORM 7510-ESCRIBIR-ENTRADA
004890         VARYING AQ-ESC-IDX FROM 1 BY 1
004900         UNTIL AQ-ESC-IDX > AQ-APR-MAX
004910     PERFORM 7700-REPONER-COLA
004920     CLOSE EMPAPR-ARCHIVO.
004930
004940 7510-ESCRIBIR-ENTRADA.
004950     MOVE AQ-APR-IMAGEN (AQ-ESC-IDX) TO APR-LINEA
004960     WRITE APR-LINEA.
004970
004980 7600-SALVAR-COLA.
004990     MOVE "N" TO APR-EOF-SW
005000     MOVE ZERO TO AQ-COLA-SALTADOS
005010     OPEN INPUT EMPAPR-ARCHIVO
005020     OPEN OUTPUT APROBACION-TEMPORAL
005030     IF APR-FILE-STATUS = "00"
005040         PERFORM 1110-LEER-ENTRADA
005050         PERFORM 7610-COPIAR-COLA UNTIL APR-EOF
005060     END-IF
005070     IF APR-FILE-STATUS = "00" OR APR-FILE-STATUS = "05"
005080             OR APR-FILE-STATUS = "10"
005090         CLOSE EMPAPR-ARCHIVO
005100     END-IF
005110     CLOSE APROBACION-TEMPORAL.
005120
005130 7610-COPIAR-COLA.
005140     ADD 1 TO AQ-COLA-SALTADOS
005150     IF AQ-COLA-SALTADOS > AQ-APR-MAX
005160         MOVE APR-LINEA TO TMP-REGISTRO
005170         WRITE TMP-REGISTRO
005180     END-IF
005190     PERFORM 1110-LEER-ENTRADA.
005200
005210 7700-REPONER-COLA.
005220     MOVE "N" TO APR-EOF-SW
005230     OPEN INPUT APROBACION-TEMPORAL
005240     PERFORM 7710-LEER-COLA
005250     PERFORM 7720-ESCRIBIR-COLA UNTIL APR-EOF
005260     CLOSE APROBACION-TEMPORAL.
005270
005280 7710-LEER-COLA.
005290     READ APROBACION-TEMPORAL
005300         AT END
005310             MOVE "Y" TO APR-EOF-SW
005320     END-READ.
005330
005340 7720-ESCRIBIR-COLA.
005350     MOVE TMP-REGISTRO TO APR-LINEA
005360     WRITE APR-LINEA
005370     PERFORM 7710-LEER-COLA.
005380
005390 9999-EXIT.
005400     CLOSE EMPLEADOS-ARCHIVO
005410     CLOSE EMPLEADOS-AUDITORIA
005420     GOBACK.
005430 END PROGRAM EMPAPRM.
