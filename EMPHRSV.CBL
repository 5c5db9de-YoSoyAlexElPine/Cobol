000250*                    SURVIVE THE NEXT FEED; THE FEED ITSELF IS
000260*                    TRUNCATED AFTER VALIDATION SO IT CANNOT BE
000270*                    VALUED TWICE.
000271*   2026-10-15  RT   NEW TYPE "HC", OVERTIME HOURS COMPENSATED
000272*                    WITH TIME OFF, ACCEPTED FOR THE EMPHEXH.DAT
000273*                    YEARLY HISTORY.  AN HO/HN PARTE THAT TAKES
000274*                    THE EMPLOYEE PAST THE 80-HOUR STATUTORY
000275*                    ANNUAL CAP (THIS YEAR'S HISTORY PLUS THE
000276*                    PARTES ALREADY VALIDATED AND NOT YET VALUED)
000277*                    IS STILL ACCEPTED BUT WARNED ABOUT.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. EMPHRSV.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     COPY EMPFSEL.
000355     COPY EMPHXSEL.
000360
000370     SELECT OPTIONAL HORAS-ENTRADA
000380         ASSIGN TO "EMPHRS.DAT"
000530 FILE SECTION.
000540 FD  EMPLEADOS-ARCHIVO.
000550     COPY EMPREG.
000552
000554 FD  EMPHEXH-ARCHIVO.
000556     COPY EMPHEXH.
000560
000570 FD  HORAS-ENTRADA.
000580 01  HRS-REGISTRO.
000790 01  HRS-FILE-STATUS          PIC XX VALUE SPACES.
000800 01  HOK-FILE-STATUS          PIC XX VALUE SPACES.
000810 01  HSU-FILE-STATUS          PIC XX VALUE SPACES.
000815 01  HX-FILE-STATUS           PIC XX VALUE SPACES.
000820
000830 01  HRS-EOF-SW               PIC X VALUE "N".
000840     88  HRS-EOF              VALUE "Y".
000920 01  HV-REJECT-COUNT          PIC 9(7) VALUE 0.
000930 01  HV-FEED-PRESENTE-SW      PIC X VALUE "N".
000940     88  HV-FEED-PRESENTE     VALUE "Y".
000941
000942*    NET OVERTIME HOURS PER EMPLOYEE FOR THE CURRENT YEAR (HO PLUS
000943*    HN LESS HC), FROM THE HISTORY AND THE PARTES STILL WAITING
000944*    ON EMPHRSOK.DAT, KEPT UP TO DATE AS THE FEED IS ACCEPTED.
000945 01  HV-LIMITE-ANUAL          PIC 9(3) VALUE 80.
000946 01  HV-ANIO                  PIC 9(4) VALUE ZERO.
000947 01  HV-ACU-TABLA.
000948     05  HV-ACU-MAX           PIC 9(3) VALUE 0.
000949     05  HV-ACU-ENTRADA OCCURS 500 TIMES.
000950         10  HV-ACU-E-ID      PIC X(50).
000951         10  HV-ACU-HORAS     PIC S9(5).
000952 01  HV-ACU-IDX               PIC 9(3) VALUE 0.
000953 01  HV-ACU-HALLADO           PIC 9(3) VALUE 0.
000954 01  HV-ACU-E-ID-BUSCA        PIC X(50) VALUE SPACES.
000955 01  HV-ACU-TIPO              PIC X(02) VALUE SPACES.
000956 01  HV-ACU-HORAS-MOV         PIC 9(03) VALUE 0.
000957 01  HV-ACU-LLENA-SW          PIC X VALUE "N".
000958     88  HV-ACU-LLENA         VALUE "Y".
000959 01  HV-TB-EOF-SW             PIC X VALUE "N".
000960     88  HV-TB-EOF            VALUE "Y".
000961 01  HV-AVISO-COUNT           PIC 9(7) VALUE 0.
000962 01  HV-HORAS-EDIT            PIC ---,--9.
000963
000964 PROCEDURE DIVISION.
000970
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE
001110*                   STILL HOLD UNREPAIRED PARTES.
001120*----------------------------------------------------------------
001130 1000-INITIALIZE.
001135     PERFORM 1500-CARGAR-ACUMULADOS
001140     OPEN INPUT EMPLEADOS-ARCHIVO
001150     OPEN INPUT HORAS-ENTRADA
001160     OPEN EXTEND HORAS-VALIDAS
001290     END-IF.
001300
001310*----------------------------------------------------------------
001311* 1500-CARGAR-ACUMULADOS - THIS YEAR'S NET OVERTIME PER EMPLOYEE
001312*                          FROM THE EMPHEXH.DAT HISTORY, PLUS THE
001313*                          PARTES ON EMPHRSOK.DAT NOT YET VALUED,
001314*                          READ BEFORE EMPHRSOK IS OPENED FOR
001315*                          APPEND.
001316*----------------------------------------------------------------
001317 1500-CARGAR-ACUMULADOS.
001318     MOVE FUNCTION CURRENT-DATE(1:4) TO HV-ANIO
001319     MOVE ZERO TO HV-ACU-MAX
001320     MOVE "N" TO HV-TB-EOF-SW
001321     OPEN INPUT EMPHEXH-ARCHIVO
001322     IF HX-FILE-STATUS = "00"
001323         PERFORM 1510-LEER-HISTORIA
001324         PERFORM 1520-ACUMULAR-HISTORIA UNTIL HV-TB-EOF
001325     END-IF
001326     IF HX-FILE-STATUS = "00" OR HX-FILE-STATUS = "05"
001327             OR HX-FILE-STATUS = "10"
001328         CLOSE EMPHEXH-ARCHIVO
001329     END-IF
001330     MOVE "N" TO HV-TB-EOF-SW
001331     OPEN INPUT HORAS-VALIDAS
001332     IF HOK-FILE-STATUS = "00"
001333         PERFORM 1530-LEER-PENDIENTE
001334         PERFORM 1540-ACUMULAR-PENDIENTE UNTIL HV-TB-EOF
001335     END-IF
001336     IF HOK-FILE-STATUS = "00" OR HOK-FILE-STATUS = "05"
001337             OR HOK-FILE-STATUS = "10"
001338         CLOSE HORAS-VALIDAS
001339     END-IF.
001340
001341 1510-LEER-HISTORIA.
001342     READ EMPHEXH-ARCHIVO
001343         AT END
001344             MOVE "Y" TO HV-TB-EOF-SW
001345     END-READ.
001346
001347 1520-ACUMULAR-HISTORIA.
001348     IF HX-ANIO = HV-ANIO
001349         MOVE HX-E-ID  TO HV-ACU-E-ID-BUSCA
001350         MOVE HX-TIPO  TO HV-ACU-TIPO
001351         MOVE HX-HORAS TO HV-ACU-HORAS-MOV
001352         PERFORM 1600-ANOTAR-ACUMULADO
001353     END-IF
001354     PERFORM 1510-LEER-HISTORIA.
001355
001356 1530-LEER-PENDIENTE.
001357     READ HORAS-VALIDAS
001358         AT END
001359             MOVE "Y" TO HV-TB-EOF-SW
001360     END-READ.
001361
001362 1540-ACUMULAR-PENDIENTE.
001363     MOVE HOK-E-ID  TO HV-ACU-E-ID-BUSCA
001364     MOVE HOK-TIPO  TO HV-ACU-TIPO
001365     MOVE HOK-HORAS TO HV-ACU-HORAS-MOV
001366     PERFORM 1600-ANOTAR-ACUMULADO
001367     PERFORM 1530-LEER-PENDIENTE.
001368
001369*----------------------------------------------------------------
001370* 1600-ANOTAR-ACUMULADO - ADD (HO/HN) OR TAKE OFF (HC) ONE
001371*                         MOVEMENT ON THE EMPLOYEE'S RUNNING
001372*                         TOTAL, LEAVING HV-ACU-HALLADO ON THEIR
001373*                         ENTRY (ZERO IF THE TABLE IS FULL).
001374*----------------------------------------------------------------
001375 1600-ANOTAR-ACUMULADO.
001376     MOVE 0 TO HV-ACU-HALLADO
001377     PERFORM 1610-BUSCAR-ACUMULADO
001378         VARYING HV-ACU-IDX FROM 1 BY 1
001379         UNTIL HV-ACU-IDX > HV-ACU-MAX OR HV-ACU-HALLADO > 0
001380     IF HV-ACU-HALLADO = 0
001381         IF HV-ACU-MAX < 500
001382             ADD 1 TO HV-ACU-MAX
001383             MOVE HV-ACU-MAX TO HV-ACU-HALLADO
001384             MOVE HV-ACU-E-ID-BUSCA TO HV-ACU-E-ID (HV-ACU-MAX)
001385             MOVE ZERO TO HV-ACU-HORAS (HV-ACU-MAX)
001386         ELSE
001387             IF NOT HV-ACU-LLENA
001388                 DISPLAY "EMPHRSV: TABLA DE ACUMULADOS LLENA - NO"
001389                     " SE VIGILA EL LIMITE ANUAL DE TODOS"
001390                 MOVE "Y" TO HV-ACU-LLENA-SW
001391             END-IF
001392         END-IF
001393     END-IF
001394     IF HV-ACU-HALLADO > 0
001395         IF HV-ACU-TIPO = "HC"
001396             SUBTRACT HV-ACU-HORAS-MOV
001397                 FROM HV-ACU-HORAS (HV-ACU-HALLADO)
001398         ELSE
001399             ADD HV-ACU-HORAS-MOV TO HV-ACU-HORAS (HV-ACU-HALLADO)
001400         END-IF
001401     END-IF.
001402
001403 1610-BUSCAR-ACUMULADO.
001404     IF HV-ACU-E-ID (HV-ACU-IDX) = HV-ACU-E-ID-BUSCA
001405         MOVE HV-ACU-IDX TO HV-ACU-HALLADO
001406     END-IF.
001407
001408*----------------------------------------------------------------
001409* 2000-PROCESS-HORAS - VALIDATE ONE HOURS RECORD AND ROUTE IT TO
001410*                      THE VALIDATED FILE OR THE SUSPENSE FILE,
001411*                      THEN READ THE NEXT ONE.
001412*----------------------------------------------------------------
001413 2000-PROCESS-HORAS.
001414     ADD 1 TO HV-READ-COUNT
001415     PERFORM 3000-VALIDAR-HORAS
001416     IF HV-VALIDO
001417         MOVE HRS-E-ID  TO HOK-E-ID
001418         MOVE HRS-TIPO  TO HOK-TIPO
001420         MOVE HRS-HORAS TO HOK-HORAS
001430         WRITE HOK-REGISTRO
001440         ADD 1 TO HV-ACCEPT-COUNT
001445         PERFORM 2200-VIGILAR-LIMITE
001450     ELSE
001460         MOVE FUNCTION CURRENT-DATE(1:8) TO HSU-FECHA
001470         MOVE HRS-E-ID  TO HSU-E-ID
001620     END-READ.
001630
001640*----------------------------------------------------------------
001641* 2200-VIGILAR-LIMITE - BRING THE ACCEPTED PARTE INTO THE
001642*                       EMPLOYEE'S YEARLY TOTAL AND WARN WHEN AN
001643*                       HO/HN PARTE LEAVES IT OVER THE STATUTORY
001644*                       ANNUAL CAP.  THE PARTE STANDS - THE HOURS
001645*                       WERE WORKED - BUT SOMEONE HAS TO LOOK.
001646*----------------------------------------------------------------
001647 2200-VIGILAR-LIMITE.
001648     MOVE HRS-E-ID  TO HV-ACU-E-ID-BUSCA
001649     MOVE HRS-TIPO  TO HV-ACU-TIPO
001650     MOVE HRS-HORAS TO HV-ACU-HORAS-MOV
001651     PERFORM 1600-ANOTAR-ACUMULADO
001652     IF HV-ACU-HALLADO > 0 AND HRS-TIPO NOT = "HC"
001653         IF HV-ACU-HORAS (HV-ACU-HALLADO) > HV-LIMITE-ANUAL
001654             ADD 1 TO HV-AVISO-COUNT
001655             MOVE HV-ACU-HORAS (HV-ACU-HALLADO) TO HV-HORAS-EDIT
001656             DISPLAY "EMPHRSV: AVISO - E-ID=" HRS-E-ID
001657             DISPLAY "         SUPERA EL LIMITE ANUAL DE "
001658                 HV-LIMITE-ANUAL " HORAS EXTRA (LLEVA "
001659                 HV-HORAS-EDIT " EN " HV-ANIO ")"
001660         END-IF
001661     END-IF.
001662
001663*----------------------------------------------------------------
001664* 3000-VALIDAR-HORAS - THE E-ID MUST EXIST ON THE MASTER AND BE
001669*                      ACTIVE, THE TYPE MUST BE HO, HN OR HC,
001674*                      AND THE HOURS MUST BE NUMERIC AND 1-100.
001680*----------------------------------------------------------------
001690 3000-VALIDAR-HORAS.
001700     MOVE "Y" TO HV-VALIDO-SW
001940
001950     IF HV-VALIDO
001960         IF HRS-TIPO NOT = "HO" AND HRS-TIPO NOT = "HN"
001965                 AND HRS-TIPO NOT = "HC"
001970             MOVE "N" TO HV-VALIDO-SW
001980             STRING "TIPO DE HORAS DESCONOCIDO (HO/HN/HC)"
001990                 DELIMITED BY SIZE INTO HV-RAZON
002000         END-IF
002010     END-IF
002200     DISPLAY "EMPHRSV - PARTES LEIDOS    : " HV-READ-COUNT
002210     DISPLAY "EMPHRSV - PARTES ACEPTADOS : " HV-ACCEPT-COUNT
002220     DISPLAY "EMPHRSV - PARTES RECHAZADOS: " HV-REJECT-COUNT
002222     IF HV-AVISO-COUNT > 0
002224         DISPLAY "EMPHRSV - AVISOS LIMITE ANUAL: " HV-AVISO-COUNT
002226     END-IF
002230     MOVE HV-REJECT-COUNT TO RETURN-CODE
002240     CLOSE EMPLEADOS-ARCHIVO
002250     CLOSE HORAS-ENTRADA
