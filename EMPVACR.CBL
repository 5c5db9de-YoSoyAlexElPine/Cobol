000090*                OVER-TAKEN AND - FROM OCTOBER ON - ANYONE WITH
000100*                MORE THAN TEN DAYS AT RISK OF EXPIRING AT
000110*                YEAR-END.  OUTPUT TO EMPVACR.RPT WITH THE SHARED
000114*                RPTBANNER HEADING.  WHEN RPTDIST.PRM NAMES
000118*                EMPVACR, THE LINES OF EACH DEPARTMENT ARE ALSO
000122*                BURST TO A SPOOL MEMBER FOR THE DEPARTMENT HEAD
000126*                (RPTDIST).
000130* TECTONICS:     cobc -x -std=ibm -I copybooks EMPVACR.CBL VACDER
000140*                RPTBANNER DIASLAB CENTVAL VACARR RPTDIST OPERSES
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000230*                    LARGER THAN THE WORKING DAYS LEFT IN THE
000240*                    YEAR IS AT RISK, WHATEVER THE MONTH,
000250*                    REPLACING THE OLD OCTOBER/TEN-DAY RULE.
000251*   2026-10-15  RT   EACH LINE NOW SHOWS THE DAYS CARRIED FROM
000252*                    LAST YEAR BY THE EMPVCIE YEAR-END CLOSE THAT
000253*                    ARE STILL VALID (SHARED VACARR), WITH THEIR
000254*                    EXPIRY DATE WHILE SOME REMAIN UNTAKEN, AND
000255*                    THE BALANCE COUNTS THEM ON TOP OF THE VACDER
000256*                    ENTITLEMENT.
000257*   2026-10-15  RT   THE WORKING DAYS LEFT IN THE YEAR ARE NOW
000258*                    COUNTED PER WORK CENTRE (DIASLAB WITH
000259*                    E-CENTRO, RECOUNTED ONLY WHEN THE CENTRE
000260*                    CHANGES FROM ONE EMPLOYEE TO THE NEXT) FOR
000261*                    THE EXPIRY-RISK FLAG.
000262*   2026-10-15  RT   WHEN RPTDIST.PRM NAMES EMPVACR THE BALANCE
000263*                    LINES ARE ALSO BURST THROUGH RPTDIST, ONE
000264*                    SPOOL MEMBER PER DEPARTMENT ADDRESSED TO ITS
000265*                    HEAD.
000266******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. EMPVACR.
000290
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY EMPFSEL.
000335     COPY EMPDISEL.
000340
000350     SELECT VACACIONES-REPORTE
000360         ASSIGN TO "EMPVACR.RPT"
000420 FD  EMPLEADOS-ARCHIVO.
000430     COPY EMPREG.
000440
000442 FD  DISTRIB-TRABAJO.
000444     COPY EMPDIS.
000446
000450 FD  VACACIONES-REPORTE.
000460 01  RPT-LINEA                PIC X(132).
000470
000480 WORKING-STORAGE SECTION.
000490 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000500 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000505 01  DIS-FILE-STATUS          PIC XX VALUE SPACES.
000510 01  EMP-EOF-SW               PIC X VALUE "N".
000520     88  EMP-EOF              VALUE "Y".
000530
000540 01  VR-HOY                   PIC 9(8) VALUE ZERO.
000550 01  VR-MES                   PIC 9(2) VALUE 0.
000560 01  VR-DERECHO               PIC 9(3) VALUE 0.
000563 01  VR-ARRASTRE              PIC 9(3) VALUE 0.
000566 01  VR-CADUCA-TXT            PIC X(20) VALUE SPACES.
000570 01  VR-SALDO                 PIC S9(4) VALUE 0.
000580 01  VR-SALDO-EDIT            PIC +ZZ9.
000590 01  VR-MARCA                 PIC X(20) VALUE SPACES.
000600 01  VR-FIN-ANIO              PIC 9(8) VALUE ZERO.
000610 01  VR-LABORABLES            PIC 9(3) VALUE 0.
000620 01  VR-SALTADOS              PIC 9(3) VALUE 0.
000625 01  VR-CENTRO-ANTERIOR       PIC X(04) VALUE HIGH-VALUES.
000630
000640 01  VR-TOTAL-COUNT           PIC 9(7) VALUE 0.
000650 01  VR-FLAG-COUNT            PIC 9(7) VALUE 0.
000660 01  VR-BANNER                PIC X(80) VALUE SPACES.
000661 01  VR-DIS-ACCION            PIC X(08) VALUE SPACES.
000662 01  VR-DIS-PROGRAMA          PIC X(08) VALUE "EMPVACR".
000663 01  VR-DIS-TITULO            PIC X(60)
000664         VALUE "SALDOS DE VACACIONES".
000665 01  VR-DIS-REPARTIR-SW       PIC X(01) VALUE "N".
000666     88  VR-REPARTIR          VALUE "S".
000667 01  VR-DIS-MIEMBROS          PIC 9(03) VALUE 0.
000668 01  VR-DIS-DEPTO             PIC X(04) VALUE SPACES.
000670
000680 PROCEDURE DIVISION.
000690
000780     MOVE VR-HOY(5:2) TO VR-MES
000790     MOVE VR-HOY TO VR-FIN-ANIO
000800     MOVE 1231 TO VR-FIN-ANIO(5:4)
000830     OPEN INPUT EMPLEADOS-ARCHIVO
000840     OPEN OUTPUT VACACIONES-REPORTE
000850     CALL "RPTBANNER" USING VR-BANNER
000890     WRITE RPT-LINEA
000900     MOVE ALL "-" TO RPT-LINEA
000910     WRITE RPT-LINEA
000911     MOVE "CONSULTA" TO VR-DIS-ACCION
000912     CALL "RPTDIST" USING VR-DIS-ACCION, VR-DIS-PROGRAMA,
000913         VR-DIS-TITULO, VR-DIS-REPARTIR-SW, VR-DIS-MIEMBROS
000914     IF VR-REPARTIR
000915         OPEN OUTPUT DISTRIB-TRABAJO
000916     END-IF
000920     PERFORM 2100-READ-EMPLEADO.
000930
000940*----------------------------------------------------------------
000990 2000-PROCESS-EMPLEADO.
001000     IF E-ACTIVO
001010         ADD 1 TO VR-TOTAL-COUNT
001011         IF E-CENTRO NOT = VR-CENTRO-ANTERIOR
001012             CALL "DIASLAB" USING VR-HOY, VR-FIN-ANIO,
001013                 VR-LABORABLES, VR-SALTADOS, E-CENTRO
001014             MOVE E-CENTRO TO VR-CENTRO-ANTERIOR
001015         END-IF
001020         CALL "VACDER" USING E-FECHA-INGRESO, VR-HOY, VR-DERECHO
001021         CALL "VACARR" USING E-VAC-ARRASTRE, E-VAC-ARR-CADUCA,
001022             E-VAC-TOMADOS, VR-HOY, VR-ARRASTRE
001023         COMPUTE VR-SALDO = VR-DERECHO + VR-ARRASTRE
001024             - E-VAC-TOMADOS
001025         MOVE SPACES TO VR-CADUCA-TXT
001026         IF VR-ARRASTRE > E-VAC-TOMADOS AND
001027                 E-VAC-ARR-CADUCA NOT = ZERO
001028             STRING " (CADUCA " E-VAC-ARR-CADUCA ")"
001029                 DELIMITED BY SIZE INTO VR-CADUCA-TXT
001030             END-STRING
001031         END-IF
001040         MOVE SPACES TO VR-MARCA
001050         IF VR-SALDO < 0
001060             MOVE "*SOBREPASADO*" TO VR-MARCA
001160         STRING FUNCTION TRIM(E-ID) " / "
001170             FUNCTION TRIM(E-NOMBRE)
001180             " / DERECHO " VR-DERECHO
001183             " / ARRASTRE " VR-ARRASTRE
001186             FUNCTION TRIM(VR-CADUCA-TXT TRAILING)
001190             " / TOMADOS " E-VAC-TOMADOS
001200             " / SALDO " VR-SALDO-EDIT
001210             " " FUNCTION TRIM(VR-MARCA)
001220             DELIMITED BY SIZE INTO RPT-LINEA
001230         END-STRING
001233         MOVE E-DEPTO TO VR-DIS-DEPTO
001236         PERFORM 7000-REPARTIR-LINEA
001240         WRITE RPT-LINEA
001250     END-IF
001260     PERFORM 2100-READ-EMPLEADO.
001310             MOVE "Y" TO EMP-EOF-SW
001320     END-READ.
001330
001331*----------------------------------------------------------------
001332* 7000-REPARTIR-LINEA - WHEN THE REPORT IS BEING BURST, COPY THE
001333*                       BALANCE LINE TO THE RPTDIST WORK FILE
001334*                       UNDER THE EMPLOYEE'S E-DEPTO.
001335*----------------------------------------------------------------
001336 7000-REPARTIR-LINEA.
001337     IF VR-REPARTIR
001338         MOVE VR-DIS-DEPTO TO DIS-DEPTO
001339         MOVE RPT-LINEA    TO DIS-LINEA
001340         WRITE DIS-REGISTRO
001341     END-IF.
001342
001343*----------------------------------------------------------------
001344* 7100-REPARTIR-INFORME - HAND THE WORK FILE TO RPTDIST FOR ONE
001345*                         SPOOL MEMBER PER DEPARTMENT AND NOTE THE
001346*                         BURST ON THE REPORT.
001347*----------------------------------------------------------------
001348 7100-REPARTIR-INFORME.
001349     CLOSE DISTRIB-TRABAJO
001350     MOVE "REPARTIR" TO VR-DIS-ACCION
001351     CALL "RPTDIST" USING VR-DIS-ACCION, VR-DIS-PROGRAMA,
001352         VR-DIS-TITULO, VR-DIS-REPARTIR-SW, VR-DIS-MIEMBROS
001353     MOVE SPACES TO RPT-LINEA
001354     STRING "REPARTIDO POR DEPARTAMENTO EN " VR-DIS-MIEMBROS
001355         " MIEMBRO(S) DE SPOOL - VER EL MANIFIESTO EN EMPSPOOL"
001356         DELIMITED BY SIZE INTO RPT-LINEA
001357     END-STRING
001358     WRITE RPT-LINEA.
001359
001360 8000-TERMINATE.
001361     MOVE SPACES TO RPT-LINEA
001362     WRITE RPT-LINEA
001370     MOVE SPACES TO RPT-LINEA
001380     STRING "ACTIVOS LISTADOS: " VR-TOTAL-COUNT
001390         "  MARCADOS: " VR-FLAG-COUNT
001400         DELIMITED BY SIZE INTO RPT-LINEA
001410     END-STRING
001420     WRITE RPT-LINEA
001422     IF VR-REPARTIR
001424         PERFORM 7100-REPARTIR-INFORME
001426     END-IF
001430     CLOSE EMPLEADOS-ARCHIVO
001440     CLOSE VACACIONES-REPORTE
001450     DISPLAY "EMPVACR - SALDOS MARCADOS: " VR-FLAG-COUNT.
