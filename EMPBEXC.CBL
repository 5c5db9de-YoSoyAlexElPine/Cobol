000100*                BAND (SHARED BANDVAL LOOKUP AGAINST
000110*                BANDMST.DAT), AND AN ACTIVE RECORD WITH NO BAND
000120*                ASSIGNED AT ALL.  RETURN-CODE CARRIES THE
000124*                EXCEPTION COUNT FOR THE BATCH DRIVER.  WHEN
000128*                RPTDIST.PRM NAMES EMPBEXC, THE EXCEPTIONS OF EACH
000132*                DEPARTMENT ARE ALSO BURST TO A SPOOL MEMBER FOR
000136*                THE DEPARTMENT HEAD (RPTDIST).
000140* TECTONICS:     cobc -x -std=ibm -I copybooks EMPBEXC.CBL
000150*                BANDVAL RPTBANNER RPTDIST OPERSES
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000190*   ---------- ----  ----------------------------------------
000200*   2026-08-22  RT   ORIGINAL PROGRAM.
000202*   2026-10-15  RT   WHEN RPTDIST.PRM NAMES EMPBEXC THE EXCEPTION
000204*                    LINES ARE ALSO BURST THROUGH RPTDIST, ONE
000206*                    SPOOL MEMBER PER DEPARTMENT ADDRESSED TO ITS
000208*                    HEAD.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. EMPBEXC.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     COPY EMPFSEL.
000285     COPY EMPDISEL.
000290
000300     SELECT BANDA-EXCEPCIONES
000310         ASSIGN TO "EMPBEXC.RPT"
000370 FD  EMPLEADOS-ARCHIVO.
000380     COPY EMPREG.
000390
000392 FD  DISTRIB-TRABAJO.
000394     COPY EMPDIS.
000396
000400 FD  BANDA-EXCEPCIONES.
000410 01  RPT-LINEA                PIC X(132).
000420
000430 WORKING-STORAGE SECTION.
000440 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000450 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000455 01  DIS-FILE-STATUS          PIC XX VALUE SPACES.
000460 01  EMP-EOF-SW               PIC X VALUE "N".
000470     88  EMP-EOF              VALUE "Y".
000480
000560 01  BX-FLAG-COUNT            PIC 9(7) VALUE 0.
000570 01  BX-BANNER                PIC X(80) VALUE SPACES.
000580 01  BX-RAZON                 PIC X(40) VALUE SPACES.
000581 01  BX-DIS-ACCION            PIC X(08) VALUE SPACES.
000582 01  BX-DIS-PROGRAMA          PIC X(08) VALUE "EMPBEXC".
000583 01  BX-DIS-TITULO            PIC X(60)
000584         VALUE "EXCEPCIONES DE BANDA SALARIAL".
000585 01  BX-DIS-REPARTIR-SW       PIC X(01) VALUE "N".
000586     88  BX-REPARTIR          VALUE "S".
000587 01  BX-DIS-MIEMBROS          PIC 9(03) VALUE 0.
000588 01  BX-DIS-DEPTO             PIC X(04) VALUE SPACES.
000590
000600 PROCEDURE DIVISION.
000610
000790     WRITE RPT-LINEA
000800     MOVE ALL "-" TO RPT-LINEA
000810     WRITE RPT-LINEA
000811     MOVE "CONSULTA" TO BX-DIS-ACCION
000812     CALL "RPTDIST" USING BX-DIS-ACCION, BX-DIS-PROGRAMA,
000813         BX-DIS-TITULO, BX-DIS-REPARTIR-SW, BX-DIS-MIEMBROS
000814     IF BX-REPARTIR
000815         OPEN OUTPUT DISTRIB-TRABAJO
000816     END-IF
000820     PERFORM 2100-READ-EMPLEADO.
000830
000840*----------------------------------------------------------------
001300         " RAZON=" FUNCTION TRIM(BX-RAZON)
001310         DELIMITED BY SIZE INTO RPT-LINEA
001320     END-STRING
001321     MOVE E-DEPTO TO BX-DIS-DEPTO
001322     PERFORM 7000-REPARTIR-LINEA
001323     WRITE RPT-LINEA.
001324
001325*----------------------------------------------------------------
001326* 7000-REPARTIR-LINEA - WHEN THE REPORT IS BEING BURST, COPY THE
001327*                       EXCEPTION LINE TO THE RPTDIST WORK FILE
001328*                       UNDER THE EMPLOYEE'S E-DEPTO.
001329*----------------------------------------------------------------
001330 7000-REPARTIR-LINEA.
001331     IF BX-REPARTIR
001332         MOVE BX-DIS-DEPTO TO DIS-DEPTO
001333         MOVE RPT-LINEA    TO DIS-LINEA
001334         WRITE DIS-REGISTRO
001335     END-IF.
001336
001337*----------------------------------------------------------------
001338* 7100-REPARTIR-INFORME - HAND THE WORK FILE TO RPTDIST FOR ONE
001339*                         SPOOL MEMBER PER DEPARTMENT AND NOTE THE
001340*                         BURST ON THE REPORT.
001341*----------------------------------------------------------------
001342 7100-REPARTIR-INFORME.
001343     CLOSE DISTRIB-TRABAJO
001344     MOVE "REPARTIR" TO BX-DIS-ACCION
001345     CALL "RPTDIST" USING BX-DIS-ACCION, BX-DIS-PROGRAMA,
001346         BX-DIS-TITULO, BX-DIS-REPARTIR-SW, BX-DIS-MIEMBROS
001347     MOVE SPACES TO RPT-LINEA
001348     STRING "REPARTIDO POR DEPARTAMENTO EN " BX-DIS-MIEMBROS
001349         " MIEMBRO(S) DE SPOOL - VER EL MANIFIESTO EN EMPSPOOL"
001350         DELIMITED BY SIZE INTO RPT-LINEA
001351     END-STRING
001352     WRITE RPT-LINEA.
001353
001354*----------------------------------------------------------------
001360* 8000-TERMINATE - WRITE THE TOTALS AND SET RETURN-CODE TO THE
001370*                  EXCEPTION COUNT.
001380*----------------------------------------------------------------
001470     STRING "EXCEPCIONES        : " BX-FLAG-COUNT
001480         DELIMITED BY SIZE INTO RPT-LINEA
001490     WRITE RPT-LINEA
001492     IF BX-REPARTIR
001494         PERFORM 7100-REPARTIR-INFORME
001496     END-IF
001500     CLOSE EMPLEADOS-ARCHIVO
001510     CLOSE BANDA-EXCEPCIONES
001520     DISPLAY "EMPBEXC - EXCEPCIONES DE BANDA: " BX-FLAG-COUNT
