000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-08-22
000048* PURPOSE:       ORGANIZATION LISTING.  PASSES THE EMPLOYEE MASTER
000056*                ONCE BY E-ID AND, READING THE DIRECT REPORTS OF
000064*                EACH EMPLOYEE ON THE E-SUPERVISOR ALTERNATE KEY,
000072*                PRINTS EACH ACTIVE SUPERVISOR WITH ITS DIRECT
000080*                REPORTS AND THE HEADCOUNT ROLLED UP, PLUS A
000088*                SECTION FOR ACTIVE EMPLOYEES WITH NO SUPERVISOR
000096*                ON RECORD, SO "SEND THIS TO ALL OF MARIA'S
000104*                PEOPLE" STOPS MEANING ASKING AROUND.  OUTPUT TO
000112*                EMPORG.RPT.
000120* TECTONICS:     cobc -x -std=ibm -I copybooks EMPORG.CBL
000130*                RPTBANNER
000140*----------------------------------------------------------------
000220*                    ACCUMULATED BY WALKING EVERY ACTIVE
000230*                    EMPLOYEE'S CHAIN UPWARD BEFORE THE LISTING
000240*                    PASS.
000241*   2026-10-15  RT   THE 2000-ENTRY WORK TABLE IS GONE.  THE
000242*                    MASTER IS PASSED ONCE BY E-ID AND EACH
000243*                    SUPERVISOR'S DIRECT REPORTS, TEAM TOTAL AND
000244*                    THE SIN SUPERVISOR SECTION ARE READ ON THE
000245*                    NEW E-SUPERVISOR ALTERNATE KEY, SO A COMPANY
000246*                    OF ANY SIZE IS LISTED IN FULL.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. EMPORG.
000500 01  EMP-EOF-SW               PIC X VALUE "N".
000510     88  EMP-EOF              VALUE "Y".
000520
000528 01  OG-REP-EOF-SW            PIC X VALUE "N".
000536     88  OG-REP-EOF           VALUE "Y".
000544 01  OG-COLA-LLENA-SW         PIC X VALUE "N".
000552     88  OG-COLA-LLENA        VALUE "Y".
000560
000568 01  OG-JEFE-ID               PIC X(50) VALUE SPACES.
000576 01  OG-JEFE-NOMBRE           PIC X(50) VALUE SPACES.
000584 01  OG-BUSCA-JEFE            PIC X(50) VALUE SPACES.
000592 01  OG-EQUIPO                PIC 9(5) VALUE 0.
000600
000608 01  OG-COLA-TABLA.
000616     05  OG-COLA-MAX          PIC 9(4) VALUE 0.
000624     05  OG-COLA-ENTRADA OCCURS 5000 TIMES.
000632         10  OG-COLA-E-ID     PIC X(50).
000640         10  OG-COLA-NIVEL    PIC 9(3).
000648 01  OG-COLA-IDX              PIC 9(4) VALUE 0.
000670 01  OG-REPORTES-COUNT        PIC 9(5) VALUE 0.
000680 01  OG-SUPERVISORES-COUNT    PIC 9(5) VALUE 0.
000690 01  OG-SIN-JEFE-COUNT        PIC 9(5) VALUE 0.
000730
000740 0000-MAINLINE.
000750     PERFORM 1000-INITIALIZE
000760     PERFORM 3000-LISTAR-SUPERVISOR UNTIL EMP-EOF
000810     PERFORM 4000-LISTAR-SIN-JEFE
000820     PERFORM 8000-TERMINATE
000830     PERFORM 9999-EXIT.
000950     WRITE RPT-LINEA
000960     PERFORM 2100-READ-EMPLEADO.
000970
001150 2100-READ-EMPLEADO.
001160     READ EMPLEADOS-ARCHIVO NEXT RECORD
001170         AT END
001190     END-READ.
001200
001210*----------------------------------------------------------------
001220* 2200-INICIAR-REPORTES - POSITION THE MASTER ON THE E-SUPERVISOR
001230*                         KEY AT THE FIRST EMPLOYEE WHO REPORTS TO
001240*                         OG-BUSCA-JEFE (SPACES FOR THOSE WITH NO
001250*                         SUPERVISOR) AND READ IT.
001270*----------------------------------------------------------------
001277 2200-INICIAR-REPORTES.
001284     MOVE "N" TO OG-REP-EOF-SW
001291     MOVE OG-BUSCA-JEFE TO E-SUPERVISOR
001298     START EMPLEADOS-ARCHIVO KEY IS EQUAL TO E-SUPERVISOR
001305         INVALID KEY
001312             MOVE "Y" TO OG-REP-EOF-SW
001319     END-START
001326     IF NOT OG-REP-EOF
001333         PERFORM 2300-LEER-REPORTE
001340     END-IF.
001350
001360 2300-LEER-REPORTE.
001370     READ EMPLEADOS-ARCHIVO NEXT RECORD
001380         AT END
001390             MOVE "Y" TO OG-REP-EOF-SW
001400     END-READ
001410     IF NOT OG-REP-EOF
001420         IF E-SUPERVISOR NOT = OG-BUSCA-JEFE
001430             MOVE "Y" TO OG-REP-EOF-SW
001440         END-IF
001520     END-IF.
001530
001540*----------------------------------------------------------------
001541* 2500-ACUMULAR-EQUIPO - WALK THE SUPERVISOR'S TREE DOWNWARD, ONE
001542*                        LEVEL OF REPORTS AT A TIME THROUGH A
001543*                        QUEUE OF E-IDS, AND COUNT EVERY ACTIVE
001544*                        EMPLOYEE BELOW THEM.  AN INACTIVE MANAGER
001545*                        IN THE MIDDLE STILL PASSES THEIR PEOPLE
001546*                        UP.  FIFTY LEVELS CAP THE WALK THE WAY
001547*                        THE MAINTENANCE SCREEN CAPS ITS CIRCLE
001548*                        CHECK.
001549*----------------------------------------------------------------
001550 2500-ACUMULAR-EQUIPO.
001551     MOVE ZERO TO OG-EQUIPO
001552     MOVE 1 TO OG-COLA-MAX
001553     MOVE OG-JEFE-ID TO OG-COLA-E-ID (1)
001554     MOVE ZERO TO OG-COLA-NIVEL (1)
001555     PERFORM 2510-BAJAR-UN-NIVEL
001556         VARYING OG-COLA-IDX FROM 1 BY 1
001557         UNTIL OG-COLA-IDX > OG-COLA-MAX.
001558
001559 2510-BAJAR-UN-NIVEL.
001560     IF OG-COLA-NIVEL (OG-COLA-IDX) < 50
001561         MOVE OG-COLA-E-ID (OG-COLA-IDX) TO OG-BUSCA-JEFE
001562         PERFORM 2200-INICIAR-REPORTES
001563         PERFORM 2520-ANOTAR-SUBORDINADO UNTIL OG-REP-EOF
001564     END-IF.
001565
001566 2520-ANOTAR-SUBORDINADO.
001567     IF E-ACTIVO
001568         ADD 1 TO OG-EQUIPO
001569     END-IF
001570     IF OG-COLA-MAX < 5000
001571         ADD 1 TO OG-COLA-MAX
001572         MOVE E-ID TO OG-COLA-E-ID (OG-COLA-MAX)
001573         COMPUTE OG-COLA-NIVEL (OG-COLA-MAX) =
001574             OG-COLA-NIVEL (OG-COLA-IDX) + 1
001575     ELSE
001576         MOVE "Y" TO OG-COLA-LLENA-SW
001577     END-IF
001578     PERFORM 2300-LEER-REPORTE.
001579
001580*----------------------------------------------------------------
001581* 3000-LISTAR-SUPERVISOR - IF THE CURRENT EMPLOYEE IS ACTIVE AND
001582*                          ANYONE REPORTS TO THEM, PRINT THEM WITH
001583*                          THEIR DIRECT REPORTS AND THE ROLLED-UP
001584*                          COUNT, THEN PUT THE MASTER BACK ON THE
001585*                          E-ID KEY JUST PAST THEM.
001590*----------------------------------------------------------------
001600 3000-LISTAR-SUPERVISOR.
001605     IF E-ACTIVO
001610         MOVE E-ID TO OG-JEFE-ID
001615         MOVE E-NOMBRE TO OG-JEFE-NOMBRE
001620         MOVE ZERO TO OG-REPORTES-COUNT
001630         MOVE OG-JEFE-ID TO OG-BUSCA-JEFE
001640         PERFORM 2200-INICIAR-REPORTES
001650         PERFORM 3100-CONTAR-REPORTE UNTIL OG-REP-EOF
001660         IF OG-REPORTES-COUNT > 0
001670             ADD 1 TO OG-SUPERVISORES-COUNT
001675             PERFORM 2500-ACUMULAR-EQUIPO
001680             MOVE SPACES TO RPT-LINEA
001690             WRITE RPT-LINEA
001700             MOVE SPACES TO RPT-LINEA
001710             STRING FUNCTION TRIM(OG-JEFE-NOMBRE)
001720                 " (" FUNCTION TRIM(OG-JEFE-ID) ") - "
001730                 OG-REPORTES-COUNT " REPORTE(S) DIRECTO(S),"
001740                 " EQUIPO TOTAL " OG-EQUIPO
001750                 DELIMITED BY SIZE INTO RPT-LINEA
001760             END-STRING
001770             WRITE RPT-LINEA
001780             MOVE OG-JEFE-ID TO OG-BUSCA-JEFE
001790             PERFORM 2200-INICIAR-REPORTES
001800             PERFORM 3200-LISTAR-REPORTE UNTIL OG-REP-EOF
001810         END-IF
001811         MOVE OG-JEFE-ID TO E-ID
001812         START EMPLEADOS-ARCHIVO KEY IS GREATER THAN E-ID
001813             INVALID KEY
001814                 MOVE "Y" TO EMP-EOF-SW
001815         END-START
001816     END-IF
001817     IF NOT EMP-EOF
001818         PERFORM 2100-READ-EMPLEADO
001820     END-IF.
001830
001840 3100-CONTAR-REPORTE.
001850     IF E-ACTIVO
001870         ADD 1 TO OG-REPORTES-COUNT
001876     END-IF
001882     PERFORM 2300-LEER-REPORTE.
001890
001900 3200-LISTAR-REPORTE.
001910     IF E-ACTIVO
001930         MOVE SPACES TO RPT-LINEA
001940         STRING "    " FUNCTION TRIM(E-ID)
001950             " " FUNCTION TRIM(E-NOMBRE)
001960             DELIMITED BY SIZE INTO RPT-LINEA
001970         END-STRING
001980         WRITE RPT-LINEA
001986     END-IF
001992     PERFORM 2300-LEER-REPORTE.
002000
002010*----------------------------------------------------------------
002020* 4000-LISTAR-SIN-JEFE - ACTIVE EMPLOYEES WITH NO SUPERVISOR ON
002070     WRITE RPT-LINEA
002080     MOVE "SIN SUPERVISOR REGISTRADO" TO RPT-LINEA
002090     WRITE RPT-LINEA
002097     MOVE SPACES TO OG-BUSCA-JEFE
002104     PERFORM 2200-INICIAR-REPORTES
002111     PERFORM 4100-LISTAR-HUERFANO UNTIL OG-REP-EOF.
002120
002130 4100-LISTAR-HUERFANO.
002140     IF E-ACTIVO
002160         ADD 1 TO OG-SIN-JEFE-COUNT
002170         MOVE SPACES TO RPT-LINEA
002180         STRING "    " FUNCTION TRIM(E-ID)
002190             " " FUNCTION TRIM(E-NOMBRE)
002200             DELIMITED BY SIZE INTO RPT-LINEA
002210         END-STRING
002220         WRITE RPT-LINEA
002226     END-IF
002232     PERFORM 2300-LEER-REPORTE.
002240
002250 8000-TERMINATE.
002260     MOVE SPACES TO RPT-LINEA
002310         DELIMITED BY SIZE INTO RPT-LINEA
002320     END-STRING
002330     WRITE RPT-LINEA
002331     IF OG-COLA-LLENA
002332         MOVE SPACES TO RPT-LINEA
002333         STRING "NOTA: ALGUN EQUIPO PASA DE 5000 PERSONAS - SU"
002334             " EQUIPO TOTAL SE QUEDA CORTO"
002335             DELIMITED BY SIZE INTO RPT-LINEA
002336         END-STRING
002337         WRITE RPT-LINEA
002338         DISPLAY "EMPORG: COLA DE EQUIPO LLENA - ALGUN EQUIPO"
002339             " TOTAL SE QUEDA CORTO"
002340     END-IF
002341     CLOSE EMPLEADOS-ARCHIVO
002350     CLOSE ORGANIGRAMA-REPORTE
002360     DISPLAY "EMPORG - SUPERVISORES LISTADOS: "
002370         OG-SUPERVISORES-COUNT.
