000080*                EMPCUR.DAT AND WHO LACKS ONE, WITH THE
000090*                DEPARTMENT ON EVERY LINE, SO THE NEXT AUDIT
000100*                FINDS THE GAPS AFTER WE DO.  OUTPUT THROUGH
000104*                RPTROUTE LIKE THE OTHER REPORTS.  WHEN
000108*                RPTDIST.PRM NAMES EMPCURR, THE LINES OF EACH
000112*                DEPARTMENT ARE ALSO BURST TO A SPOOL MEMBER FOR
000116*                THE DEPARTMENT HEAD (RPTDIST).
000120* TECTONICS:     cobc -x -std=ibm -I copybooks EMPCURR.CBL
000130*                RPTROUTE RPTBANNER RUNLOG NOTIFICA RPTDIST
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000210*                    DATED COPY IN THE SPOOL CATALOG SO LAST
000220*                    WEEK'S OUTPUT CAN BE REPRINTED FROM
000230*                    EMPSPOOL INSTEAD OF RE-RUN.
000231*   2026-10-15  RT   EVERY EXPIRED CERTIFICATE NOW ALSO QUEUES ONE
000232*                    MAIL TO THE EMPLOYEE THROUGH THE SHARED
000233*                    NOTIFICA ROUTINE (EMPNOTQ.DAT), KEYED ON THE
000234*                    COURSE AND EXPIRY DATE LIKE THE EMPMORN
000235*                    60-DAY WARNING.
000236*   2026-10-15  RT   WHEN RPTDIST.PRM NAMES EMPCURR THE COMPLIANCE
000237*                    LINES ARE ALSO BURST THROUGH RPTDIST, ONE
000238*                    SPOOL MEMBER PER DEPARTMENT ADDRESSED TO ITS
000239*                    HEAD.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. EMPCURR.
000300 FILE-CONTROL.
000310     COPY EMPFSEL.
000320     COPY EMPCUSEL.
000325     COPY EMPDISEL.
000330
000340     SELECT OPTIONAL CURSO-MAESTRO
000350         ASSIGN TO "CURMST.DAT"
000540 FD  EMPCUR-ARCHIVO.
000550     COPY EMPCUR.
000560
000562 FD  DISTRIB-TRABAJO.
000564     COPY EMPDIS.
000566
000570 FD  CURSO-MAESTRO.
000580 01  CUR-REGISTRO.
000590     05  CUR-CODIGO          PIC X(06).
000730 01  CUR-FILE-STATUS          PIC XX VALUE SPACES.
000740 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000750 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
000755 01  DIS-FILE-STATUS          PIC XX VALUE SPACES.
000760
000770 01  EMP-EOF-SW               PIC X VALUE "N".
000780     88  EMP-EOF              VALUE "Y".
001050     88  CR-TIENE             VALUE "Y".
001060 01  CR-VENCIDO-SW            PIC X VALUE "N".
001070     88  CR-VENCIDO           VALUE "Y".
001075 01  CR-VENCE-HALLADO         PIC 9(8) VALUE ZERO.
001080 01  CR-FALTAN                PIC 9(5) VALUE 0.
001090 01  CR-CUMPLEN               PIC 9(5) VALUE 0.
001100
001150 01  CR-LOG-EVENTO            PIC X(06) VALUE SPACES.
001160 01  CR-LOG-CONTADOR          PIC 9(07) VALUE 0.
001170 01  CR-LOG-RETORNO           PIC 9(04) VALUE 0.
001171
001172 01  CR-NOT-TIPO              PIC X(06) VALUE "CURSO".
001173 01  CR-NOT-DESTINO           PIC X(01) VALUE "E".
001174 01  CR-NOT-REFERENCIA        PIC X(20) VALUE SPACES.
001175 01  CR-NOT-ASUNTO            PIC X(60) VALUE SPACES.
001176 01  CR-NOT-TEXTO             PIC X(200) VALUE SPACES.
001177 01  CR-NOT-RESULTADO         PIC X(01) VALUE SPACES.
001178 01  CR-NOT-ENCOLADOS         PIC 9(5) VALUE 0.
001179 01  CR-DIS-ACCION            PIC X(08) VALUE SPACES.
001180 01  CR-DIS-PROGRAMA          PIC X(08) VALUE "EMPCURR".
001181 01  CR-DIS-TITULO            PIC X(60)
001182         VALUE "CUMPLIMIENTO DE CURSOS OBLIGATORIOS".
001183 01  CR-DIS-REPARTIR-SW       PIC X(01) VALUE "N".
001184     88  CR-REPARTIR          VALUE "S".
001185 01  CR-DIS-MIEMBROS          PIC 9(03) VALUE 0.
001186 01  CR-DIS-DEPTO             PIC X(04) VALUE SPACES.
001187
001190 PROCEDURE DIVISION.
001200
001210 0000-MAINLINE.
001460     MOVE FUNCTION CURRENT-DATE(1:8) TO CR-HOY
001470     PERFORM 1100-CARGAR-CURSOS
001480     PERFORM 1200-CARGAR-COMPLETADOS
001481     MOVE "CONSULTA" TO CR-DIS-ACCION
001482     CALL "RPTDIST" USING CR-DIS-ACCION, CR-DIS-PROGRAMA,
001483         CR-DIS-TITULO, CR-DIS-REPARTIR-SW, CR-DIS-MIEMBROS
001484     IF CR-REPARTIR
001485         OPEN OUTPUT DISTRIB-TRABAJO
001486     END-IF
001490     CALL "RPTROUTE" USING CR-DESTINO
001500     IF CR-DESTINO-IMPRESORA
001510         OPEN OUTPUT EMPCURR-IMPRESORA
002600                 " / " CR-CUR-CODIGO (CR-CUR-IDX)
002610                 " / VENCIDO"
002620                 DELIMITED BY SIZE INTO RPT-LINEA
002625             PERFORM 3500-NOTIFICAR-EMPLEADO
002630         WHEN OTHER
002640             ADD 1 TO CR-FALTAN
002650             STRING E-DEPTO " / " FUNCTION TRIM(E-ID)
002670                 " / FALTA"
002680                 DELIMITED BY SIZE INTO RPT-LINEA
002690     END-EVALUATE
002693     MOVE E-DEPTO TO CR-DIS-DEPTO
002696     PERFORM 7000-REPARTIR-LINEA
002700     PERFORM 6000-ESCRIBIR-LINEA.
002710
002720 3400-BUSCAR-COMPLETADO.
002780             MOVE "Y" TO CR-TIENE-SW
002790         ELSE
002800             MOVE "Y" TO CR-VENCIDO-SW
002805             MOVE CR-ECU-VENCE (CR-ECU-IDX) TO CR-VENCE-HALLADO
002810         END-IF
002811     END-IF.
002812
002813*----------------------------------------------------------------
002814* 3500-NOTIFICAR-EMPLEADO - QUEUE THE EXPIRED-CERTIFICATE ALERT
002815*                           FOR THE EMPLOYEE THROUGH THE SHARED
002816*                           NOTIFICA ROUTINE.  COURSE AND EXPIRY
002817*                           DATE ARE THE REFERENCE, THE SAME ONE
002818*                           THE EMPMORN 60-DAY WARNING USES, SO
002819*                           ONE CERTIFICATE MEANS ONE MAIL HOWEVER
002820*                           OFTEN THIS REPORT RUNS.
002821*----------------------------------------------------------------
002822 3500-NOTIFICAR-EMPLEADO.
002823     MOVE SPACES TO CR-NOT-REFERENCIA
002824     STRING CR-CUR-CODIGO (CR-CUR-IDX) " " CR-VENCE-HALLADO
002825         DELIMITED BY SIZE INTO CR-NOT-REFERENCIA
002826     MOVE SPACES TO CR-NOT-ASUNTO
002827     STRING "CERTIFICACION " CR-CUR-CODIGO (CR-CUR-IDX)
002828         " VENCIDA EL " CR-VENCE-HALLADO
002829         DELIMITED BY SIZE INTO CR-NOT-ASUNTO
002830     MOVE SPACES TO CR-NOT-TEXTO
002831     STRING "SU CERTIFICACION DEL CURSO OBLIGATORIO "
002832         FUNCTION TRIM(CR-CUR-NOMBRE (CR-CUR-IDX))
002833         " VENCIO EL " CR-VENCE-HALLADO
002834         ".  SOLICITE LA RENOVACION A SU SUPERVISOR."
002835         DELIMITED BY SIZE INTO CR-NOT-TEXTO
002836     CALL "NOTIFICA" USING CR-LOG-PROGRAMA, CR-NOT-TIPO,
002837         E-ID, CR-NOT-DESTINO, CR-NOT-REFERENCIA,
002838         CR-NOT-ASUNTO, CR-NOT-TEXTO, CR-NOT-RESULTADO
002839     IF CR-NOT-RESULTADO = "Q"
002840         ADD 1 TO CR-NOT-ENCOLADOS
002841     END-IF.
002842
002843 6000-ESCRIBIR-LINEA.
002850     IF CR-DESTINO-IMPRESORA
002860         MOVE RPT-LINEA TO LINEA-IMPRESORA
002870         WRITE LINEA-IMPRESORA
002890         WRITE RPT-LINEA
002900     END-IF.
002910
002911*----------------------------------------------------------------
002912* 7000-REPARTIR-LINEA - WHEN THE REPORT IS BEING BURST, COPY THE
002913*                       COMPLIANCE LINE TO THE RPTDIST WORK FILE
002914*                       UNDER THE EMPLOYEE'S E-DEPTO.
002915*----------------------------------------------------------------
002916 7000-REPARTIR-LINEA.
002917     IF CR-REPARTIR
002918         MOVE CR-DIS-DEPTO TO DIS-DEPTO
002919         MOVE RPT-LINEA    TO DIS-LINEA
002920         WRITE DIS-REGISTRO
002921     END-IF.
002922
002923*----------------------------------------------------------------
002924* 7100-REPARTIR-INFORME - HAND THE WORK FILE TO RPTDIST FOR ONE
002925*                         SPOOL MEMBER PER DEPARTMENT AND NOTE THE
002926*                         BURST ON THE REPORT.
002927*----------------------------------------------------------------
002928 7100-REPARTIR-INFORME.
002929     CLOSE DISTRIB-TRABAJO
002930     MOVE "REPARTIR" TO CR-DIS-ACCION
002931     CALL "RPTDIST" USING CR-DIS-ACCION, CR-DIS-PROGRAMA,
002932         CR-DIS-TITULO, CR-DIS-REPARTIR-SW, CR-DIS-MIEMBROS
002933     MOVE SPACES TO RPT-LINEA
002934     STRING "REPARTIDO POR DEPARTAMENTO EN " CR-DIS-MIEMBROS
002935         " MIEMBRO(S) DE SPOOL - VER EL MANIFIESTO EN EMPSPOOL"
002936         DELIMITED BY SIZE INTO RPT-LINEA
002937     END-STRING
002938     PERFORM 6000-ESCRIBIR-LINEA.
002939
002940 8000-TERMINATE.
002941     MOVE SPACES TO RPT-LINEA
002942     PERFORM 6000-ESCRIBIR-LINEA
002950     MOVE SPACES TO RPT-LINEA
002960     STRING "CUMPLEN " CR-CUMPLEN
002970         "  FALTAN O VENCIDOS " CR-FALTAN
002980         DELIMITED BY SIZE INTO RPT-LINEA
002990     PERFORM 6000-ESCRIBIR-LINEA
002993     IF CR-REPARTIR
002996         PERFORM 7100-REPARTIR-INFORME
002999     END-IF
003002     DISPLAY "EMPCURR - FALTAN O VENCIDOS: " CR-FALTAN
003005     DISPLAY "EMPCURR - AVISOS ENCOLADOS: " CR-NOT-ENCOLADOS.
003010
003020 9999-EXIT.
003030     IF CR-DESTINO-IMPRESORA
