000070*                CARTA<CODE>.TXT (AN EDITABLE DATA FILE - WORDING
000080*                CHANGES NEED NO RELEASE), REPLACES THE
000090*                SUBSTITUTION MARKERS &ID, &NOMBRE, &DEPTO,
000096*                &INGRESO, &SALARIO, &BRUTOYTD, &ANIOS AND &FECHA
000102*                WITH THE EMPLOYEE'S MASTER DATA AND THE
000108*                YEAR-TO-DATE GROSS FROM EMPPAYH.DAT (LATEST ROW
000114*                PER PERIOD, THE EMPSLIP CONVENTION), AND PRINTS
000120*                THE FINISHED LETTER UNDER THE RPTBANNER HEADING
000126*                THROUGH RPTROUTE, SO THE EMPLOYMENT AND SALARY
000132*                CERTIFICATES STOP BEING RE-TYPED.  WHEN THE
000138*                EMPCARTA.LOT BATCH HOLDS ROWS (WRITTEN BY EMPFELI
000144*                FOR THE SERVICE ANNIVERSARIES) NOTHING IS ASKED:
000150*                ONE LETTER IS PRINTED PER ROW, IN ONE REPORT, AND
000156*                THE BATCH IS EMPTIED.
000170* TECTONICS:     cobc -x -std=ibm -I copybooks EMPCARTA.CBL
000180*                RPTROUTE RPTBANNER RUNLOG
000190*----------------------------------------------------------------
000260*                    DATED COPY IN THE SPOOL CATALOG SO LAST
000270*                    WEEK'S OUTPUT CAN BE REPRINTED FROM
000280*                    EMPSPOOL INSTEAD OF RE-RUN.
000281*   2026-10-15  RT   THE GROSS NOW ADDS PH-IT-PRESTACION AND PH-
000282*                    IT-COMPLEMENTO, THE SICK-LEAVE BENEFIT AND
000283*                    CONVENIO TOP-UP THE PAYROLL RUN NOW PAYS
000284*                    INSTEAD OF THE SALARY FOR THOSE DAYS.
000285*   2026-10-15  RT   NEW &ANIOS MARKER (COMPLETED YEARS OF
000286*                    SERVICE) AND A BATCH MODE: WHEN EMPCARTA.LOT
000287*                    (EMPCLT/EMPCLSEL COPYBOOKS, WRITTEN BY
000288*                    EMPFELI FOR THE SERVICE ANNIVERSARIES) HOLDS
000289*                    ROWS, ONE LETTER IS PRINTED PER ROW WITH ITS
000290*                    OWN TEMPLATE AND YEARS, NOTHING IS ASKED, AND
000291*                    THE BATCH IS EMPTIED.
000292******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. EMPCARTA.
000320
000350 FILE-CONTROL.
000360     COPY EMPFSEL.
000370     COPY EMPPHSEL.
000375     COPY EMPCLSEL.
000380
000390     SELECT OPTIONAL PLANTILLA-ARCHIVO
000400         ASSIGN TO DYNAMIC CA-NOMBRE-PLANTILLA
000590 FD  EMPLEADOS-PAY-HIST.
000600     COPY EMPPAYH.
000610
000612 FD  CARTA-LOTE.
000614     COPY EMPCLT.
000616
000620 FD  PLANTILLA-ARCHIVO.
000630 01  PLA-LINEA                PIC X(80).
000640
000740 01  PLA-FILE-STATUS          PIC XX VALUE SPACES.
000750 01  RPT-FILE-STATUS          PIC XX VALUE SPACES.
000760 01  PRN-FILE-STATUS          PIC XX VALUE SPACES.
000765 01  LOT-FILE-STATUS          PIC XX VALUE SPACES.
000770
000780 01  PLA-EOF-SW               PIC X VALUE "N".
000790     88  PLA-EOF              VALUE "Y".
000800 01  PH-EOF-SW                PIC X VALUE "N".
000810     88  PH-EOF               VALUE "Y".
000813 01  LOT-EOF-SW               PIC X VALUE "N".
000816     88  LOT-EOF              VALUE "Y".
000820
000830 01  CA-DESTINO               PIC X(01) VALUE "F".
000840     88  CA-DESTINO-IMPRESORA VALUE "P".
000900 01  CA-NOMBRE-PLANTILLA      PIC X(30) VALUE SPACES.
000910 01  CA-HOY                   PIC 9(8) VALUE ZERO.
000920 01  CA-ANIO                  PIC 9(4) VALUE ZERO.
000921 01  CA-LOTE-SW               PIC X VALUE "N".
000922     88  CA-MODO-LOTE         VALUE "Y".
000923 01  CA-ANIOS                 PIC 9(2) VALUE ZERO.
000924 01  CA-ANIOS-EDIT            PIC Z9.
000925 01  CA-ING-ANIO              PIC 9(4) VALUE ZERO.
000926 01  CA-CARTAS                PIC 9(5) VALUE 0.
000930
000940 01  CA-PER-TABLA.
000950     05  CA-PER-MAX           PIC 9(2) VALUE 0.
001270     MOVE "INICIO" TO CA-LOG-EVENTO
001280     CALL "RUNLOG" USING CA-LOG-PROGRAMA, CA-LOG-EVENTO,
001290         CA-LOG-CONTADOR, CA-LOG-RETORNO
001295     PERFORM 0500-COMPROBAR-LOTE
001300     IF CA-MODO-LOTE
001305         PERFORM 4000-GENERAR-LOTE
001310     ELSE
001315         PERFORM 1000-INITIALIZE
001320         IF CA-FOUND AND PLA-FILE-STATUS = "00"
001325             PERFORM 2000-ACUMULAR-YTD
001330             PERFORM 3000-GENERAR-CARTA
001335         END-IF
001340     END-IF
001350     MOVE "FIN" TO CA-LOG-EVENTO
001360     MOVE CA-LINEAS TO CA-LOG-CONTADOR
001410     PERFORM 9999-EXIT.
001420
001430*----------------------------------------------------------------
001431* 0500-COMPROBAR-LOTE - A BATCH WITH AT LEAST ONE ROW MEANS A
001432*                       BATCH RUN; THE FIRST ROW IS LEFT READ FOR
001433*                       4000.  WITHOUT ONE THE LETTER IS ASKED FOR
001434*                       AS BEFORE.
001435*----------------------------------------------------------------
001436 0500-COMPROBAR-LOTE.
001437     MOVE FUNCTION CURRENT-DATE(1:8) TO CA-HOY
001438     MOVE FUNCTION CURRENT-DATE(1:4) TO CA-ANIO
001439     MOVE "N" TO CA-LOTE-SW
001440     MOVE "N" TO LOT-EOF-SW
001441     OPEN INPUT CARTA-LOTE
001442     IF LOT-FILE-STATUS = "00"
001443         PERFORM 4900-LEER-LOTE
001444         IF NOT LOT-EOF
001445             MOVE "Y" TO CA-LOTE-SW
001446         END-IF
001447     END-IF
001448     IF NOT CA-MODO-LOTE
001449         IF LOT-FILE-STATUS = "00" OR LOT-FILE-STATUS = "05"
001450                 OR LOT-FILE-STATUS = "10"
001451             CLOSE CARTA-LOTE
001452         END-IF
001453     END-IF.
001454
001455*----------------------------------------------------------------
001456* 1000-INITIALIZE - ASK THE E-ID AND THE TEMPLATE CODE, READ THE
001457*                   MASTER RECORD AND OPEN THE TEMPLATE.
001460*----------------------------------------------------------------
001470 1000-INITIALIZE.
001500     MOVE "N" TO CA-FOUND-SW
001510     DISPLAY "E-ID DEL EMPLEADO: "
001520     ACCEPT CA-E-ID
001600     END-READ
001610     CLOSE EMPLEADOS-ARCHIVO
001620     IF CA-FOUND
001625         PERFORM 1100-CALCULAR-ANIOS
001630         DISPLAY "CODIGO DE PLANTILLA (CARTAXXXX.TXT): "
001640         ACCEPT CA-CODIGO
001643         PERFORM 1200-ABRIR-PLANTILLA
001646     END-IF.
001649
001652*----------------------------------------------------------------
001655* 1100-CALCULAR-ANIOS - COMPLETED YEARS OF SERVICE AT TODAY'S DATE
001658*                       FOR THE &ANIOS MARKER.
001661*----------------------------------------------------------------
001664 1100-CALCULAR-ANIOS.
001667     MOVE ZERO TO CA-ANIOS
001670     IF E-FECHA-INGRESO > ZERO AND E-FECHA-INGRESO NOT > CA-HOY
001673         MOVE E-FECHA-INGRESO (1:4) TO CA-ING-ANIO
001676         COMPUTE CA-ANIOS = CA-ANIO - CA-ING-ANIO
001679         IF CA-HOY (5:4) < E-FECHA-INGRESO (5:4) AND CA-ANIOS > 0
001682             SUBTRACT 1 FROM CA-ANIOS
001685         END-IF
001688     END-IF.
001691
001694*----------------------------------------------------------------
001697* 1200-ABRIR-PLANTILLA - OPEN CARTA<CA-CODIGO>.TXT.
001700*                        PLA-FILE-STATUS "00" MEANS IT IS READY TO
001703*                        MERGE.
001706*----------------------------------------------------------------
001709 1200-ABRIR-PLANTILLA.
001712     MOVE SPACES TO CA-NOMBRE-PLANTILLA
001715     STRING "CARTA" CA-CODIGO ".TXT" DELIMITED BY SIZE
001718         INTO CA-NOMBRE-PLANTILLA
001721     OPEN INPUT PLANTILLA-ARCHIVO
001724     IF PLA-FILE-STATUS NOT = "00"
001727         DISPLAY "EMPCARTA: NO EXISTE LA PLANTILLA "
001730             FUNCTION TRIM(CA-NOMBRE-PLANTILLA)
001733         IF PLA-FILE-STATUS = "05"
001736             CLOSE PLANTILLA-ARCHIVO
001750         END-IF
001760     END-IF.
001770
002180         IF CA-PER-HALLADO > 0
002190             COMPUTE CA-PER-BRUTO (CA-PER-HALLADO) =
002200                 PH-BRUTO + PH-TRIENIO + PH-RETRO + PH-VARIABLE
002205                 + PH-IT-PRESTACION + PH-IT-COMPLEMENTO
002210         END-IF
002220     END-IF
002230     PERFORM 2100-LEER-HISTORIA.
002350*                      FINISHED LETTER.
002360*----------------------------------------------------------------
002370 3000-GENERAR-CARTA.
002371     PERFORM 3010-ABRIR-SALIDA
002372     PERFORM 3050-COMBINAR-PLANTILLA
002373     PERFORM 3090-CERRAR-SALIDA
002374     DISPLAY "EMPCARTA - LINEAS GENERADAS: " CA-LINEAS.
002375
002376 3010-ABRIR-SALIDA.
002380     CALL "RPTROUTE" USING CA-DESTINO
002390     IF CA-DESTINO-IMPRESORA
002400         OPEN OUTPUT EMPCARTA-IMPRESORA
002460     MOVE CA-BANNER TO RPT-LINEA
002470     PERFORM 6000-ESCRIBIR-LINEA
002480     MOVE SPACES TO RPT-LINEA
002485     PERFORM 6000-ESCRIBIR-LINEA.
002490
002495 3050-COMBINAR-PLANTILLA.
002500     MOVE "N" TO PLA-EOF-SW
002510     PERFORM 3100-LEER-PLANTILLA
002520     PERFORM 3200-PROCESAR-LINEA UNTIL PLA-EOF
002525     CLOSE PLANTILLA-ARCHIVO.
002530
002535 3090-CERRAR-SALIDA.
002540     IF CA-DESTINO-IMPRESORA
002550         CLOSE EMPCARTA-IMPRESORA
002560     ELSE
002590         MOVE "EMPCARTA.RPT" TO CA-ARCHIVO-SPOOL
002600         CALL "SPOOLCAT" USING CA-LOG-PROGRAMA,
002610             CA-ARCHIVO-SPOOL, CA-SPL-OPERADOR
002620     END-IF.
002640
002650 3100-LEER-PLANTILLA.
002660     READ PLANTILLA-ARCHIVO
002750     PERFORM 6000-ESCRIBIR-LINEA
002760     ADD 1 TO CA-LINEAS
002770     PERFORM 3100-LEER-PLANTILLA.
002771
002772*----------------------------------------------------------------
002773* 4000-GENERAR-LOTE - ONE LETTER PER BATCH ROW, ALL IN ONE REPORT
002774*                     AND SEPARATED BY A RULE.  A ROW WHOSE
002775*                     EMPLOYEE OR TEMPLATE IS MISSING IS REPORTED
002776*                     AND SKIPPED.  THE BATCH IS EMPTIED
002777*                     AFTERWARDS SO A RERUN DOES NOT PRINT IT
002778*                     TWICE.
002779*----------------------------------------------------------------
002780 4000-GENERAR-LOTE.
002781     MOVE ZERO TO CA-CARTAS
002782     OPEN INPUT EMPLEADOS-ARCHIVO
002783     PERFORM 3010-ABRIR-SALIDA
002784     PERFORM 4100-CARTA-LOTE UNTIL LOT-EOF
002785     PERFORM 3090-CERRAR-SALIDA
002786     CLOSE EMPLEADOS-ARCHIVO
002787     CLOSE CARTA-LOTE
002788     OPEN OUTPUT CARTA-LOTE
002789     IF LOT-FILE-STATUS = "00"
002790         CLOSE CARTA-LOTE
002791     END-IF
002792     DISPLAY "EMPCARTA - CARTAS DEL LOTE: " CA-CARTAS
002793         "  LINEAS GENERADAS: " CA-LINEAS.
002794
002795 4100-CARTA-LOTE.
002796     MOVE "N" TO CA-FOUND-SW
002797     MOVE LOT-E-ID TO CA-E-ID
002798     MOVE LOT-E-ID TO E-ID
002799     READ EMPLEADOS-ARCHIVO
002800         INVALID KEY
002801             DISPLAY "EMPCARTA: LOTE - NO EXISTE E-ID: "
002802                 LOT-E-ID
002803         NOT INVALID KEY
002804             MOVE "Y" TO CA-FOUND-SW
002805     END-READ
002806     IF CA-FOUND
002807         MOVE LOT-CODIGO TO CA-CODIGO
002808         PERFORM 1200-ABRIR-PLANTILLA
002809         IF PLA-FILE-STATUS = "00"
002810             MOVE LOT-ANIOS TO CA-ANIOS
002811             PERFORM 2000-ACUMULAR-YTD
002812             IF CA-CARTAS > 0
002813                 PERFORM 4200-SEPARAR-CARTA
002814             END-IF
002815             PERFORM 3050-COMBINAR-PLANTILLA
002816             ADD 1 TO CA-CARTAS
002817         END-IF
002818     END-IF
002819     PERFORM 4900-LEER-LOTE.
002820
002821 4200-SEPARAR-CARTA.
002822     MOVE SPACES TO RPT-LINEA
002823     PERFORM 6000-ESCRIBIR-LINEA
002824     MOVE ALL "-" TO RPT-LINEA
002825     PERFORM 6000-ESCRIBIR-LINEA
002826     MOVE SPACES TO RPT-LINEA
002827     PERFORM 6000-ESCRIBIR-LINEA.
002828
002829 4900-LEER-LOTE.
002830     READ CARTA-LOTE
002831         AT END
002832             MOVE "Y" TO LOT-EOF-SW
002833     END-READ.
002834
002835*----------------------------------------------------------------
002836* 5000-SUSTITUIR-MARCAS - REPLACE EVERY MARKER THE LINE CARRIES.
002837*                         THE LONGER MARKERS GO FIRST SO &INGRESO
002838*                         CANNOT BE EATEN BY A SHORTER ONE.
002839*----------------------------------------------------------------
002840 5000-SUSTITUIR-MARCAS.
002850     MOVE "&BRUTOYTD" TO CA-TOKEN
002860     MOVE 9 TO CA-TOKEN-LON
002990     MOVE "&NOMBRE" TO CA-TOKEN
003000     MOVE 7 TO CA-TOKEN-LON
003010     MOVE E-NOMBRE TO CA-VALOR
003011     PERFORM 5100-SUSTITUIR-TOKEN
003012     MOVE "&ANIOS" TO CA-TOKEN
003013     MOVE 6 TO CA-TOKEN-LON
003014     MOVE CA-ANIOS TO CA-ANIOS-EDIT
003015     MOVE CA-ANIOS-EDIT TO CA-VALOR
003020     PERFORM 5100-SUSTITUIR-TOKEN
003030     MOVE "&DEPTO" TO CA-TOKEN
003040     MOVE 6 TO CA-TOKEN-LON
