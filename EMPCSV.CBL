000660*                    RECORD), UNWIND THE RUN AND SET RETURN-CODE
000670*                    16 SO EMPBATCH HALTS INSTEAD OF MARCHING ON
000680*                    PAST A FAILURE.
000681*   2026-10-15  RT   A RESUMED RUN NOW STARTS ITS EXPORTED COUNT
000682*                    FROM THE DETAIL ROWS ALREADY IN
000683*                    EMPLEADOS.CSV, SO THE FIN COUNT IN EMPRUN.LOG
000684*                    COVERS THE WHOLE FILE AND THE EMPCUAD CHAIN
000685*                    BALANCING CAN PROVE IT AGAINST THE ACTIVE
000686*                    MASTER RECORDS.  THE RUN'S COUNT AND
000687*                    SWITCHES ARE NOW RESET ON EVERY CALL.
000690******************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. EMPCSV.
001460*                   HEADER LINE, AND PRIME THE READ.
001470*----------------------------------------------------------------
001480 1000-INITIALIZE.
001482     MOVE ZERO TO EC-WRITE-COUNT
001484     MOVE SPACES TO EC-ULTIMO-COMPLETADO
001486     MOVE "N" TO EMP-EOF-SW
001488     MOVE "N" TO EC-IO-FALLO-SW
001490     PERFORM 1050-LEER-CHECKPOINT
001500     OPEN INPUT EMPLEADOS-ARCHIVO
001510     MOVE "EMPLEADOS.DAT" TO EC-ERR-ARCHIVO
001630             "DISCO - RPTROUTE NO SE CONSULTA DE NUEVO.  SI LA "
001640             "CORRIDA ORIGINAL IBA A IMPRESORA, ESA SALIDA QUEDA "
001650             "INCOMPLETA."
001655         PERFORM 1060-CONTAR-EXPORTADOS
001660         OPEN EXTEND EMPLEADOS-CSV
001670         IF NOT EMP-EOF
001680             PERFORM 2100-READ-EMPLEADO
002000     IF CKP-FILE-STATUS = "00" OR CKP-FILE-STATUS = "05"
002010         CLOSE EMPCSV-CHECKPOINT
002020     END-IF.
002021
002022*----------------------------------------------------------------
002023* 1060-CONTAR-EXPORTADOS - A RESUMED RUN STARTS ITS COUNT FROM THE
002024*                          DETAIL ROWS THE INTERRUPTED RUN ALREADY
002025*                          LEFT IN EMPLEADOS.CSV (EVERY LINE BUT
002026*                          THE BANNER AND THE COLUMN HEADER), SO
002027*                          THE COUNT IN THE RUN LOG IS THE WHOLE
002028*                          FILE'S AND STILL BALANCES AGAINST THE
002029*                          ACTIVE MASTER RECORDS.
002030*----------------------------------------------------------------
002031 1060-CONTAR-EXPORTADOS.
002032     MOVE ZERO TO EC-WRITE-COUNT
002033     OPEN INPUT EMPLEADOS-CSV
002034     IF CSV-FILE-STATUS = "00"
002035         PERFORM 1070-LEER-EXPORTADO
002036             UNTIL CSV-FILE-STATUS NOT = "00"
002037         CLOSE EMPLEADOS-CSV
002038     END-IF
002039     IF EC-WRITE-COUNT > 2
002040         SUBTRACT 2 FROM EC-WRITE-COUNT
002041     ELSE
002042         MOVE ZERO TO EC-WRITE-COUNT
002043     END-IF.
002044
002045 1070-LEER-EXPORTADO.
002046     READ EMPLEADOS-CSV
002047         NOT AT END
002048             ADD 1 TO EC-WRITE-COUNT
002049     END-READ.
002050
002051*----------------------------------------------------------------
002052* 2000-PROCESS-EMPLEADO - FORMAT ONE EMPLOYEE INTO A CSV LINE
002060*                         AND READ THE NEXT ONE.
002070*----------------------------------------------------------------
002080 2000-PROCESS-EMPLEADO.
