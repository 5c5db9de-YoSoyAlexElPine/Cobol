000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED OUTBOUND NOTIFICATION ROUTINE.  A PROGRAM
000060*                THAT FINDS SOMETHING SOMEONE SHOULD BE TOLD (A
000070*                PROBATION OR A CONTRACT ENDING, A CERTIFICATE
000080*                EXPIRING, A VACATION REQUEST WAITING FOR
000090*                APPROVAL) CALLS THIS ROUTINE WITH THE ALERT TYPE,
000100*                THE EMPLOYEE IT IS ABOUT, WHO SHOULD GET IT ("E"
000110*                THE EMPLOYEE, "S" THE EMPLOYEE'S E-SUPERVISOR), A
000120*                REFERENCE, A SUBJECT AND A TEXT.  THE RECIPIENT
000130*                IS RESOLVED TO ITS E-EMAIL ON THE MASTER AND THE
000140*                MESSAGE IS APPENDED, PENDIENTE, TO THE
000150*                EMPNOTQ.DAT QUEUE THE MAIL GATEWAY SENDS FROM.
000160*                AN ALERT ALREADY ON THE QUEUE FOR THE SAME TYPE,
000170*                EMPLOYEE, REFERENCE AND RECIPIENT IS NOT QUEUED
000180*                AGAIN UNLESS THE GATEWAY MARKED IT FALLIDO, SO A
000190*                NIGHTLY CHECK DOES NOT MAIL THE SAME PERSON EVERY
000200*                NIGHT.  RESULT: Q QUEUED, D DUPLICATE, N NO
000210*                RECIPIENT OR NO E-EMAIL ON FILE.
000220* TECTONICS:     cobc -c -std=ibm -I copybooks NOTIFICA.CBL
000230*----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   ---------- ----  ----------------------------------------
000270*   2026-10-15  RT   ORIGINAL PROGRAM.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. NOTIFICA.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     COPY EMPFSEL.
000360     COPY EMPNTSEL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  EMPLEADOS-ARCHIVO.
000410     COPY EMPREG.
000420
000430 FD  EMPNOT-COLA.
000440     COPY EMPNOT.
000450
000460 WORKING-STORAGE SECTION.
000470 01  EMP-FILE-STATUS         PIC XX VALUE SPACES.
000480 01  NTQ-FILE-STATUS         PIC XX VALUE SPACES.
000490 01  NTQ-EOF-SW              PIC X VALUE "N".
000500     88  NTQ-EOF             VALUE "Y".
000510
000520 01  NT-LEIDO-SW             PIC X VALUE "N".
000530     88  NT-LEIDO            VALUE "Y".
000540 01  NT-DUPLICADO-SW         PIC X VALUE "N".
000550     88  NT-DUPLICADO        VALUE "Y".
000560 01  NT-DEST-E-ID            PIC X(50) VALUE SPACES.
000570 01  NT-DEST-EMAIL           PIC X(50) VALUE SPACES.
000580
000590 LINKAGE SECTION.
000600 01  NT-PROGRAMA             PIC X(08).
000610 01  NT-TIPO                 PIC X(06).
000620 01  NT-E-ID                 PIC X(50).
000630 01  NT-DESTINO              PIC X(01).
000640 01  NT-REFERENCIA           PIC X(20).
000650 01  NT-ASUNTO               PIC X(60).
000660 01  NT-TEXTO                PIC X(200).
000670 01  NT-RESULTADO            PIC X(01).
000680
000690 PROCEDURE DIVISION USING NT-PROGRAMA NT-TIPO NT-E-ID NT-DESTINO
000700     NT-REFERENCIA NT-ASUNTO NT-TEXTO NT-RESULTADO.
000710
000720 0000-MAINLINE.
000730     MOVE "N" TO NT-RESULTADO
000740     PERFORM 1000-RESOLVER-DESTINO THRU 1000-SALIDA
000750     IF NT-DEST-EMAIL = SPACES
000760         DISPLAY "NOTIFICA: " NT-PROGRAMA " " NT-TIPO
000770             " SIN CORREO DE DESTINO PARA "
000780             FUNCTION TRIM(NT-E-ID)
000790     ELSE
000800         PERFORM 2000-BUSCAR-DUPLICADO
000810         IF NT-DUPLICADO
000820             MOVE "D" TO NT-RESULTADO
000830         ELSE
000840             PERFORM 3000-ENCOLAR
000850         END-IF
000860     END-IF
000870     GOBACK.
000880
000890*----------------------------------------------------------------
000900* 1000-RESOLVER-DESTINO - READ THE EMPLOYEE BY KEY AND TAKE
000910*                         EITHER THE EMPLOYEE'S OWN E-EMAIL OR,
000920*                         FOR "S", THE E-EMAIL OF THE E-SUPERVISOR
000930*                         ON THE RECORD.
000940*----------------------------------------------------------------
000950 1000-RESOLVER-DESTINO.
000960     MOVE SPACES TO NT-DEST-E-ID
000970     MOVE SPACES TO NT-DEST-EMAIL
000980     OPEN INPUT EMPLEADOS-ARCHIVO
000990     IF EMP-FILE-STATUS NOT = "00"
001000         IF EMP-FILE-STATUS = "05"
001010             CLOSE EMPLEADOS-ARCHIVO
001020         END-IF
001030         GO TO 1000-SALIDA
001040     END-IF
001050     MOVE NT-E-ID TO E-ID
001060     PERFORM 1100-LEER-EMPLEADO
001070     IF NT-LEIDO AND NT-DESTINO = "S"
001080         MOVE E-SUPERVISOR TO NT-DEST-E-ID
001090         IF E-SUPERVISOR = SPACES
001100             MOVE "N" TO NT-LEIDO-SW
001110         ELSE
001120             MOVE E-SUPERVISOR TO E-ID
001130             PERFORM 1100-LEER-EMPLEADO
001140         END-IF
001150     ELSE
001160         MOVE NT-E-ID TO NT-DEST-E-ID
001170     END-IF
001180     IF NT-LEIDO
001190         MOVE E-EMAIL TO NT-DEST-EMAIL
001200     END-IF
001210     CLOSE EMPLEADOS-ARCHIVO.
001220
001230 1000-SALIDA.
001240     EXIT.
001250
001260 1100-LEER-EMPLEADO.
001270     MOVE "Y" TO NT-LEIDO-SW
001280     READ EMPLEADOS-ARCHIVO
001290         INVALID KEY
001300             MOVE "N" TO NT-LEIDO-SW
001310     END-READ.
001320
001330*----------------------------------------------------------------
001340* 2000-BUSCAR-DUPLICADO - THE SAME TYPE, EMPLOYEE, REFERENCE AND
001350*                         RECIPIENT ALREADY QUEUED OR SENT; ONLY
001360*                         A MESSAGE THE GATEWAY MARKED FALLIDO IS
001370*                         QUEUED AGAIN.
001380*----------------------------------------------------------------
001390 2000-BUSCAR-DUPLICADO.
001400     MOVE "N" TO NT-DUPLICADO-SW
001410     MOVE "N" TO NTQ-EOF-SW
001420     OPEN INPUT EMPNOT-COLA
001430     IF NTQ-FILE-STATUS = "00"
001440         PERFORM 2100-LEER-COLA
001450         PERFORM 2200-COMPARAR-MENSAJE
001460             UNTIL NTQ-EOF OR NT-DUPLICADO
001470     END-IF
001480     IF NTQ-FILE-STATUS = "00" OR NTQ-FILE-STATUS = "05"
001490             OR NTQ-FILE-STATUS = "10"
001500         CLOSE EMPNOT-COLA
001510     END-IF.
001520
001530 2100-LEER-COLA.
001540     READ EMPNOT-COLA
001550         AT END
001560             MOVE "Y" TO NTQ-EOF-SW
001570     END-READ.
001580
001590 2200-COMPARAR-MENSAJE.
001600     IF NTQ-TIPO = NT-TIPO AND NTQ-E-ID = NT-E-ID AND
001610             NTQ-REFERENCIA = NT-REFERENCIA AND
001620             NTQ-DEST-E-ID = NT-DEST-E-ID AND NOT NTQ-FALLIDO
001630         MOVE "Y" TO NT-DUPLICADO-SW
001640     ELSE
001650         PERFORM 2100-LEER-COLA
001660     END-IF.
001670
001680*----------------------------------------------------------------
001690* 3000-ENCOLAR - APPEND THE MESSAGE AS PENDIENTE FOR THE GATEWAY.
001700*----------------------------------------------------------------
001710 3000-ENCOLAR.
001720     OPEN EXTEND EMPNOT-COLA
001730     IF NTQ-FILE-STATUS = "35"
001740         OPEN OUTPUT EMPNOT-COLA
001750     END-IF
001760     MOVE FUNCTION CURRENT-DATE(1:8) TO NTQ-FECHA
001770     MOVE FUNCTION CURRENT-DATE(9:6) TO NTQ-HORA
001780     MOVE NT-PROGRAMA   TO NTQ-PROGRAMA
001790     MOVE NT-TIPO       TO NTQ-TIPO
001800     MOVE NT-E-ID       TO NTQ-E-ID
001810     MOVE NT-REFERENCIA TO NTQ-REFERENCIA
001820     MOVE NT-DESTINO    TO NTQ-DESTINO
001830     MOVE NT-DEST-E-ID  TO NTQ-DEST-E-ID
001840     MOVE NT-DEST-EMAIL TO NTQ-EMAIL
001850     MOVE NT-ASUNTO     TO NTQ-ASUNTO
001860     MOVE NT-TEXTO      TO NTQ-TEXTO
001870     MOVE "P"           TO NTQ-ESTADO
001880     MOVE ZERO          TO NTQ-FECHA-ESTADO
001890     MOVE SPACES        TO NTQ-MOTIVO
001900     WRITE EMPNOT-REGISTRO
001910     IF NTQ-FILE-STATUS = "00"
001920         MOVE "Q" TO NT-RESULTADO
001930     ELSE
001940         DISPLAY "NOTIFICA: ERROR AL GRABAR EMPNOTQ.DAT, ESTADO: "
001950             NTQ-FILE-STATUS
001960     END-IF
001970     CLOSE EMPNOT-COLA.
001980 END PROGRAM NOTIFICA.
