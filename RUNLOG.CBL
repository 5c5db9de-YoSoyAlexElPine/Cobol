000170*   DATE       INIT  DESCRIPTION
000180*   ---------- ----  ----------------------------------------
000190*   2026-08-22  RT   ORIGINAL PROGRAM.
000191*   2026-10-15  RT   EVERY RECORD NOW ALSO CARRIES THE SIGNED-ON
000192*                    OPERATOR FROM OPERSES.PRM (SISTEMA WHEN
000193*                    NOBODY IS SIGNED ON), SO A REFUSED MENU
000194*                    OPTION SHOWS WHO TRIED IT.  THE FIELD IS AT
000195*                    THE END OF THE LINE; OLDER READERS OF THE LOG
000196*                    ARE UNAFFECTED.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. RUNLOG.
000280         ASSIGN TO "EMPRUN.LOG"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS BIT-FILE-STATUS.
000301
000302     SELECT OPTIONAL OPERSES-PARM
000303         ASSIGN TO "OPERSES.PRM"
000304         ORGANIZATION IS SEQUENTIAL
000305         FILE STATUS IS RG-PARM-FILE-STATUS.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000440     05  BIT-CONTADOR        PIC 9(07).
000450     05  FILLER              PIC X(01).
000460     05  BIT-RETORNO         PIC 9(04).
000461     05  FILLER              PIC X(01).
000462     05  BIT-OPERADOR        PIC X(08).
000463
000464 FD  OPERSES-PARM.
000465 01  PARM-REGISTRO-SESION.
000466     05  PARM-SES-ID         PIC X(08).
000467     05  PARM-SES-NIVEL      PIC X(01).
000468     05  PARM-SES-NOMBRE     PIC X(30).
000470
000480 WORKING-STORAGE SECTION.
000490 01  BIT-FILE-STATUS         PIC XX VALUE SPACES.
000493 01  RG-PARM-FILE-STATUS     PIC XX VALUE SPACES.
000496 01  RG-OPERADOR             PIC X(08) VALUE SPACES.
000500
000510 LINKAGE SECTION.
000520 01  RG-PROGRAMA             PIC X(08).
000690     MOVE RG-EVENTO   TO BIT-EVENTO
000700     MOVE RG-CONTADOR TO BIT-CONTADOR
000710     MOVE RG-RETORNO  TO BIT-RETORNO
000713     PERFORM 1000-LEER-OPERADOR
000716     MOVE RG-OPERADOR TO BIT-OPERADOR
000720     WRITE BIT-REGISTRO
000730     CLOSE BITACORA-ARCHIVO
000740     GOBACK.
000741
000742*----------------------------------------------------------------
000743* 1000-LEER-OPERADOR - WHO IS SIGNED ON, READ STRAIGHT FROM
000744*                      OPERSES.PRM SO EVERY CALLER OF THIS ROUTINE
000745*                      DOES NOT ALSO NEED OPERSES LINKED IN.
000746*----------------------------------------------------------------
000747 1000-LEER-OPERADOR.
000748     MOVE "SISTEMA" TO RG-OPERADOR
000749     OPEN INPUT OPERSES-PARM
000750     IF RG-PARM-FILE-STATUS = "00"
000751         READ OPERSES-PARM
000752             NOT AT END
000753                 IF PARM-SES-ID NOT = SPACES
000754                     MOVE PARM-SES-ID TO RG-OPERADOR
000755                 END-IF
000756         END-READ
000757     END-IF
000758     IF RG-PARM-FILE-STATUS = "00" OR RG-PARM-FILE-STATUS = "05"
000759             OR RG-PARM-FILE-STATUS = "10"
000760         CLOSE OPERSES-PARM
000761     END-IF.
000762 END PROGRAM RUNLOG.
