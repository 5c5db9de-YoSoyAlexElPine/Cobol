000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED ACCESS TO THE EMPIDEN.DAT IDENTITY-
000060*                DOCUMENT REGISTER (ONE RECORD PER E-ID), SO THE
000070*                SCREENS AND THE LOAD THAT CAPTURE A NIF, NAF OR
000080*                WORK PERMIT KEEP ONE FILE THE SAME WAY.  THE
000090*                REGISTER IS LOADED INTO A TABLE THE WAY RECLOCK
000100*                LOADS ITS LOCKS AND WRITTEN BACK WHOLE ON A
000110*                CHANGE.  ACTIONS:
000120*                LEER   - RETURN THE RECORD FOR IR-REGISTRO'S E-ID
000130*                         (RESULT "N" AND A BLANK RECORD WHEN THE
000140*                         E-ID HAS NONE YET);
000150*                GRABAR - ADD OR REPLACE IT, STAMPED WITH TODAY'S
000160*                         DATE (THE CALLER SETS THE OPERATOR);
000170*                BORRAR - REMOVE IT, FOR A PHYSICAL DELETE OF THE
000180*                         EMPLOYEE.
000190*                THE CALLER VALIDATES THROUGH IDENVAL FIRST.
000200* TECTONICS:     cobc -c -std=ibm -I copybooks IDENREG.CBL
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   ---------- ----  ----------------------------------------
000250*   2026-10-15  RT   ORIGINAL PROGRAM.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. IDENREG.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY EMPIDSEL.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  EMPIDEN-ARCHIVO.
000380     COPY EMPIDEN.
000390
000400 WORKING-STORAGE SECTION.
000410 01  IDN-FILE-STATUS          PIC XX VALUE SPACES.
000420 01  IDN-EOF-SW               PIC X VALUE "N".
000430     88  IDN-EOF              VALUE "Y".
000440
000450 01  IR-TABLA.
000460     05  IR-MAX               PIC 9(4) VALUE 0.
000470     05  IR-ENTRADA OCCURS 2000 TIMES.
000480         10  IR-T-E-ID        PIC X(50).
000490         10  IR-T-RESTO       PIC X(47).
000500 01  IR-IDX                   PIC 9(4) VALUE 0.
000510 01  IR-HALLADO               PIC 9(4) VALUE 0.
000520 01  IR-LLENA-SW              PIC X VALUE "N".
000530     88  IR-LLENA             VALUE "Y".
000540
000550 LINKAGE SECTION.
000560 01  IR-ACCION                PIC X(08).
000570 01  IR-REGISTRO.
000580     05  IR-E-ID              PIC X(50).
000590     05  IR-RESTO             PIC X(47).
000600 01  IR-RESULTADO-SW          PIC X.
000610     88  IR-HECHO             VALUE "Y".
000620
000630 PROCEDURE DIVISION USING IR-ACCION IR-REGISTRO IR-RESULTADO-SW.
000640
000650 0000-MAINLINE.
000660     MOVE "N" TO IR-RESULTADO-SW
000670     PERFORM 1000-CARGAR-REGISTRO
000680     PERFORM 1500-BUSCAR-E-ID
000690     EVALUATE IR-ACCION
000700         WHEN "LEER"
000710             PERFORM 2000-LEER
000720         WHEN "GRABAR"
000730             PERFORM 3000-GRABAR
000740         WHEN "BORRAR"
000750             PERFORM 4000-BORRAR
000760         WHEN OTHER
000770             DISPLAY "IDENREG: ACCION DESCONOCIDA " IR-ACCION
000780     END-EVALUATE
000790     GOBACK.
000800
000810 1000-CARGAR-REGISTRO.
000820     MOVE ZERO TO IR-MAX
000830     MOVE "N" TO IDN-EOF-SW
000840     MOVE "N" TO IR-LLENA-SW
000850     OPEN INPUT EMPIDEN-ARCHIVO
000860     IF IDN-FILE-STATUS = "00"
000870         PERFORM 1100-LEER-IDENTIDAD
000880         PERFORM 1200-GUARDAR-IDENTIDAD UNTIL IDN-EOF
000890     END-IF
000900     IF IDN-FILE-STATUS = "00" OR IDN-FILE-STATUS = "05"
000910             OR IDN-FILE-STATUS = "10"
000920         CLOSE EMPIDEN-ARCHIVO
000930     END-IF.
000940
000950 1100-LEER-IDENTIDAD.
000960     READ EMPIDEN-ARCHIVO
000970         AT END
000980             MOVE "Y" TO IDN-EOF-SW
000990     END-READ.
001000
001010 1200-GUARDAR-IDENTIDAD.
001020     IF IR-MAX < 2000
001030         ADD 1 TO IR-MAX
001040         MOVE EMPIDEN-REGISTRO TO IR-ENTRADA (IR-MAX)
001050         PERFORM 1100-LEER-IDENTIDAD
001060     ELSE
001070         DISPLAY "IDENREG: MAS DE 2000 REGISTROS DE IDENTIDAD -"
001080             " NO SE GRABAN CAMBIOS"
001090         MOVE "Y" TO IR-LLENA-SW
001100         MOVE "Y" TO IDN-EOF-SW
001110     END-IF.
001120
001130 1500-BUSCAR-E-ID.
001140     MOVE 0 TO IR-HALLADO
001150     PERFORM 1600-COMPARAR-E-ID
001160         VARYING IR-IDX FROM 1 BY 1
001170         UNTIL IR-IDX > IR-MAX OR IR-HALLADO > 0.
001180
001190 1600-COMPARAR-E-ID.
001200     IF IR-T-E-ID (IR-IDX) = IR-E-ID
001210         MOVE IR-IDX TO IR-HALLADO
001220     END-IF.
001230
001240 2000-LEER.
001250     IF IR-HALLADO > 0
001260         MOVE IR-ENTRADA (IR-HALLADO) TO IR-REGISTRO
001270         MOVE "Y" TO IR-RESULTADO-SW
001280     ELSE
001290         MOVE SPACES TO EMPIDEN-REGISTRO
001300         MOVE IR-E-ID TO IDN-E-ID
001310         MOVE ZERO TO IDN-PERMISO-CADUCA IDN-FECHA-ALTA
001320         MOVE EMPIDEN-REGISTRO TO IR-REGISTRO
001330     END-IF.
001340
001350*----------------------------------------------------------------
001360* 3000-GRABAR - REPLACE THE E-ID'S ENTRY OR ADD ONE, THEN WRITE
001370*               THE WHOLE REGISTER BACK.  A REGISTER THAT DID NOT
001380*               FIT THE TABLE IS NEVER WRITTEN BACK SHORT.
001390*----------------------------------------------------------------
001400 3000-GRABAR.
001410     IF NOT IR-LLENA
001420         MOVE IR-REGISTRO TO EMPIDEN-REGISTRO
001430         MOVE FUNCTION CURRENT-DATE(1:8) TO IDN-FECHA-ALTA
001440         IF IR-HALLADO = 0 AND IR-MAX < 2000
001450             ADD 1 TO IR-MAX
001460             MOVE IR-MAX TO IR-HALLADO
001470         END-IF
001480         IF IR-HALLADO > 0
001490             MOVE EMPIDEN-REGISTRO TO IR-ENTRADA (IR-HALLADO)
001500             MOVE EMPIDEN-REGISTRO TO IR-REGISTRO
001510             PERFORM 7000-REESCRIBIR-REGISTRO
001520         ELSE
001530             DISPLAY "IDENREG: REGISTRO DE IDENTIDAD LLENO"
001540         END-IF
001550     END-IF.
001560
001570 4000-BORRAR.
001580     IF NOT IR-LLENA AND IR-HALLADO > 0
001590         PERFORM 4100-SUBIR-ENTRADA
001600             VARYING IR-IDX FROM IR-HALLADO BY 1
001610             UNTIL IR-IDX >= IR-MAX
001620         SUBTRACT 1 FROM IR-MAX
001630         PERFORM 7000-REESCRIBIR-REGISTRO
001640     END-IF.
001650
001660 4100-SUBIR-ENTRADA.
001670     MOVE IR-ENTRADA (IR-IDX + 1) TO IR-ENTRADA (IR-IDX).
001680
001690 7000-REESCRIBIR-REGISTRO.
001700     OPEN OUTPUT EMPIDEN-ARCHIVO
001710     PERFORM 7100-ESCRIBIR-IDENTIDAD
001720         VARYING IR-IDX FROM 1 BY 1
001730         UNTIL IR-IDX > IR-MAX
001740     CLOSE EMPIDEN-ARCHIVO
001750     IF IDN-FILE-STATUS = "00"
001760         MOVE "Y" TO IR-RESULTADO-SW
001770     ELSE
001780         DISPLAY "IDENREG: ERROR AL GRABAR EMPIDEN.DAT, ESTADO: "
001790             IDN-FILE-STATUS
001800     END-IF.
001810
001820 7100-ESCRIBIR-IDENTIDAD.
001830     MOVE IR-ENTRADA (IR-IDX) TO EMPIDEN-REGISTRO
001840     WRITE EMPIDEN-REGISTRO.
001850
001860 END PROGRAM IDENREG.
