000010******************************************************************
000020* AUTHOR:        R. TORRES - APPLICATIONS PROGRAMMING
000030* INSTALLATION:  NOMINA / RECURSOS HUMANOS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED IDENTITY-DOCUMENT EDITS, SO EMPMAINT,
000060*                EMPONB, THE EMPVAL LOAD AND THE EMPSUSPM REPAIR
000070*                SCREEN JUDGE A NIF, A NAF AND A WORK PERMIT THE
000080*                SAME WAY.
000090*                - NIF/NIE: EIGHT DIGITS (A NIE STARTS X, Y OR Z,
000100*                  READ AS 0, 1 OR 2) AND THE CHECK LETTER OF THE
000110*                  NUMBER MOD 23.  A NIF ALREADY ON THE
000120*                  EMPIDEN.DAT REGISTER UNDER ANOTHER E-ID IS
000130*                  REFUSED.
000140*                - NAF: TWELVE DIGITS, PROVINCE 2, NUMBER 8,
000150*                  CONTROL 2; THE CONTROL IS THE PROVINCE AND
000160*                  NUMBER MOD 97 (A NUMBER BELOW 10000000 IS
000170*                  TAKEN AS PROVINCE * 10000000 + NUMBER).
000180*                - PERMIT: RT, TF, RL OR OT WITH A REAL EXPIRY
000190*                  DATE; NO EXPIRY WITHOUT A TYPE.
000200*                A BLANK NIF OR NAF IS NOT AN ERROR HERE - THE
000210*                CALLER DECIDES WHETHER IT IS STILL MISSING.  THE
000220*                NIF COMES BACK UPPER-CASED.
000230* TECTONICS:     cobc -c -std=ibm -I copybooks IDENVAL.CBL
000240*                FECHAVAL
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   ---------- ----  ----------------------------------------
000290*   2026-10-15  RT   ORIGINAL PROGRAM.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. IDENVAL.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     COPY EMPIDSEL.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  EMPIDEN-ARCHIVO.
000420     COPY EMPIDEN.
000430
000440 WORKING-STORAGE SECTION.
000450 01  IDN-FILE-STATUS          PIC XX VALUE SPACES.
000460 01  IDN-EOF-SW               PIC X VALUE "N".
000470     88  IDN-EOF              VALUE "Y".
000480
000490 01  IV-LETRAS                PIC X(23)
000500         VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
000510 01  IV-NIF-DIGITOS           PIC X(08) VALUE ZEROS.
000520 01  IV-NIF-NUMERO REDEFINES IV-NIF-DIGITOS
000530                              PIC 9(08).
000540 01  IV-COCIENTE              PIC 9(10) VALUE 0.
000550 01  IV-RESTO                 PIC 9(02) VALUE 0.
000560
000570 01  IV-NAF-TRABAJO           PIC X(12) VALUE ZEROS.
000580 01  IV-NAF-PARTES REDEFINES IV-NAF-TRABAJO.
000590     05  IV-NAF-PROVINCIA     PIC 9(02).
000600     05  IV-NAF-NUMERO        PIC 9(08).
000610     05  IV-NAF-DC            PIC 9(02).
000620 01  IV-NAF-BASE              PIC 9(10) VALUE 0.
000630
000640 01  IV-FECHA                 PIC 9(08) VALUE ZERO.
000650 01  IV-FECHA-VALIDA-SW       PIC X VALUE "N".
000660     88  IV-FECHA-VALIDA      VALUE "Y".
000670
000680 LINKAGE SECTION.
000690 01  IV-E-ID                  PIC X(50).
000700 01  IV-NIF                   PIC X(09).
000710 01  IV-NAF                   PIC X(12).
000720 01  IV-PERMISO               PIC X(02).
000730 01  IV-PERMISO-CADUCA        PIC X(08).
000740 01  IV-VALIDO-SW             PIC X.
000750     88  IV-VALIDO            VALUE "Y".
000760 01  IV-RAZON                 PIC X(60).
000770
000780 PROCEDURE DIVISION USING IV-E-ID IV-NIF IV-NAF IV-PERMISO
000790     IV-PERMISO-CADUCA IV-VALIDO-SW IV-RAZON.
000800
000810 0000-MAINLINE.
000820     MOVE "Y" TO IV-VALIDO-SW
000830     MOVE SPACES TO IV-RAZON
000840     IF IV-NIF NOT = SPACES
000850         PERFORM 1000-CHECK-NIF
000860     END-IF
000870     IF IV-VALIDO AND IV-NAF NOT = SPACES
000880         PERFORM 2000-CHECK-NAF
000890     END-IF
000900     IF IV-VALIDO
000910         PERFORM 3000-CHECK-PERMISO
000920     END-IF
000930     IF IV-VALIDO AND IV-NIF NOT = SPACES
000940         PERFORM 4000-CHECK-DUPLICADO
000950     END-IF
000960     GOBACK.
000970
000980*----------------------------------------------------------------
000990* 1000-CHECK-NIF - DNI NUMBER OR NIE (X/Y/Z PREFIX) PLUS THE
001000*                  CHECK LETTER FROM THE NUMBER MOD 23.
001010*----------------------------------------------------------------
001020 1000-CHECK-NIF.
001030     INSPECT IV-NIF CONVERTING "abcdefghijklmnopqrstuvwxyz"
001040         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001050     MOVE IV-NIF(1:8) TO IV-NIF-DIGITOS
001060     EVALUATE IV-NIF(1:1)
001070         WHEN "X"
001080             MOVE "0" TO IV-NIF-DIGITOS(1:1)
001090         WHEN "Y"
001100             MOVE "1" TO IV-NIF-DIGITOS(1:1)
001110         WHEN "Z"
001120             MOVE "2" TO IV-NIF-DIGITOS(1:1)
001130         WHEN OTHER
001140             CONTINUE
001150     END-EVALUATE
001160     IF IV-NIF-DIGITOS IS NOT NUMERIC
001170         MOVE "N" TO IV-VALIDO-SW
001180         STRING "NIF/NIE MAL FORMADO: " IV-NIF
001190             DELIMITED BY SIZE INTO IV-RAZON
001200     ELSE
001210         DIVIDE IV-NIF-NUMERO BY 23 GIVING IV-COCIENTE
001220             REMAINDER IV-RESTO
001230         IF IV-NIF(9:1) NOT = IV-LETRAS(IV-RESTO + 1:1)
001240             MOVE "N" TO IV-VALIDO-SW
001250             STRING "NIF/NIE CON LETRA DE CONTROL ERRONEA: "
001260                 IV-NIF DELIMITED BY SIZE INTO IV-RAZON
001270         END-IF
001280     END-IF.
001290
001300*----------------------------------------------------------------
001310* 2000-CHECK-NAF - SOCIAL-SECURITY AFFILIATION NUMBER, CONTROL
001320*                  DIGITS MOD 97.
001330*----------------------------------------------------------------
001340 2000-CHECK-NAF.
001350     MOVE IV-NAF TO IV-NAF-TRABAJO
001360     IF IV-NAF-TRABAJO IS NOT NUMERIC
001370         MOVE "N" TO IV-VALIDO-SW
001380         STRING "NAF NO NUMERICO (12 DIGITOS): " IV-NAF
001390             DELIMITED BY SIZE INTO IV-RAZON
001400     ELSE
001410         IF IV-NAF-NUMERO < 10000000
001420             COMPUTE IV-NAF-BASE =
001430                 IV-NAF-PROVINCIA * 10000000 + IV-NAF-NUMERO
001440         ELSE
001450             COMPUTE IV-NAF-BASE =
001460                 IV-NAF-PROVINCIA * 100000000 + IV-NAF-NUMERO
001470         END-IF
001480         DIVIDE IV-NAF-BASE BY 97 GIVING IV-COCIENTE
001490             REMAINDER IV-RESTO
001500         IF IV-RESTO NOT = IV-NAF-DC
001510             MOVE "N" TO IV-VALIDO-SW
001520             STRING "NAF CON DIGITOS DE CONTROL ERRONEOS: "
001530                 IV-NAF DELIMITED BY SIZE INTO IV-RAZON
001540         END-IF
001550     END-IF.
001560
001570*----------------------------------------------------------------
001580* 3000-CHECK-PERMISO - A PERMIT TYPE NEEDS A REAL EXPIRY DATE;
001590*                      AN EXPIRY WITH NO TYPE IS A KEYING SLIP.
001600*----------------------------------------------------------------
001610 3000-CHECK-PERMISO.
001620     MOVE IV-PERMISO TO IDN-PERMISO
001630     IF IDN-SIN-PERMISO
001640         IF IV-PERMISO-CADUCA NOT = SPACES AND
001650                 IV-PERMISO-CADUCA NOT = ZEROS
001660             MOVE "N" TO IV-VALIDO-SW
001670             STRING "CADUCIDAD DE PERMISO SIN TIPO DE PERMISO"
001680                 DELIMITED BY SIZE INTO IV-RAZON
001690         END-IF
001700     ELSE
001710         IF NOT IDN-PERMISO-RT AND NOT IDN-PERMISO-TF AND
001720                 NOT IDN-PERMISO-RL AND NOT IDN-PERMISO-OT
001730             MOVE "N" TO IV-VALIDO-SW
001740             STRING "TIPO DE PERMISO DESCONOCIDO: " IV-PERMISO
001750                 " (RT/TF/RL/OT)" DELIMITED BY SIZE INTO IV-RAZON
001760         ELSE
001770             MOVE "N" TO IV-FECHA-VALIDA-SW
001780             IF IV-PERMISO-CADUCA IS NUMERIC
001790                 MOVE IV-PERMISO-CADUCA TO IV-FECHA
001800                 CALL "FECHAVAL" USING IV-FECHA,
001810                     IV-FECHA-VALIDA-SW
001820             END-IF
001830             IF NOT IV-FECHA-VALIDA
001840                 MOVE "N" TO IV-VALIDO-SW
001850                 STRING "PERMISO SIN FECHA DE CADUCIDAD VALIDA"
001860                     DELIMITED BY SIZE INTO IV-RAZON
001870             END-IF
001880         END-IF
001890     END-IF.
001900
001910*----------------------------------------------------------------
001920* 4000-CHECK-DUPLICADO - THE SAME NIF UNDER ANOTHER E-ID IS
001930*                        EITHER A KEYING SLIP OR TWO RECORDS FOR
001940*                        ONE PERSON; EITHER WAY IT IS REFUSED.
001950*----------------------------------------------------------------
001960 4000-CHECK-DUPLICADO.
001970     MOVE "N" TO IDN-EOF-SW
001980     OPEN INPUT EMPIDEN-ARCHIVO
001990     IF IDN-FILE-STATUS = "00"
002000         PERFORM 4100-LEER-IDENTIDAD
002010         PERFORM 4200-COMPARAR-NIF UNTIL IDN-EOF
002020     END-IF
002030     IF IDN-FILE-STATUS = "00" OR IDN-FILE-STATUS = "05"
002040             OR IDN-FILE-STATUS = "10"
002050         CLOSE EMPIDEN-ARCHIVO
002060     END-IF.
002070
002080 4100-LEER-IDENTIDAD.
002090     READ EMPIDEN-ARCHIVO
002100         AT END
002110             MOVE "Y" TO IDN-EOF-SW
002120     END-READ.
002130
002140 4200-COMPARAR-NIF.
002150     IF IDN-NIF = IV-NIF AND IDN-E-ID NOT = IV-E-ID
002160         MOVE "N" TO IV-VALIDO-SW
002170         STRING "NIF DUPLICADO - YA CONSTA PARA "
002180             IDN-E-ID DELIMITED BY SIZE INTO IV-RAZON
002190         MOVE "Y" TO IDN-EOF-SW
002200     ELSE
002210         PERFORM 4100-LEER-IDENTIDAD
002220     END-IF.
002230
002240 END PROGRAM IDENVAL.
