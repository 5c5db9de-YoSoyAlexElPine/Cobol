000090*                WRITTEN MATCH THE TRAILER COUNT BEFORE DECLARING
000100*                SUCCESS.  THE REBUILD OVERWRITES THE LIVE
000110*                MASTER, SO IT IS SUPERVISOR-ONLY AND CONFIRMED
000113*                THROUGH THE SHARED CONFIRM ROUTINE.  THE REBUILD
000116*                ALSO BUILDS THE ALTERNATE KEYS ON E-DEPTO,
000119*                E-SUPERVISOR AND E-NOMBRE, PASSING EVERY NAME
000122*                THROUGH NOMNORM SO THE NAME INDEX HOLDS THE
000125*                NORMALIZED FORM THE SEARCHES LOOK FOR.
000130* TECTONICS:     cobc -x -std=ibm -I copybooks EMPRLOAD.CBL
000140*                OPERSES CONFIRM FECHAVAL NOMNORM
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000320*                    EMPLEADOS-REGISTRO CARRIES E-PAGO,
000330*                    E-PUESTO, E-CONTRATO, E-FECHA-FIN-CONTRATO,
000340*                    E-PRUEBA-CONF AND E-CATEGORIA.
000341*   2026-10-15  RT   BKP-DATOS RESIZED TO THE FULL MASTER RECORD
000342*                    AGAIN (307 BYTES) NOW THAT EMPLEADOS-REGISTRO
000343*                    CARRIES THE LEAVE-OF-ABSENCE FIELDS E-EXC-
000344*                    TIPO, E-EXC-FECHA-INICIO AND E-EXC-FECHA-
000345*                    RETORNO.
000346*   2026-10-15  RT   BKP-DATOS RESIZED TO THE FULL MASTER RECORD
000347*                    AGAIN (318 BYTES) NOW THAT EMPLEADOS-REGISTRO
000348*                    CARRIES THE VACATION CARRY-OVER FIELDS E-VAC-
000349*                    ARRASTRE AND E-VAC-ARR-CADUCA.
000350*   2026-10-15  RT   BKP-DATOS RESIZED TO THE FULL MASTER RECORD
000351*                    AGAIN (322 BYTES) NOW THAT EMPLEADOS-REGISTRO
000352*                    CARRIES THE WORK CENTRE E-CENTRO.
000353*   2026-10-15  RT   BKP-DATOS RESIZED TO THE FULL MASTER RECORD
000354*                    AGAIN (323 BYTES) NOW THAT EMPLEADOS-REGISTRO
000355*                    CARRIES THE EMPLOYEE'S SEX E-SEXO.
000356*   2026-10-15  RT   THE REBUILD NOW ALSO BUILDS THE NEW ALTERNATE
000357*                    KEYS (E-DEPTO, E-SUPERVISOR, E-NOMBRE) AND
000358*                    PASSES EVERY E-NOMBRE THROUGH NOMNORM ON THE
000359*                    WAY IN, COUNTING THE ONES IT HAD TO CHANGE,
000360*                    SO THE NAME INDEX ONLY HOLDS NORMALIZED
000361*                    NAMES.
000362*   2026-10-15  RT   BKP-DATOS RESIZED TO THE FULL MASTER RECORD
000363*                    AGAIN (324 BYTES) NOW THAT EMPLEADOS-REGISTRO
000364*                    CARRIES THE AGE OPT-OUT E-EDAD-PRIVADA.
000365******************************************************************
000366 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. EMPRLOAD.
000380
000390 ENVIRONMENT DIVISION.
000540 FD  RESPALDO-ARCHIVO.
000550 01  BKP-REGISTRO.
000560     05  BKP-TIPO            PIC X(03).
000570     05  BKP-DATOS           PIC X(324).
000580 01  BKP-CABECERA REDEFINES BKP-REGISTRO.
000590     05  BKP-CAB-TIPO        PIC X(03).
000600     05  BKP-CAB-FECHA       PIC 9(08).
000610     05  FILLER              PIC X(315).
000620 01  BKP-COLA REDEFINES BKP-REGISTRO.
000630     05  BKP-FIN-TIPO        PIC X(03).
000640     05  BKP-FIN-COUNT       PIC 9(07).
000650     05  FILLER              PIC X(316).
000660
000670 WORKING-STORAGE SECTION.
000680 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000850     88  RL-FIN-VISTO         VALUE "Y".
000860 01  RL-FIN-COUNT             PIC 9(7) VALUE 0.
000870 01  RL-WRITE-COUNT           PIC 9(7) VALUE 0.
000873 01  RL-NORMALIZADOS          PIC 9(7) VALUE 0.
000876 01  RL-NOMBRE-NORM           PIC X(50) VALUE SPACES.
000880
000890 01  RL-LCK-ACCION            PIC X(08) VALUE SPACES.
000900 01  RL-LCK-TIPO              PIC X(08) VALUE "PANTALLA".
002190         MOVE BKP-FIN-COUNT TO RL-FIN-COUNT
002200     ELSE
002210         MOVE BKP-DATOS TO EMPLEADOS-REGISTRO
002211         CALL "NOMNORM" USING E-NOMBRE, RL-NOMBRE-NORM
002212         IF RL-NOMBRE-NORM NOT = E-NOMBRE
002213             MOVE RL-NOMBRE-NORM TO E-NOMBRE
002214             ADD 1 TO RL-NORMALIZADOS
002215         END-IF
002220         WRITE EMPLEADOS-REGISTRO
002230         IF EMP-FILE-STATUS = "00"
002240             ADD 1 TO RL-WRITE-COUNT
002430         IF RL-FIN-COUNT = RL-WRITE-COUNT
002440             DISPLAY "EMPRLOAD: RECARGA CORRECTA - "
002450                 RL-WRITE-COUNT " REGISTRO(S) COMPROBADO(S)"
002453             DISPLAY "EMPRLOAD: NOMBRES NORMALIZADOS AL CARGAR: "
002456                 RL-NORMALIZADOS
002460         ELSE
002470             DISPLAY "EMPRLOAD: LA COLA DECLARA " RL-FIN-COUNT
002480                 " PERO SE GRABARON " RL-WRITE-COUNT
