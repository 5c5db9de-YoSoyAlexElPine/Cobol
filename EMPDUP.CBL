000520*                    ENT-E-PUESTO POSITION CODE EMPMRG WRITES,
000530*                    SO THE DUPLICATE SCAN READS 212-BYTE
000540*                    RECORDS IN STEP WITH THE FEED AGAIN.
000541*   2026-10-15  RT   THE FEED LAYOUTS CAUGHT UP WITH THE NIF/NIE,
000542*                    NAF AND WORK-PERMIT FIELDS; THE SCAN NOW
000543*                    READS 243-BYTE RECORDS.
000544*   2026-10-15  RT   THE FEED LAYOUTS CAUGHT UP WITH THE
000545*                    EMPLOYEE'S SEX; THE SCAN NOW READS 244-BYTE
000546*                    RECORDS.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. EMPDUP.
000850     05  ENT-E-DEPTO         PIC X(04).
000860     05  ENT-E-SUPERVISOR    PIC X(50).
000870     05  ENT-E-PUESTO        PIC X(06).
000871     05  ENT-E-NIF           PIC X(09).
000872     05  ENT-E-NAF           PIC X(12).
000873     05  ENT-E-PERMISO       PIC X(02).
000874     05  ENT-E-PERMISO-CADUCA PIC X(08).
000875     05  ENT-E-SEXO          PIC X(01).
000880
000890 SD  DUP-WORK-FILE.
000900 01  DUP-REGISTRO.
000950     05  DUP-E-DEPTO         PIC X(04).
000960     05  DUP-E-SUPERVISOR    PIC X(50).
000970     05  DUP-E-PUESTO        PIC X(06).
000971     05  DUP-E-NIF           PIC X(09).
000972     05  DUP-E-NAF           PIC X(12).
000973     05  DUP-E-PERMISO       PIC X(02).
000974     05  DUP-E-PERMISO-CADUCA PIC X(08).
000975     05  DUP-E-SEXO          PIC X(01).
000980
000990 FD  EMPLEADOS-ORDENADO.
001000 01  ORD-REGISTRO.
001050     05  ORD-E-DEPTO         PIC X(04).
001060     05  ORD-E-SUPERVISOR    PIC X(50).
001070     05  ORD-E-PUESTO        PIC X(06).
001071     05  ORD-E-NIF           PIC X(09).
001072     05  ORD-E-NAF           PIC X(12).
001073     05  ORD-E-PERMISO       PIC X(02).
001074     05  ORD-E-PERMISO-CADUCA PIC X(08).
001075     05  ORD-E-SEXO          PIC X(01).
001080
001090 FD  EMPLEADOS-EXCEPCIONES.
001100 01  RPT-LINEA               PIC X(80).
001190 01  ENT-EOF-SW               PIC X VALUE "N".
001200     88  ENT-EOF              VALUE "Y".
001210
001220 01  ED-SIGUIENTE             PIC X(244) VALUE SPACES.
001230 01  ED-E-ID-ANTERIOR         PIC X(50) VALUE HIGH-VALUES.
001240 01  ED-DUP-COUNT             PIC 9(7) VALUE 0.
001250 01  ED-TOTAL-COUNT           PIC 9(7) VALUE 0.
