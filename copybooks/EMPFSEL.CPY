000130*   2026-08-09  RT   ORIGINAL COPYBOOK - EMPLEADOS-ARCHIVO WAS
000140*                    SEQUENTIAL; CONVERTED TO INDEXED KEYED ON
000150*                    E-ID SO EMPMAINT CAN DO RANDOM LOOKUPS.
000151*   2026-10-15  RT   ALTERNATE KEYS ON E-DEPTO, E-SUPERVISOR AND
000152*                    E-NOMBRE (STORED NOMNORM-NORMALIZED), ALL
000153*                    WITH DUPLICATES, SO THE ROSTER, ORG,
000154*                    REORGANIZATION AND NAME-SEARCH PROGRAMS READ
000155*                    ONLY THE RECORDS THEY NEED. AN EXISTING
000156*                    MASTER IS REBUILT WITH THE NEW INDEXES BY AN
000157*                    EMPULOAD/EMPRLOAD CYCLE.
000160******************************************************************
000170     SELECT OPTIONAL EMPLEADOS-ARCHIVO
000180         ASSIGN TO "EMPLEADOS.DAT"
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS E-ID
000212         ALTERNATE RECORD KEY IS E-DEPTO WITH DUPLICATES
000214         ALTERNATE RECORD KEY IS E-SUPERVISOR WITH DUPLICATES
000216         ALTERNATE RECORD KEY IS E-NOMBRE WITH DUPLICATES
000220         FILE STATUS IS EMP-FILE-STATUS.
