000390*                    EMPLEADOS-REGISTRO CARRIES E-PAGO,
000400*                    E-PUESTO, E-CONTRATO, E-FECHA-FIN-CONTRATO,
000410*                    E-PRUEBA-CONF AND E-CATEGORIA.
000411*   2026-10-15  RT   BKP-DATOS RESIZED TO THE FULL MASTER RECORD
000412*                    AGAIN (307 BYTES) NOW THAT EMPLEADOS-REGISTRO
000413*                    CARRIES THE LEAVE-OF-ABSENCE FIELDS E-EXC-
000414*                    TIPO, E-EXC-FECHA-INICIO AND E-EXC-FECHA-
000415*                    RETORNO.
000416*   2026-10-15  RT   BKP-DATOS RESIZED TO THE FULL MASTER RECORD
000417*                    AGAIN (318 BYTES) NOW THAT EMPLEADOS-REGISTRO
000418*                    CARRIES THE VACATION CARRY-OVER FIELDS E-VAC-
000419*                    ARRASTRE AND E-VAC-ARR-CADUCA.
000420*   2026-10-15  RT   BKP-DATOS RESIZED TO THE FULL MASTER RECORD
000421*                    AGAIN (322 BYTES) NOW THAT EMPLEADOS-REGISTRO
000422*                    CARRIES THE WORK CENTRE E-CENTRO.
000423*   2026-10-15  RT   BKP-DATOS RESIZED TO THE FULL MASTER RECORD
000424*                    AGAIN (323 BYTES) NOW THAT EMPLEADOS-REGISTRO
000425*                    CARRIES THE EMPLOYEE'S SEX E-SEXO.
000426*   2026-10-15  RT   BKP-DATOS RESIZED TO THE FULL MASTER RECORD
000427*                    AGAIN (324 BYTES) NOW THAT EMPLEADOS-REGISTRO
000428*                    CARRIES THE AGE OPT-OUT E-EDAD-PRIVADA.
000429******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. EMPULOAD.
000450
000610 FD  RESPALDO-ARCHIVO.
000620 01  BKP-REGISTRO.
000630     05  BKP-TIPO            PIC X(03).
000640     05  BKP-DATOS           PIC X(324).
000650 01  BKP-CABECERA REDEFINES BKP-REGISTRO.
000660     05  BKP-CAB-TIPO        PIC X(03).
000670     05  BKP-CAB-FECHA       PIC 9(08).
000680     05  FILLER              PIC X(315).
000690 01  BKP-COLA REDEFINES BKP-REGISTRO.
000700     05  BKP-FIN-TIPO        PIC X(03).
000710     05  BKP-FIN-COUNT       PIC 9(07).
000720     05  FILLER              PIC X(316).
000730
000740 WORKING-STORAGE SECTION.
000750 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
