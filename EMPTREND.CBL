000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-08-22  RT   ORIGINAL PROGRAM.
000182*   2026-10-15  RT   EACH MONTH NOW ALSO SHOWS THE EMPLOYEES ON
000184*                    EXCEDENCIA OR SUSPENSION (NEW SNP-EXCEDENCIA
000186*                    SNAPSHOT FIELD) SEPARATELY FROM ACTIVES AND
000188*                    INACTIVES.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. EMPTREND.
000450     05  SNP-ANCIANO         PIC 9(7).
000460     05  SNP-EDAD-PROM       PIC 9(3)V99.
000470     05  SNP-SAL-TOTAL       PIC 9(11)V99.
000475     05  SNP-EXCEDENCIA      PIC 9(7).
000480
000490 FD  TENDENCIA-REPORTE.
000500 01  RPT-LINEA               PIC X(132).
000610         10  TR-MES          PIC 9(6).
000620         10  TR-ACTIVOS      PIC 9(7).
000630         10  TR-INACTIVOS    PIC 9(7).
000635         10  TR-EXCEDENCIA   PIC 9(7).
000640         10  TR-JOVEN        PIC 9(7).
000650         10  TR-MADURO       PIC 9(7).
000660         10  TR-ANCIANO      PIC 9(7).
001250     IF TR-MAX > 0 AND SNP-FECHA(1:6) = TR-MES (TR-MAX)
001260         MOVE SNP-ACTIVOS   TO TR-ACTIVOS (TR-MAX)
001270         MOVE SNP-INACTIVOS TO TR-INACTIVOS (TR-MAX)
001275         MOVE SNP-EXCEDENCIA TO TR-EXCEDENCIA (TR-MAX)
001280         MOVE SNP-JOVEN     TO TR-JOVEN (TR-MAX)
001290         MOVE SNP-MADURO    TO TR-MADURO (TR-MAX)
001300         MOVE SNP-ANCIANO   TO TR-ANCIANO (TR-MAX)
001770         " ACT " TR-ACTIVOS (TR-IDX)
001780         " (" TR-DELTA-ACT-EDIT ")"
001790         " INA " TR-INACTIVOS (TR-IDX)
001795         " EXC " TR-EXCEDENCIA (TR-IDX)
001800         " J/M/A " TR-JOVEN (TR-IDX) "/"
001810         TR-MADURO (TR-IDX) "/" TR-ANCIANO (TR-IDX)
001820         " EDAD " TR-EDAD-EDIT
