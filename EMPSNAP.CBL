000190*   DATE       INIT  DESCRIPTION
000200*   ---------- ----  ----------------------------------------
000210*   2026-08-22  RT   ORIGINAL PROGRAM.
000211*   2026-10-15  RT   EMPLOYEES ON EXCEDENCIA OR SUSPENSION
000212*                    (E-STATUS "S") ARE NOW COUNTED IN THEIR OWN
000213*                    SNP-EXCEDENCIA FIELD, APPENDED TO THE
000214*                    SNAPSHOT RECORD, INSTEAD OF WITH THE
000215*                    INACTIVES.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. EMPSNAP.
000480     05  SNP-ANCIANO         PIC 9(7).
000490     05  SNP-EDAD-PROM       PIC 9(3)V99.
000500     05  SNP-SAL-TOTAL       PIC 9(11)V99.
000505     05  SNP-EXCEDENCIA      PIC 9(7).
000510
000520 WORKING-STORAGE SECTION.
000530 01  EMP-FILE-STATUS          PIC XX VALUE SPACES.
000590 01  SN-EDAD-DERIVADA         PIC 9(3) VALUE 0.
000600 01  SN-ACTIVOS               PIC 9(7) VALUE 0.
000610 01  SN-INACTIVOS             PIC 9(7) VALUE 0.
000615 01  SN-EXCEDENCIA            PIC 9(7) VALUE 0.
000620 01  SN-JOVEN                 PIC 9(7) VALUE 0.
000630 01  SN-MADURO                PIC 9(7) VALUE 0.
000640 01  SN-ANCIANO               PIC 9(7) VALUE 0.
001180                 ADD 1 TO SN-ANCIANO
001190         END-EVALUATE
001200     ELSE
001203         IF E-SUSPENDIDO
001206             ADD 1 TO SN-EXCEDENCIA
001209         ELSE
001212             ADD 1 TO SN-INACTIVOS
001215         END-IF
001220     END-IF
001230     PERFORM 2100-READ-EMPLEADO.
001240
001480         MOVE SN-HOY       TO SNP-FECHA
001490         MOVE SN-ACTIVOS   TO SNP-ACTIVOS
001500         MOVE SN-INACTIVOS TO SNP-INACTIVOS
001505         MOVE SN-EXCEDENCIA TO SNP-EXCEDENCIA
001510         MOVE SN-JOVEN     TO SNP-JOVEN
001520         MOVE SN-MADURO    TO SNP-MADURO
001530         MOVE SN-ANCIANO   TO SNP-ANCIANO
001650         CLOSE FOTO-ARCHIVO
001660         DISPLAY "EMPSNAP - FOTO DEL " SN-HOY " ACTIVOS "
001670             SN-ACTIVOS " INACTIVOS " SN-INACTIVOS
001675             " EXCEDENCIA " SN-EXCEDENCIA
001680     END-IF
001690     IF SN-IO-FALLO
001700         MOVE 16 TO RETURN-CODE
