000490*                    E-FECHA-FIN-CONTRATO FIELDS.
000500*   2026-09-03  RT   THE AUDIT ENTRY NOW ALSO CARRIES THE NEW
000510*                    E-CATEGORIA CONVENIO CATEGORY.
000512*   2026-10-15  RT   A DEFERRED STATUS CHANGE (A OR I) NOW ALSO
000514*                    CLEARS THE LEAVE-OF-ABSENCE FIELDS, SO A
000516*                    SCHEDULED RETURN FROM EXCEDENCIA ENDS THE
000518*                    LEAVE.
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. EMPAPLY.
003240                 MOVE ZERO TO E-FECHA-BAJA
003250                 MOVE SPACES TO E-MOTIVO-BAJA
003260             END-IF
003263             MOVE SPACES TO E-EXC-TIPO
003266             MOVE ZERO TO E-EXC-FECHA-INICIO E-EXC-FECHA-RETORNO
003270         WHEN "DEPTO"
003280             MOVE AP-VALOR (AP-IDX) (1:4) TO E-DEPTO
003290         WHEN OTHER
