000120*                (ACCION "ROLLBK") SO IT IS AS TRACEABLE AS THE
000130*                FAT-FINGER IT UNDOES.
000140* TECTONICS:     cobc -x -std=ibm -I copybooks EMPUNDO.CBL
000150*                OPERSES CONFIRM FECHAVAL ACCLOG
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000430*                    RECORD BACK TO THE POINT IN TIME AND THE
000440*                    ROLLBK AUDIT ENTRY SHOWS TRUE BEFORE/AFTER
000450*                    IMAGES FOR THE NEWER FIELDS.
000451*   2026-10-15  RT   1000-INITIALIZE NOW CALLS ACCLOG SO EVERY
000452*                    RECONSTRUCTION OF AN E-ID IS RECORDED IN
000453*                    ACCESOS.DAT AGAINST THE SIGNED-ON OPERATOR.
000454*   2026-10-15  RT   A RECORD RESTORED BY WRITE NOW STARTS WITH
000455*                    THE LEAVE-OF-ABSENCE AND VACATION CARRY-OVER
000456*                    FIELDS (NOT IN THE AUDIT IMAGE) CLEARED
000457*                    INSTEAD OF WHATEVER THE RECORD AREA LAST
000458*                    HELD.
000459*   2026-10-15  RT   A RECREATED RECORD NOW ALSO STARTS WITH NO
000460*                    WORK CENTRE (E-CENTRO), WHICH THE AUDIT IMAGE
000461*                    DOES NOT CARRY.
000462*   2026-10-15  RT   A RECREATED RECORD NOW ALSO STARTS WITH NO
000463*                    SEX RECORDED (E-SEXO), WHICH THE AUDIT IMAGE
000464*                    DOES NOT CARRY.
000465*   2026-10-15  RT   A RECREATED RECORD NOW ALSO STARTS WITH THE
000466*                    AGE OPT-OUT E-EDAD-PRIVADA BLANK, WHICH THE
000467*                    AUDIT IMAGE DOES NOT CARRY.
000468******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. EMPUNDO.
000490
000700 01  UN-OPERADOR              PIC X(08) VALUE SPACES.
000710 01  UN-OPER-NIVEL            PIC X(01) VALUE SPACES.
000720 01  UN-E-ID                  PIC X(50) VALUE SPACES.
000725 01  UN-PROGRAMA              PIC X(08) VALUE "EMPUNDO".
000730 01  UN-CAMPO                 PIC X(8) VALUE SPACES.
000740 01  UN-FECHA-CORTE           PIC 9(8) VALUE ZERO.
000750 01  UN-HORA-CORTE            PIC 9(6) VALUE 235959.
001890     CALL "OPERSES" USING UN-OPERADOR, UN-OPER-NIVEL
001900     DISPLAY "E-ID A RECONSTRUIR: "
001910     ACCEPT UN-E-ID
001915     CALL "ACCLOG" USING UN-PROGRAMA, UN-E-ID
001920     PERFORM 1100-CAPTURAR-FECHA UNTIL UN-FECHA-LISTA
001930     DISPLAY "HORA DE CORTE HHMMSS (ENTER = FIN DEL DIA): "
001940     ACCEPT UN-CAMPO
003880     IF UN-EXISTE
003890         REWRITE EMPLEADOS-REGISTRO
003900     ELSE
003901         MOVE SPACES TO E-EXC-TIPO
003902         MOVE ZERO TO E-EXC-FECHA-INICIO E-EXC-FECHA-RETORNO
003903         MOVE ZERO TO E-VAC-ARRASTRE E-VAC-ARR-CADUCA
003904         MOVE SPACES TO E-CENTRO
003905         MOVE SPACE TO E-SEXO
003906         MOVE SPACE TO E-EDAD-PRIVADA
003910         WRITE EMPLEADOS-REGISTRO
003920     END-IF
003930
