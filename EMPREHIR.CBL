000460*                    E-PAGO, E-PUESTO, E-CONTRATO,
000470*                    E-FECHA-FIN-CONTRATO, E-PRUEBA-CONF AND
000480*                    E-CATEGORIA INSTEAD OF BLANKS.
000481*   2026-10-15  RT   THE REHIRED RECORD NOW ALSO STARTS WITH THE
000482*                    LEAVE-OF-ABSENCE AND VACATION CARRY-OVER
000483*                    FIELDS CLEARED - THE OLD SPELL'S LEAVE AND
000484*                    CARRIED DAYS DO NOT COME BACK WITH IT.
000485*   2026-10-15  RT   THE REHIRED RECORD NOW ALSO STARTS WITH NO
000486*                    WORK CENTRE; THE NEW SPELL'S CENTRE IS
000487*                    ASSIGNED IN EMPMAINT.
000488*   2026-10-15  RT   THE REHIRED RECORD NOW ALSO STARTS WITH NO
000489*                    SEX RECORDED (E-SEXO), WHICH THE ARCHIVE COPY
000490*                    DOES NOT CARRY; IT IS KEYED AGAIN IN
000491*                    EMPMAINT.
000492*   2026-10-15  RT   THE REHIRED RECORD NOW ALSO STARTS WITH THE
000493*                    AGE OPT-OUT E-EDAD-PRIVADA BLANK (AGE SHOWN).
000494******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. EMPREHIR.
000520
003550         TO E-FECHA-FIN-CONTRATO
003560     MOVE RH-LST-PRUEBA (RH-SELECCION)  TO E-PRUEBA-CONF
003570     MOVE RH-LST-CATEGORIA (RH-SELECCION) TO E-CATEGORIA
003571     MOVE SPACES TO E-EXC-TIPO
003572     MOVE ZERO TO E-EXC-FECHA-INICIO E-EXC-FECHA-RETORNO
003573     MOVE ZERO TO E-VAC-ARRASTRE E-VAC-ARR-CADUCA
003574     MOVE SPACES TO E-CENTRO
003575     MOVE SPACE TO E-SEXO
003576     MOVE SPACE TO E-EDAD-PRIVADA
003580     WRITE EMPLEADOS-REGISTRO
003590     IF EMP-FILE-STATUS NOT = "00"
003600         DISPLAY "EMPREHIR: ERROR AL GRABAR, ESTADO: "
