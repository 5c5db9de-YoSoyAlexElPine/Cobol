000120*                (ACCION "VACACI") SO THE PAPER CARD PER EMPLOYEE
000130*                CAN FINALLY BE RETIRED.
000140* TECTONICS:     cobc -x -std=ibm -I copybooks EMPVAC.CBL VACDER
000150*                OPERSES FECHAVAL DIASLAB CENTVAL RECLOCK VACARR
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000400*                    CERROJO TO PER-EMPLOYEE RECORD LOCKS
000410*                    (RECLOCK); THE BATCH LOTE CERROJO IS STILL
000420*                    RESPECTED ON ENTRY AND ON EVERY GRAB.
000421*   2026-10-15  RT   THE BALANCE NOW ADDS THE DAYS CARRIED FROM
000422*                    LAST YEAR BY THE EMPVCIE YEAR-END CLOSE THAT
000423*                    ARE STILL VALID (SHARED VACARR) TO THE VACDER
000424*                    ENTITLEMENT, AND SHOWS THEM WITH THEIR EXPIRY
000425*                    DATE WHILE SOME REMAIN UNTAKEN.
000426*   2026-10-15  RT   THE WORKING-DAY COUNT NOW PASSES E-CENTRO TO
000427*                    DIASLAB SO THE REGIONAL HOLIDAYS OF THE
000428*                    EMPLOYEE'S WORK CENTRE ARE SKIPPED TOO.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. EMPVAC.
000810     88  VA-FECHA-LISTA       VALUE "Y".
000820 01  VA-SALTADOS              PIC 9(3) VALUE 0.
000830 01  VA-DERECHO               PIC 9(3) VALUE 0.
000835 01  VA-ARRASTRE              PIC 9(3) VALUE 0.
000840 01  VA-SALDO                 PIC S9(4) VALUE 0.
000850 01  VA-SALDO-EDIT            PIC +ZZ9.
000860
002130*                  A FROM/TO DATE RANGE (RE-PROMPTED UNTIL BOTH
002140*                  ARE REAL DATES IN ORDER) AND DIASLAB COUNTS
002150*                  THE WORKING DAYS IN IT, SKIPPING WEEKENDS AND
002158*                  FESTIVOS.DAT HOLIDAYS AND THOSE OF THE
002166*                  EMPLOYEE'S WORK-CENTRE CALENDAR; A BALANCE
002174*                  DRIVEN NEGATIVE IS WARNED ABOUT BUT RECORDED -
002182*                  THE BALANCE REPORT FLAGS THE OVER-TAKEN.
002190*----------------------------------------------------------------
002200 4000-REGISTRAR.
002210     PERFORM 6050-LEER-PARA-CAMBIO
002260         MOVE "N" TO VA-FECHA-LISTA-SW
002270         PERFORM 4200-PEDIR-HASTA UNTIL VA-FECHA-LISTA
002280         CALL "DIASLAB" USING VA-FECHA-DESDE, VA-FECHA-HASTA,
002290             VA-DIAS, VA-SALTADOS, E-CENTRO
002300         DISPLAY "DIAS LABORABLES: " VA-DIAS
002310             "  SALTADOS (FINDE/FESTIVO): " VA-SALTADOS
002320         IF VA-DIAS >= 1
002690     END-IF.
002700
002710*----------------------------------------------------------------
002720* 5000-CORREGIR - SET THE TAKEN TOTAL OUTRIGHT (FIXING A
002730*                 MIS-KEYED CARD - THE YEAR-END RESET IS EMPVCIE).
002740*----------------------------------------------------------------
002750 5000-CORREGIR.
002760     PERFORM 6050-LEER-PARA-CAMBIO
003110
003120 6100-MOSTRAR-SALDO.
003130     CALL "VACDER" USING E-FECHA-INGRESO, VA-HOY, VA-DERECHO
003135     CALL "VACARR" USING E-VAC-ARRASTRE, E-VAC-ARR-CADUCA,
003140         E-VAC-TOMADOS, VA-HOY, VA-ARRASTRE
003145     COMPUTE VA-SALDO = VA-DERECHO + VA-ARRASTRE - E-VAC-TOMADOS
003150     MOVE VA-SALDO TO VA-SALDO-EDIT
003160     DISPLAY "E-NOMBRE : " E-NOMBRE
003170     DISPLAY "DERECHO ANUAL : " VA-DERECHO
003175         "  ARRASTRE : " VA-ARRASTRE
003180         "  TOMADOS : " E-VAC-TOMADOS
003190         "  SALDO : " VA-SALDO-EDIT
003191     IF VA-ARRASTRE > E-VAC-TOMADOS AND
003192             E-VAC-ARR-CADUCA NOT = ZERO
003193         DISPLAY "DIAS ARRASTRADOS PENDIENTES CADUCAN EL "
003194             E-VAC-ARR-CADUCA
003195     END-IF
003200     IF VA-SALDO < 0
003210         DISPLAY "AVISO: SALDO SOBREPASADO"
003220     END-IF.
