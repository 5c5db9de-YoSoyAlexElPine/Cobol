000900*   2026-09-03  RT   ADDED E-CATEGORIA, THE CONVENIO CATEGORY
000910*                    JUDGED AGAINST CONVMST.DAT (SHARED CONVVAL
000920*                    LOOKUP) AND CHECKED BY EMPCMIN.
000921*   2026-10-15  RT   ADDED A THIRD E-STATUS, "S" (E-SUSPENDIDO),
000922*                    FOR AN EMPLOYEE ON LEAVE OF ABSENCE OR
000923*                    CONTRACT SUSPENSION, WITH THE LEAVE TYPE
000924*                    E-EXC-TIPO (NR PERMISO NO RETRIBUIDO, NM
000925*                    NACIMIENTO/CUIDADO DE MENOR, EV EXCEDENCIA
000926*                    VOLUNTARIA, EF EXCEDENCIA FORZOSA - CARGO
000927*                    PUBLICO O SERVICIO MILITAR, CF CUIDADO DE
000928*                    FAMILIARES), ITS START DATE AND THE EXPECTED
000929*                    RETURN DATE.  THE SEAT AND E-FECHA-BAJA ARE
000930*                    LEFT ALONE.
000931*   2026-10-15  RT   ADDED E-VAC-ARRASTRE, THE UNUSED VACATION
000932*                    DAYS THE EMPVCIE YEAR-END CLOSE CARRIED INTO
000933*                    THE CURRENT YEAR (CAPPED BY THE CONVENIO),
000934*                    AND E-VAC-ARR-CADUCA, THE DATE THOSE CARRIED
000935*                    DAYS LAPSE IF STILL NOT TAKEN (ZERO MEANS NO
000936*                    EXPIRY).
000937*   2026-10-15  RT   ADDED E-CENTRO, THE WORK CENTRE (CENTROS.DAT,
000938*                    JUDGED BY THE SHARED CENTVAL LOOKUP) THE
000939*                    EMPLOYEE IS ASSIGNED TO.  IT NAMES THE
000940*                    SOCIAL-SECURITY ACCOUNT THE EMPSSRE
000941*                    REMITTANCE FILES THEM UNDER AND THE REGIONAL
000942*                    HOLIDAY CALENDAR DIASLAB COUNTS THEIR WORKING
000943*                    DAYS AGAINST.
000944*   2026-10-15  RT   ADDED E-SEXO, THE EMPLOYEE'S SEX (M MUJER, H
000945*                    HOMBRE, BLANK NOT YET RECORDED), FOR THE
000946*                    EMPIGUA PAY-EQUALITY REGISTER (REGISTRO
000947*                    RETRIBUTIVO).
000948*   2026-10-15  RT   ADDED E-EDAD-PRIVADA: S MEANS THE EMPLOYEE
000949*                    ASKED THAT THEIR AGE NOT BE SHOWN, SO THE
000950*                    EMPFELI BIRTHDAY GREETINGS WISH THEM A HAPPY
000951*                    BIRTHDAY WITHOUT SAYING WHICH ONE (BLANK OR N
000952*                    SHOWS IT).
000953******************************************************************
000954 01  EMPLEADOS-REGISTRO.
000955     05  E-ID            PIC X(50).
000960     05  E-NOMBRE        PIC X(50).
000970     05  E-EDAD          PIC 99.
000980         88  JOVEN       VALUE 1 THRU 30.
001030     05  E-STATUS        PIC X(01) VALUE "A".
001040         88  E-ACTIVO    VALUE "A".
001050         88  E-INACTIVO  VALUE "I".
001055         88  E-SUSPENDIDO VALUE "S".
001060     05  E-FECHA-INGRESO PIC 9(8) VALUE ZERO.
001070     05  E-FECHA-BAJA    PIC 9(8) VALUE ZERO.
001080     05  E-DEPTO         PIC X(04) VALUE SPACES.
001260         88  E-PRUEBA-CONFIRMADA VALUE "S".
001270         88  E-PRUEBA-PENDIENTE  VALUES " " "N".
001280     05  E-CATEGORIA     PIC X(04) VALUE SPACES.
001290     05  E-EXC-TIPO      PIC X(02) VALUE SPACES.
001300         88  E-EXC-TIPO-VALIDO VALUES "NR" "NM" "EV" "EF" "CF".
001310     05  E-EXC-FECHA-INICIO  PIC 9(8) VALUE ZERO.
001320     05  E-EXC-FECHA-RETORNO PIC 9(8) VALUE ZERO.
001330     05  E-VAC-ARRASTRE  PIC 9(03) VALUE ZERO.
001340     05  E-VAC-ARR-CADUCA PIC 9(8) VALUE ZERO.
001350     05  E-CENTRO        PIC X(04) VALUE SPACES.
001360     05  E-SEXO          PIC X(01) VALUE SPACE.
001370         88  E-SEXO-MUJER    VALUE "M".
001380         88  E-SEXO-HOMBRE   VALUE "H".
001390         88  E-SEXO-VALIDO   VALUES "M" "H".
001400     05  E-EDAD-PRIVADA  PIC X(01) VALUE SPACE.
001410         88  E-EDAD-RESERVADA VALUE "S".
