000260*                    FIELD IS WRITTEN BLANK AND THE POSITION IS
000270*                    KEYED FROM EMPMAINT AFTERWARDS.  CONTROL
000280*                    RECORD FILLERS CAUGHT UP WITH THE LENGTH.
000281*   2026-10-15  RT   THE FEED RECORD GREW THE NIF/NIE, NAF AND
000282*                    WORK-PERMIT FIELDS.  THE EXTRACT'S OPTIONAL
000283*                    E-NIF, E-NAF, E-PERMISO AND E-PERMISO-CADUCA
000284*                    COLUMNS ARE MAPPED WHEN THE HEADER NAMES
000285*                    THEM; OTHERWISE THE FIELDS ARE WRITTEN BLANK
000286*                    AND THE REGISTER KEEPS WHAT IT HOLDS.
000287*   2026-10-15  RT   THE FEED RECORD GREW THE EMPLOYEE'S SEX. THE
000288*                    EXTRACT'S OPTIONAL E-SEXO COLUMN IS MAPPED
000289*                    WHEN THE HEADER NAMES IT; OTHERWISE THE FIELD
000290*                    IS WRITTEN BLANK AND THE MASTER KEEPS WHAT IT
000291*                    HOLDS.
000292******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. EMPCNV.
000320
000620     05  ENT-E-DEPTO         PIC X(04).
000630     05  ENT-E-SUPERVISOR    PIC X(50).
000640     05  ENT-E-PUESTO        PIC X(06).
000641     05  ENT-E-NIF           PIC X(09).
000642     05  ENT-E-NAF           PIC X(12).
000643     05  ENT-E-PERMISO       PIC X(02).
000644     05  ENT-E-PERMISO-CADUCA PIC X(08).
000645     05  ENT-E-SEXO          PIC X(01).
000650 01  ENTRADA-CABECERA.
000660     05  ENT-CAB-TIPO        PIC X(03).
000670     05  ENT-CAB-FECHA       PIC 9(08).
000680     05  ENT-CAB-ORIGEN      PIC X(20).
000690     05  FILLER              PIC X(213).
000700 01  ENTRADA-COLA.
000710     05  ENT-FIN-TIPO        PIC X(03).
000720     05  ENT-FIN-COUNT       PIC 9(07).
000730     05  ENT-FIN-HASH        PIC 9(09).
000740     05  FILLER              PIC X(225).
000750
000760 FD  RECHAZOS-LISTADO.
000770 01  RPT-LINEA                PIC X(132).
001090     05  CN-COL-EMAIL         PIC 9(2) VALUE 0.
001100     05  CN-COL-DEPTO         PIC 9(2) VALUE 0.
001110     05  CN-COL-SUPER         PIC 9(2) VALUE 0.
001111     05  CN-COL-NIF           PIC 9(2) VALUE 0.
001112     05  CN-COL-NAF           PIC 9(2) VALUE 0.
001113     05  CN-COL-PERMISO       PIC 9(2) VALUE 0.
001114     05  CN-COL-CADUCA        PIC 9(2) VALUE 0.
001115     05  CN-COL-SEXO          PIC 9(2) VALUE 0.
001120 01  CN-COL-MAXIMA            PIC 9(2) VALUE 0.
001130 01  CN-NOMBRE-COL            PIC X(20) VALUE SPACES.
001140 01  CN-ENCABEZADO-SW         PIC X VALUE "N".
002910             MOVE CN-IDX TO CN-COL-DEPTO
002920         WHEN "E-SUPERVISOR"
002930             MOVE CN-IDX TO CN-COL-SUPER
002931         WHEN "E-NIF"
002932             MOVE CN-IDX TO CN-COL-NIF
002933         WHEN "E-NAF"
002934             MOVE CN-IDX TO CN-COL-NAF
002935         WHEN "E-PERMISO"
002936             MOVE CN-IDX TO CN-COL-PERMISO
002937         WHEN "E-PERMISO-CADUCA"
002938             MOVE CN-IDX TO CN-COL-CADUCA
002939         WHEN "E-SEXO"
002940             MOVE CN-IDX TO CN-COL-SEXO
002941     END-EVALUATE.
002950
002960*----------------------------------------------------------------
002970* 5000-ESCRIBIR-REGISTRO - MAP THE NAMED COLUMNS ONTO THE FIXED
003230                     TO ENT-E-SUPERVISOR
003240             END-IF
003250             MOVE SPACES TO ENT-E-PUESTO
003251             IF CN-COL-NIF > 0 AND
003252                     CN-NUM-CAMPOS >= CN-COL-NIF
003253                 MOVE CN-CAMPO (CN-COL-NIF) (1:9) TO ENT-E-NIF
003254             END-IF
003255             IF CN-COL-NAF > 0 AND
003256                     CN-NUM-CAMPOS >= CN-COL-NAF
003257                 MOVE CN-CAMPO (CN-COL-NAF) (1:12) TO ENT-E-NAF
003258             END-IF
003259             IF CN-COL-PERMISO > 0 AND
003260                     CN-NUM-CAMPOS >= CN-COL-PERMISO
003261                 MOVE CN-CAMPO (CN-COL-PERMISO) (1:2)
003262                     TO ENT-E-PERMISO
003263             END-IF
003264             IF CN-COL-CADUCA > 0 AND
003265                     CN-NUM-CAMPOS >= CN-COL-CADUCA
003266                 MOVE CN-CAMPO (CN-COL-CADUCA) (1:8)
003267                     TO ENT-E-PERMISO-CADUCA
003268             END-IF
003269             IF CN-COL-SEXO > 0 AND
003270                     CN-NUM-CAMPOS >= CN-COL-SEXO
003271                 MOVE CN-CAMPO (CN-COL-SEXO) (1:1) TO ENT-E-SEXO
003272             END-IF
003273             WRITE ENTRADA-REGISTRO
003274             ADD 1 TO CN-ESCRITOS
003280             IF ENT-E-EDAD NUMERIC
003290                 ADD ENT-E-EDAD TO CN-CTL-HASH
003300             END-IF
