IDENTIFICATION DIVISION.
PROGRAM-ID. CardCheck.
*> Subprograma de normalización y validación del número de tarjeta
*> de socio (ver TARJREC.cpy). Quita espacios, guiones y puntos de lo
*> tecleado, exige 9 cifras y comprueba la última con el algoritmo de
*> Luhn sobre las 8 primeras: empezando por la derecha, una cifra de
*> cada dos se dobla (restando 9 si pasa de 9), se suman todas y la
*> cifra de control es la que lleva la suma a la decena siguiente.
*> Detecta cualquier cifra cambiada y casi todas las trasposiciones.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-WORK PIC X(15) VALUE SPACES.
01 WS-COMPACT PIC X(15) VALUE SPACES.
01 WS-LEN PIC 9(02) VALUE 0.
01 WS-POS PIC 9(02) VALUE 0.
01 WS-DIGITS PIC X(09) VALUE SPACES.
01 WS-DIGITS-N REDEFINES WS-DIGITS PIC 9(09).
01 WS-DIGIT PIC 9(02) VALUE 0.
01 WS-DOUBLE PIC X VALUE "Y".
01 WS-SUM PIC 9(03) VALUE 0.

LINKAGE SECTION.
    COPY CARDAREA REPLACING CARDCHECK-AREA BY LNK-CARD-AREA.

PROCEDURE DIVISION USING LNK-CARD-AREA.
    MOVE 0 TO CCK-CARD-NUMBER OF LNK-CARD-AREA.
    MOVE 0 TO CCK-EXPECTED-DIGIT OF LNK-CARD-AREA.
    SET CCK-INVALID OF LNK-CARD-AREA TO TRUE.

    *> Fuera espacios, guiones y puntos ("000123-01-7").
    MOVE CCK-INPUT OF LNK-CARD-AREA TO WS-WORK.
    MOVE SPACES TO WS-COMPACT.
    MOVE 0 TO WS-LEN.
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 15
        IF WS-WORK (WS-POS:1) NOT = SPACE
                AND WS-WORK (WS-POS:1) NOT = "-"
                AND WS-WORK (WS-POS:1) NOT = "."
            ADD 1 TO WS-LEN
            MOVE WS-WORK (WS-POS:1) TO WS-COMPACT (WS-LEN:1)
        END-IF
    END-PERFORM.
    IF WS-LEN NOT = 9
        GOBACK
    END-IF.
    IF WS-COMPACT (1:9) IS NOT NUMERIC
        GOBACK
    END-IF.
    MOVE WS-COMPACT (1:9) TO WS-DIGITS.
    MOVE WS-DIGITS-N TO CCK-CARD-NUMBER OF LNK-CARD-AREA.

    *> Luhn: la cifra inmediatamente a la izquierda de la de control
    *> es la primera que se dobla.
    MOVE 0 TO WS-SUM.
    MOVE "Y" TO WS-DOUBLE.
    PERFORM VARYING WS-POS FROM 8 BY -1 UNTIL WS-POS < 1
        MOVE WS-DIGITS (WS-POS:1) TO WS-DIGIT
        IF WS-DOUBLE = "Y"
            COMPUTE WS-DIGIT = WS-DIGIT * 2
            IF WS-DIGIT > 9
                SUBTRACT 9 FROM WS-DIGIT
            END-IF
            MOVE "N" TO WS-DOUBLE
        ELSE
            MOVE "Y" TO WS-DOUBLE
        END-IF
        ADD WS-DIGIT TO WS-SUM
    END-PERFORM.
    COMPUTE CCK-EXPECTED-DIGIT OF LNK-CARD-AREA =
        FUNCTION MOD (10 - FUNCTION MOD (WS-SUM, 10), 10).
    MOVE WS-DIGITS (9:1) TO WS-DIGIT.
    IF WS-DIGIT = CCK-EXPECTED-DIGIT OF LNK-CARD-AREA
        SET CCK-VALID OF LNK-CARD-AREA TO TRUE
    END-IF.
    GOBACK.
