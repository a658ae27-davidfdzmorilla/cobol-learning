IDENTIFICATION DIVISION.
PROGRAM-ID. DocumentCheck.
*> Subprograma de normalización y validación del documento de
*> identidad (DNI o NIE). Deja el número en la forma en que se
*> guarda en documentos.txt y comprueba la letra de control:
*> número de 8 cifras módulo 23 sobre la tabla oficial de letras;
*> en el NIE la letra inicial X, Y, Z cuenta como la cifra 0, 1, 2
*> delante de las 7 restantes. El DNI antiguo de 7 cifras se admite
*> y se completa con un cero a la izquierda.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-LETTERS PIC X(23) VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
01 WS-WORK PIC X(15) VALUE SPACES.
01 WS-COMPACT PIC X(15) VALUE SPACES.
01 WS-LEN PIC 9(02) VALUE 0.
01 WS-POS PIC 9(02) VALUE 0.
01 WS-DIGITS PIC X(08) VALUE SPACES.
01 WS-DIGITS-N REDEFINES WS-DIGITS PIC 9(08).
01 WS-DIGIT-COUNT PIC 9(02) VALUE 0.
01 WS-LETTER PIC X(01) VALUE SPACE.
01 WS-QUOTIENT PIC 9(08) VALUE 0.
01 WS-REMAINDER PIC 9(02) VALUE 0.

LINKAGE SECTION.
    COPY DOCAREA REPLACING DOCCHECK-AREA BY LNK-DOC-AREA.

PROCEDURE DIVISION USING LNK-DOC-AREA.
    MOVE SPACES TO DCK-DOC-TYPE OF LNK-DOC-AREA.
    MOVE SPACES TO DCK-DOC-NUMBER OF LNK-DOC-AREA.
    MOVE SPACE TO DCK-EXPECTED-LETTER OF LNK-DOC-AREA.
    SET DCK-INVALID OF LNK-DOC-AREA TO TRUE.

    *> Mayúsculas y fuera espacios, guiones y puntos ("12.345.678-z").
    MOVE DCK-INPUT OF LNK-DOC-AREA TO WS-WORK.
    INSPECT WS-WORK CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
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
    MOVE WS-COMPACT (1:9) TO DCK-DOC-NUMBER OF LNK-DOC-AREA.
    IF WS-LEN < 2 OR WS-LEN > 9
        GOBACK
    END-IF.
    MOVE WS-COMPACT (WS-LEN:1) TO WS-LETTER.
    IF WS-LETTER IS NOT ALPHABETIC OR WS-LETTER = SPACE
        GOBACK
    END-IF.

    MOVE ZEROS TO WS-DIGITS.
    EVALUATE WS-COMPACT (1:1)
        WHEN "X" WHEN "Y" WHEN "Z"
            *> NIE: letra inicial, 7 cifras y letra de control.
            IF WS-LEN NOT = 9
                GOBACK
            END-IF
            IF WS-COMPACT (2:7) IS NOT NUMERIC
                GOBACK
            END-IF
            MOVE "NIE" TO DCK-DOC-TYPE OF LNK-DOC-AREA
            EVALUATE WS-COMPACT (1:1)
                WHEN "X" MOVE "0" TO WS-DIGITS (1:1)
                WHEN "Y" MOVE "1" TO WS-DIGITS (1:1)
                WHEN "Z" MOVE "2" TO WS-DIGITS (1:1)
            END-EVALUATE
            MOVE WS-COMPACT (2:7) TO WS-DIGITS (2:7)
            MOVE WS-COMPACT (1:9) TO DCK-DOC-NUMBER OF LNK-DOC-AREA
        WHEN OTHER
            *> DNI: hasta 8 cifras y letra de control.
            COMPUTE WS-DIGIT-COUNT = WS-LEN - 1
            IF WS-DIGIT-COUNT < 7
                GOBACK
            END-IF
            IF WS-COMPACT (1:WS-DIGIT-COUNT) IS NOT NUMERIC
                GOBACK
            END-IF
            MOVE "DNI" TO DCK-DOC-TYPE OF LNK-DOC-AREA
            MOVE WS-COMPACT (1:WS-DIGIT-COUNT)
                TO WS-DIGITS (9 - WS-DIGIT-COUNT:WS-DIGIT-COUNT)
            MOVE SPACES TO DCK-DOC-NUMBER OF LNK-DOC-AREA
            STRING WS-DIGITS DELIMITED BY SIZE
                   WS-LETTER DELIMITED BY SIZE
                INTO DCK-DOC-NUMBER OF LNK-DOC-AREA
    END-EVALUATE.

    DIVIDE WS-DIGITS-N BY 23 GIVING WS-QUOTIENT
        REMAINDER WS-REMAINDER.
    MOVE WS-LETTERS (WS-REMAINDER + 1:1)
        TO DCK-EXPECTED-LETTER OF LNK-DOC-AREA.
    IF DCK-EXPECTED-LETTER OF LNK-DOC-AREA = WS-LETTER
        SET DCK-VALID OF LNK-DOC-AREA TO TRUE
    END-IF.
    GOBACK.
