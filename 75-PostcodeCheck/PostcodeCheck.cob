IDENTIFICATION DIVISION.
PROGRAM-ID. PostcodeCheck.
*> Subprograma de validación de códigos postales: dada una dirección
*> de contactos.txt, localiza el código postal (el primer grupo de
*> exactamente cinco dígitos), toma como municipio el texto que le
*> sigue hasta la siguiente coma y lo contrasta con
*> codigos_postales.txt. Devuelve el municipio y la provincia de la
*> referencia. En la primera llamada carga el fichero entero en
*> memoria y las siguientes llamadas de la misma ejecución consultan
*> la tabla. Sin fichero de referencia sólo puede decir si falta el
*> código.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POSTCODE-FILE ASSIGN TO "codigos_postales.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POSTCODE-STATUS.

DATA DIVISION.
FILE SECTION.
FD POSTCODE-FILE.
    COPY CPOSTREC REPLACING POSTCODE-RECORD BY POSTCODE-REC.

WORKING-STORAGE SECTION.
01 WS-POSTCODE-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-LOADED PIC X VALUE "N".
01 WS-REFERENCE-OK PIC X VALUE "N".

*> Tabla en memoria de la referencia, en el orden del fichero.
01 WS-POSTCODE-TABLE.
    05 WS-PCT-ENTRY OCCURS 3000 TIMES.
        10 WS-PCT-CODE         PIC X(05).
        10 WS-PCT-MUNICIPALITY PIC X(30).
        10 WS-PCT-PROVINCE     PIC X(20).
01 WS-PCT-COUNT PIC 9(04) VALUE 0.
01 WS-PCT-IDX PIC 9(04) VALUE 0.
01 WS-PCT-FIRST-IDX PIC 9(04) VALUE 0.
01 WS-PCT-MATCH-IDX PIC 9(04) VALUE 0.

*> Exploración de la dirección.
01 WS-ADDRESS PIC X(40) VALUE SPACES.
01 WS-SCAN-POS PIC 9(02) VALUE 0.
01 WS-CODE-POS PIC 9(02) VALUE 0.
01 WS-TOWN-POS PIC 9(02) VALUE 0.
01 WS-TOWN-LEN PIC 9(02) VALUE 0.
01 WS-DIGIT-AFTER PIC X VALUE "N".

LINKAGE SECTION.
    COPY CPAREA REPLACING POSTCODE-AREA BY LNK-POSTCODE-AREA.

PROCEDURE DIVISION USING LNK-POSTCODE-AREA.
    IF WS-LOADED = "N"
        PERFORM 1000-LOAD-REFERENCE THRU 1000-LOAD-REFERENCE-EXIT
        MOVE "Y" TO WS-LOADED
    END-IF.

    MOVE SPACES TO PCK-POSTCODE OF LNK-POSTCODE-AREA.
    MOVE SPACES TO PCK-TOWN OF LNK-POSTCODE-AREA.
    MOVE SPACES TO PCK-MUNICIPALITY OF LNK-POSTCODE-AREA.
    MOVE SPACES TO PCK-PROVINCE OF LNK-POSTCODE-AREA.
    MOVE PCK-ADDRESS OF LNK-POSTCODE-AREA TO WS-ADDRESS.

    PERFORM 2000-FIND-POSTCODE.
    IF WS-CODE-POS = 0
        SET PCK-MISSING OF LNK-POSTCODE-AREA TO TRUE
        GOBACK
    END-IF.
    MOVE WS-ADDRESS (WS-CODE-POS:5) TO PCK-POSTCODE OF LNK-POSTCODE-AREA.
    PERFORM 2100-EXTRACT-TOWN THRU 2100-EXTRACT-TOWN-EXIT.

    IF WS-REFERENCE-OK = "N"
        SET PCK-NO-REFERENCE OF LNK-POSTCODE-AREA TO TRUE
        GOBACK
    END-IF.

    PERFORM 3000-LOOKUP-POSTCODE.
    IF WS-PCT-FIRST-IDX = 0
        SET PCK-UNKNOWN OF LNK-POSTCODE-AREA TO TRUE
        GOBACK
    END-IF.
    IF WS-PCT-MATCH-IDX > 0
        SET PCK-OK OF LNK-POSTCODE-AREA TO TRUE
    ELSE
        *> Sin municipio escrito tras el código no hay nada que
        *> contradiga la referencia.
        MOVE WS-PCT-FIRST-IDX TO WS-PCT-MATCH-IDX
        IF PCK-TOWN OF LNK-POSTCODE-AREA = SPACES
            SET PCK-OK OF LNK-POSTCODE-AREA TO TRUE
        ELSE
            SET PCK-MISMATCH OF LNK-POSTCODE-AREA TO TRUE
        END-IF
    END-IF.
    MOVE WS-PCT-MUNICIPALITY (WS-PCT-MATCH-IDX)
        TO PCK-MUNICIPALITY OF LNK-POSTCODE-AREA.
    MOVE WS-PCT-PROVINCE (WS-PCT-MATCH-IDX)
        TO PCK-PROVINCE OF LNK-POSTCODE-AREA.
    GOBACK.

1000-LOAD-REFERENCE.
    OPEN INPUT POSTCODE-FILE.
    IF WS-POSTCODE-STATUS NOT = "00"
        GO TO 1000-LOAD-REFERENCE-EXIT
    END-IF.
    MOVE "Y" TO WS-REFERENCE-OK.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ POSTCODE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-PCT-COUNT >= 3000
                    DISPLAY "Aviso: más de 3000 líneas en "
                        "'codigos_postales.txt'; el resto no se "
                        "consulta."
                    MOVE "Y" TO WS-EOF
                ELSE
                    ADD 1 TO WS-PCT-COUNT
                    MOVE CP-POSTCODE OF POSTCODE-REC
                        TO WS-PCT-CODE (WS-PCT-COUNT)
                    MOVE CP-MUNICIPALITY OF POSTCODE-REC
                        TO WS-PCT-MUNICIPALITY (WS-PCT-COUNT)
                    MOVE CP-PROVINCE OF POSTCODE-REC
                        TO WS-PCT-PROVINCE (WS-PCT-COUNT)
                    INSPECT WS-PCT-MUNICIPALITY (WS-PCT-COUNT)
                        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                END-IF
        END-READ
    END-PERFORM.
    CLOSE POSTCODE-FILE.
1000-LOAD-REFERENCE-EXIT.
    EXIT.

2000-FIND-POSTCODE.
    *> Primer grupo de cinco dígitos que no forme parte de un número
    *> más largo (un teléfono o un número de cuenta mal puestos).
    MOVE 0 TO WS-CODE-POS.
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > 36 OR WS-CODE-POS > 0
        IF WS-ADDRESS (WS-SCAN-POS:5) IS NUMERIC
            MOVE "N" TO WS-DIGIT-AFTER
            IF WS-SCAN-POS < 36
                IF WS-ADDRESS (WS-SCAN-POS + 5:1) IS NUMERIC
                    MOVE "Y" TO WS-DIGIT-AFTER
                END-IF
            END-IF
            IF WS-DIGIT-AFTER = "N"
                IF WS-SCAN-POS = 1
                    MOVE WS-SCAN-POS TO WS-CODE-POS
                ELSE
                    IF WS-ADDRESS (WS-SCAN-POS - 1:1) IS NOT NUMERIC
                        MOVE WS-SCAN-POS TO WS-CODE-POS
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.
2000-FIND-POSTCODE-EXIT.
    EXIT.

2100-EXTRACT-TOWN.
    *> Lo que sigue al código, sin blancos delante, hasta la
    *> siguiente coma o el final de la dirección.
    COMPUTE WS-TOWN-POS = WS-CODE-POS + 5.
    PERFORM UNTIL WS-TOWN-POS > 40
        IF WS-ADDRESS (WS-TOWN-POS:1) NOT = SPACE
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-TOWN-POS
    END-PERFORM.
    IF WS-TOWN-POS > 40
        GO TO 2100-EXTRACT-TOWN-EXIT
    END-IF.
    MOVE 0 TO WS-TOWN-LEN.
    PERFORM VARYING WS-SCAN-POS FROM WS-TOWN-POS BY 1
        UNTIL WS-SCAN-POS > 40
        IF WS-ADDRESS (WS-SCAN-POS:1) = ","
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-TOWN-LEN
    END-PERFORM.
    IF WS-TOWN-LEN > 0
        MOVE WS-ADDRESS (WS-TOWN-POS:WS-TOWN-LEN)
            TO PCK-TOWN OF LNK-POSTCODE-AREA
        INSPECT PCK-TOWN OF LNK-POSTCODE-AREA
            CONVERTING "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    END-IF.
2100-EXTRACT-TOWN-EXIT.
    EXIT.

3000-LOOKUP-POSTCODE.
    *> Primera línea del código y, si la hay, la del municipio que
    *> nombra la dirección.
    MOVE 0 TO WS-PCT-FIRST-IDX.
    MOVE 0 TO WS-PCT-MATCH-IDX.
    PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
        UNTIL WS-PCT-IDX > WS-PCT-COUNT
        IF WS-PCT-CODE (WS-PCT-IDX) = PCK-POSTCODE OF LNK-POSTCODE-AREA
            IF WS-PCT-FIRST-IDX = 0
                MOVE WS-PCT-IDX TO WS-PCT-FIRST-IDX
            END-IF
            IF PCK-TOWN OF LNK-POSTCODE-AREA NOT = SPACES
                AND WS-PCT-MUNICIPALITY (WS-PCT-IDX)
                    = PCK-TOWN OF LNK-POSTCODE-AREA
                MOVE WS-PCT-IDX TO WS-PCT-MATCH-IDX
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM.
3000-LOOKUP-POSTCODE-EXIT.
    EXIT.
