IDENTIFICATION DIVISION.
PROGRAM-ID. VerificationEntry.
*> Anotación de los resultados de la auditoría de verificación de
*> datos (ver VerificationSample): el operador recoge las hojas
*> comprobadas y anota por cada persona de la muestra si todo
*> coincide, qué campos no coinciden y su valor real, o que no se
*> la pudo localizar.
*>   (R)egistrar  resultado de una persona de la muestra.
*>   (P)endientes personas de la muestra todavía sin resultado.
*> La auditoría es la de VERIFICACION_AUDITORIA o, si no se indica,
*> la última sorteada en verificacion_muestra.txt. Sólo se anotan
*> personas de las sucursales del operador (BranchAccess). Volver a
*> anotar a una persona sustituye su resultado anterior en esa
*> auditoría. Los resultados quedan en verificacion_resultados.txt
*> (ver VERIFREC.cpy), que se recarga y se reescribe entero en cada
*> anotación.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SAMPLE-FILE ASSIGN TO "verificacion_muestra.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SAMPLE-STATUS.
    SELECT RESULT-FILE ASSIGN TO "verificacion_resultados.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RESULT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD SAMPLE-FILE.
    COPY MUESTREC REPLACING SAMPLE-RECORD BY SAMPLE-REC.

FD RESULT-FILE.
    COPY VERIFREC REPLACING VERIFICATION-RECORD BY RESULT-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-SAMPLE-STATUS PIC XX VALUE "00".
01 WS-RESULT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-CONTINUE PIC X VALUE "Y".
01 WS-OPTION PIC X VALUE SPACE.
01 WS-ANSWER PIC X VALUE SPACE.
01 WS-ID PIC 9(06) VALUE 0.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-RECORDED-COUNT PIC 9(04) VALUE 0.
01 WS-SHOWN-COUNT PIC 9(04) VALUE 0.

*> Auditoría en curso.
01 WS-AUDIT-ENV PIC X(08) VALUE SPACES.
01 WS-AUDIT-ID PIC 9(08) VALUE 0.

*> Muestra de la auditoría.
01 WS-MU-TABLE.
    05 WS-MU-LINE PIC X(223) OCCURS 2000 TIMES.
01 WS-MU-COUNT PIC 9(04) VALUE 0.
01 WS-MU-IDX PIC 9(04) VALUE 0.
01 WS-MU-FOUND-IDX PIC 9(04) VALUE 0.
COPY MUESTREC REPLACING SAMPLE-RECORD BY WS-MU-WORK.

*> Resultados de todas las auditorías.
01 WS-VR-TABLE.
    05 WS-VR-LINE PIC X(100) OCCURS 5000 TIMES.
01 WS-VR-COUNT PIC 9(04) VALUE 0.
01 WS-VR-IDX PIC 9(04) VALUE 0.
01 WS-VR-KEPT PIC 9(04) VALUE 0.
01 WS-VR-OVERFLOW PIC X VALUE "N".
01 WS-VR-LOADED PIC X VALUE "N".
01 WS-VR-PREVIOUS PIC 9(02) VALUE 0.
COPY VERIFREC REPLACING VERIFICATION-RECORD BY WS-VR-WORK.

*> Resultado que se está anotando: hasta un campo distinto por cada
*> campo de la hoja.
01 WS-OUTCOME PIC X VALUE SPACE.
01 WS-NEW-TABLE.
    05 WS-NEW-ENTRY OCCURS 8 TIMES.
        10 WS-NEW-FIELD PIC X(01).
        10 WS-NEW-VALUE PIC X(40).
01 WS-NEW-COUNT PIC 9 VALUE 0.
01 WS-NEW-IDX PIC 9 VALUE 0.
01 WS-NEW-FOUND PIC 9 VALUE 0.
01 WS-FIELD-CODE PIC X VALUE SPACE.
01 WS-FIELD-OK PIC X VALUE "N".
01 WS-REAL-VALUE PIC X(40) VALUE SPACES.
01 WS-SHEET-VALUE PIC X(40) VALUE SPACES.
01 WS-COMMA-COUNT PIC 9(02) VALUE 0.
01 WS-DATE-CHECK PIC 9(08) VALUE 0.
01 WS-AGE-CHECK PIC 9(03) VALUE 0.
01 WS-OUTCOME-WORD PIC X(12) VALUE SPACES.

*> Acceso por sucursal del operador (ver BRACAREA.cpy).
COPY BRACAREA REPLACING BRANCH-ACCESS-AREA BY WS-BRA-AREA.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-AUDIT-DATE-N PIC 9(8) VALUE 0.
01 WS-AUDIT-DATE-R REDEFINES WS-AUDIT-DATE-N.
    05 WS-AUDIT-YEAR  PIC 9(4).
    05 WS-AUDIT-MONTH PIC 99.
    05 WS-AUDIT-DAY   PIC 99.
01 WS-AUDIT-DATE-DISPLAY PIC X(10).
01 WS-AUDIT-TIME-N PIC 9(8) VALUE 0.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes.
    CANCEL "BranchAccess".
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    ACCEPT WS-AUDIT-ENV FROM ENVIRONMENT "VERIFICACION_AUDITORIA".
    IF WS-AUDIT-ENV IS NUMERIC
        MOVE WS-AUDIT-ENV TO WS-AUDIT-ID
    END-IF.
    PERFORM 1000-LOAD-SAMPLE THRU 1000-LOAD-SAMPLE-EXIT.
    IF WS-MU-COUNT = 0
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "Auditoría de verificación " WS-AUDIT-ID ": " WS-MU-COUNT
        " personas en la muestra.".

    PERFORM UNTIL WS-CONTINUE = "N"
        DISPLAY "Verificación: (R)egistrar resultado, (P)endientes, "
            "(S)alir: " WITH NO ADVANCING
        ACCEPT WS-OPTION
        EVALUATE WS-OPTION
            WHEN "R" WHEN "r"
                PERFORM 2000-RECORD-RESULT THRU 2000-RECORD-RESULT-EXIT
            WHEN "P" WHEN "p"
                PERFORM 3000-SHOW-PENDING
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
                DISPLAY "Opción no reconocida."
        END-EVALUATE
    END-PERFORM.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-SAMPLE.
    *> Sin auditoría indicada se toma la última sorteada.
    MOVE 0 TO WS-MU-COUNT.
    OPEN INPUT SAMPLE-FILE.
    IF WS-SAMPLE-STATUS NOT = "00"
        DISPLAY "No hay ninguna muestra de verificación sorteada "
            "('verificacion_muestra.txt', status " WS-SAMPLE-STATUS ")."
        GO TO 1000-LOAD-SAMPLE-EXIT
    END-IF.
    IF WS-AUDIT-ID = 0
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ SAMPLE-FILE
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                    IF MU-AUDIT-ID OF SAMPLE-REC > WS-AUDIT-ID
                        MOVE MU-AUDIT-ID OF SAMPLE-REC TO WS-AUDIT-ID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SAMPLE-FILE
        OPEN INPUT SAMPLE-FILE
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ SAMPLE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF MU-AUDIT-ID OF SAMPLE-REC = WS-AUDIT-ID
                        AND WS-MU-COUNT < 2000
                    ADD 1 TO WS-MU-COUNT
                    MOVE SAMPLE-REC TO WS-MU-LINE (WS-MU-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SAMPLE-FILE.
    IF WS-MU-COUNT = 0
        DISPLAY "La auditoría " WS-AUDIT-ID " no tiene muestra."
    END-IF.
1000-LOAD-SAMPLE-EXIT.
    EXIT.

1100-LOAD-RESULTS.
    MOVE 0 TO WS-VR-COUNT.
    MOVE "N" TO WS-VR-OVERFLOW.
    MOVE "N" TO WS-VR-LOADED.
    OPEN INPUT RESULT-FILE.
    IF WS-RESULT-STATUS = "35"
        *> Todavía no se ha anotado ningún resultado.
        MOVE "Y" TO WS-VR-LOADED
        GO TO 1100-LOAD-RESULTS-EXIT
    END-IF.
    IF WS-RESULT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'verificacion_resultados.txt' "
            "(status " WS-RESULT-STATUS ")."
        GO TO 1100-LOAD-RESULTS-EXIT
    END-IF.
    MOVE "Y" TO WS-VR-LOADED.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ RESULT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-VR-COUNT < 5000
                    ADD 1 TO WS-VR-COUNT
                    MOVE RESULT-REC TO WS-VR-LINE (WS-VR-COUNT)
                ELSE
                    MOVE "Y" TO WS-VR-OVERFLOW
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RESULT-FILE.
    IF WS-VR-OVERFLOW = "Y"
        *> Reescribir desde una tabla incompleta perdería las líneas
        *> que no caben.
        DISPLAY "Aviso: 'verificacion_resultados.txt' tiene más de "
            "5000 líneas; no se admiten más anotaciones."
    END-IF.
1100-LOAD-RESULTS-EXIT.
    EXIT.

1200-FIND-IN-SAMPLE.
    MOVE 0 TO WS-MU-FOUND-IDX.
    PERFORM VARYING WS-MU-IDX FROM 1 BY 1
        UNTIL WS-MU-IDX > WS-MU-COUNT
        MOVE WS-MU-LINE (WS-MU-IDX) TO WS-MU-WORK
        IF MU-PERSON-ID OF WS-MU-WORK = WS-ID
            MOVE WS-MU-IDX TO WS-MU-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-MU-FOUND-IDX > 0
        MOVE WS-MU-LINE (WS-MU-FOUND-IDX) TO WS-MU-WORK
    END-IF.
1200-FIND-IN-SAMPLE-EXIT.
    EXIT.

2000-RECORD-RESULT.
    DISPLAY "ID de la persona: " WITH NO ADVANCING.
    MOVE 0 TO WS-ID.
    ACCEPT WS-ID.
    PERFORM 1200-FIND-IN-SAMPLE THRU 1200-FIND-IN-SAMPLE-EXIT.
    IF WS-MU-FOUND-IDX = 0
        DISPLAY "El ID " WS-ID " no está en la muestra de la auditoría "
            WS-AUDIT-ID "."
        GO TO 2000-RECORD-RESULT-EXIT
    END-IF.
    SET BRA-REQ-VERIFY OF WS-BRA-AREA TO TRUE.
    MOVE WS-ID TO BRA-PERSON-ID OF WS-BRA-AREA.
    MOVE MU-BRANCH-CODE OF WS-MU-WORK TO BRA-BRANCH-CODE OF WS-BRA-AREA.
    MOVE "VerificationEntry" TO BRA-PROGRAM OF WS-BRA-AREA.
    CALL "BranchAccess" USING WS-BRA-AREA.
    IF BRA-REFUSED OF WS-BRA-AREA
        DISPLAY "El ID " WS-ID " pertenece a otra sucursal ("
            MU-BRANCH-CODE OF WS-MU-WORK "); acceso rechazado y "
            "registrado."
        GO TO 2000-RECORD-RESULT-EXIT
    END-IF.
    PERFORM 2100-SHOW-SHEET.

    PERFORM 1100-LOAD-RESULTS THRU 1100-LOAD-RESULTS-EXIT.
    IF WS-VR-LOADED = "N" OR WS-VR-OVERFLOW = "Y"
        GO TO 2000-RECORD-RESULT-EXIT
    END-IF.
    MOVE 0 TO WS-VR-PREVIOUS.
    PERFORM VARYING WS-VR-IDX FROM 1 BY 1
        UNTIL WS-VR-IDX > WS-VR-COUNT
        MOVE WS-VR-LINE (WS-VR-IDX) TO WS-VR-WORK
        IF VR-AUDIT-ID OF WS-VR-WORK = WS-AUDIT-ID
                AND VR-PERSON-ID OF WS-VR-WORK = WS-ID
            ADD 1 TO WS-VR-PREVIOUS
            PERFORM 2900-SHOW-RESULT-LINE
        END-IF
    END-PERFORM.
    IF WS-VR-PREVIOUS > 0
        DISPLAY "Esta persona ya tiene resultado; ¿sustituirlo? (Y/N): "
            WITH NO ADVANCING
        MOVE SPACE TO WS-ANSWER
        ACCEPT WS-ANSWER
        IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
            GO TO 2000-RECORD-RESULT-EXIT
        END-IF
    END-IF.

    DISPLAY "Resultado: (C)onfirmado, (D)atos distintos, "
        "(I)localizable: " WITH NO ADVANCING.
    MOVE SPACE TO WS-OUTCOME.
    ACCEPT WS-OUTCOME.
    MOVE FUNCTION UPPER-CASE (WS-OUTCOME) TO WS-OUTCOME.
    IF WS-OUTCOME NOT = "C" AND WS-OUTCOME NOT = "D"
            AND WS-OUTCOME NOT = "I"
        DISPLAY "Resultado no reconocido; no se anota nada."
        GO TO 2000-RECORD-RESULT-EXIT
    END-IF.
    MOVE 0 TO WS-NEW-COUNT.
    MOVE "*" TO WS-FIELD-CODE.
    IF WS-OUTCOME = "D"
        PERFORM 2200-ASK-FIELD THRU 2200-ASK-FIELD-EXIT
            UNTIL WS-FIELD-CODE = SPACE
        IF WS-NEW-COUNT = 0
            DISPLAY "No se ha indicado ningún campo distinto; no se "
                "anota nada."
            GO TO 2000-RECORD-RESULT-EXIT
        END-IF
    END-IF.
    PERFORM 2500-SAVE-RESULT THRU 2500-SAVE-RESULT-EXIT.
2000-RECORD-RESULT-EXIT.
    EXIT.

2100-SHOW-SHEET.
    DISPLAY "Hoja " MU-SHEET-NUMBER OF WS-MU-WORK " - sucursal "
        MU-BRANCH-CODE OF WS-MU-WORK.
    DISPLAY "  N Nombre          : " MU-NAME OF WS-MU-WORK.
    DISPLAY "  E Edad            : " MU-AGE OF WS-MU-WORK.
    DISPLAY "  F Fecha nacimiento: " MU-BIRTH-DATE OF WS-MU-WORK.
    DISPLAY "  S Sucursal        : " MU-BRANCH-CODE OF WS-MU-WORK.
    DISPLAY "  D Dirección       : " MU-ADDRESS OF WS-MU-WORK.
    DISPLAY "  T Teléfono        : " MU-PHONE OF WS-MU-WORK.
    DISPLAY "  M Correo          : " MU-EMAIL OF WS-MU-WORK.
    IF MU-HOUSEHOLD-ID OF WS-MU-WORK = 0
        DISPLAY "  H Hogar           : (ninguno)"
    ELSE
        DISPLAY "  H Hogar           : " MU-HOUSEHOLD-ID OF WS-MU-WORK " "
            FUNCTION TRIM(MU-HOUSEHOLD-NAME OF WS-MU-WORK)
    END-IF.
2100-SHOW-SHEET-EXIT.
    EXIT.

2200-ASK-FIELD.
    DISPLAY "Campo distinto (N,E,F,S,D,T,M,H; en blanco = terminar): "
        WITH NO ADVANCING.
    MOVE SPACE TO WS-FIELD-CODE.
    ACCEPT WS-FIELD-CODE.
    MOVE FUNCTION UPPER-CASE (WS-FIELD-CODE) TO WS-FIELD-CODE.
    IF WS-FIELD-CODE = SPACE
        GO TO 2200-ASK-FIELD-EXIT
    END-IF.
    MOVE WS-FIELD-CODE TO VR-FIELD OF WS-VR-WORK.
    IF NOT VR-FIELD-VALID OF WS-VR-WORK
        DISPLAY "Campo no reconocido."
        GO TO 2200-ASK-FIELD-EXIT
    END-IF.
    DISPLAY "Dato real: " WITH NO ADVANCING.
    MOVE SPACES TO WS-REAL-VALUE.
    ACCEPT WS-REAL-VALUE.
    PERFORM 2300-CHECK-VALUE THRU 2300-CHECK-VALUE-EXIT.
    IF WS-FIELD-OK = "N"
        GO TO 2200-ASK-FIELD-EXIT
    END-IF.
    *> Un campo repetido sustituye al anotado antes.
    MOVE 0 TO WS-NEW-FOUND.
    PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
        UNTIL WS-NEW-IDX > WS-NEW-COUNT
        IF WS-NEW-FIELD (WS-NEW-IDX) = WS-FIELD-CODE
            MOVE WS-NEW-IDX TO WS-NEW-FOUND
        END-IF
    END-PERFORM.
    IF WS-NEW-FOUND = 0
        ADD 1 TO WS-NEW-COUNT
        MOVE WS-NEW-COUNT TO WS-NEW-FOUND
    END-IF.
    MOVE WS-FIELD-CODE TO WS-NEW-FIELD (WS-NEW-FOUND).
    MOVE WS-REAL-VALUE TO WS-NEW-VALUE (WS-NEW-FOUND).
2200-ASK-FIELD-EXIT.
    EXIT.

2300-CHECK-VALUE.
    *> El dato real tiene que poder pasar al fichero tal cual: los
    *> del maestro con su formato, y sin comas, que separan los
    *> campos de las transacciones de BatchMaintenance.
    MOVE "N" TO WS-FIELD-OK.
    IF WS-REAL-VALUE = SPACES AND WS-FIELD-CODE NOT = "T"
            AND WS-FIELD-CODE NOT = "M" AND WS-FIELD-CODE NOT = "H"
        DISPLAY "El dato real no puede quedar en blanco."
        GO TO 2300-CHECK-VALUE-EXIT
    END-IF.
    MOVE 0 TO WS-COMMA-COUNT.
    INSPECT WS-REAL-VALUE TALLYING WS-COMMA-COUNT FOR ALL ",".
    IF WS-COMMA-COUNT > 0
        DISPLAY "El dato real no puede llevar comas."
        GO TO 2300-CHECK-VALUE-EXIT
    END-IF.
    MOVE SPACES TO WS-SHEET-VALUE.
    EVALUATE WS-FIELD-CODE
        WHEN "N"
            IF WS-REAL-VALUE (21:20) NOT = SPACES
                DISPLAY "El nombre no cabe en 20 caracteres."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE FUNCTION UPPER-CASE (WS-REAL-VALUE) TO WS-REAL-VALUE
            MOVE MU-NAME OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN "E"
            IF FUNCTION TRIM(WS-REAL-VALUE) IS NOT NUMERIC
                DISPLAY "La edad tiene que ser un número de 0 a 99."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            COMPUTE WS-AGE-CHECK = FUNCTION NUMVAL (WS-REAL-VALUE)
            IF WS-AGE-CHECK > 99
                DISPLAY "La edad tiene que ser un número de 0 a 99."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE SPACES TO WS-REAL-VALUE
            MOVE WS-AGE-CHECK (2:2) TO WS-REAL-VALUE (1:2)
            MOVE MU-AGE OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN "F"
            IF WS-REAL-VALUE (1:8) IS NOT NUMERIC
                    OR WS-REAL-VALUE (9:32) NOT = SPACES
                DISPLAY "Fecha no válida; se espera AAAAMMDD."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE WS-REAL-VALUE (1:8) TO WS-DATE-CHECK
            IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK) NOT = 0
                    OR WS-DATE-CHECK > WS-TODAY
                DISPLAY "Fecha no válida; se espera AAAAMMDD."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE MU-BIRTH-DATE OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN "S"
            IF WS-REAL-VALUE (5:36) NOT = SPACES
                DISPLAY "El código de sucursal tiene 4 caracteres."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE FUNCTION UPPER-CASE (WS-REAL-VALUE) TO WS-REAL-VALUE
            MOVE MU-BRANCH-CODE OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN "D"
            MOVE MU-ADDRESS OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN "T"
            IF WS-REAL-VALUE (16:25) NOT = SPACES
                DISPLAY "El teléfono no cabe en 15 caracteres."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE MU-PHONE OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN "M"
            MOVE MU-EMAIL OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN "H"
            *> El hogar se anota con texto libre ("VIVE SOLO",
            *> "HOGAR 0031"); se corrige en HouseholdMaintenance.
            MOVE SPACES TO WS-SHEET-VALUE
    END-EVALUATE.
    IF WS-FIELD-CODE NOT = "H" AND WS-REAL-VALUE = WS-SHEET-VALUE
        DISPLAY "El dato real coincide con el de la hoja; no es una "
            "discrepancia."
        GO TO 2300-CHECK-VALUE-EXIT
    END-IF.
    MOVE "Y" TO WS-FIELD-OK.
2300-CHECK-VALUE-EXIT.
    EXIT.

2500-SAVE-RESULT.
    *> Fuera las líneas anteriores de la persona en esta auditoría;
    *> se añaden las nuevas al final.
    MOVE 0 TO WS-VR-KEPT.
    PERFORM VARYING WS-VR-IDX FROM 1 BY 1
        UNTIL WS-VR-IDX > WS-VR-COUNT
        MOVE WS-VR-LINE (WS-VR-IDX) TO WS-VR-WORK
        IF VR-AUDIT-ID OF WS-VR-WORK NOT = WS-AUDIT-ID
                OR VR-PERSON-ID OF WS-VR-WORK NOT = WS-ID
            ADD 1 TO WS-VR-KEPT
            MOVE WS-VR-LINE (WS-VR-IDX) TO WS-VR-LINE (WS-VR-KEPT)
        END-IF
    END-PERFORM.
    MOVE WS-VR-KEPT TO WS-VR-COUNT.
    IF WS-VR-COUNT + WS-NEW-COUNT + 1 > 5000
        DISPLAY "Aviso: 'verificacion_resultados.txt' está lleno (5000 "
            "líneas); no se anota."
        GO TO 2500-SAVE-RESULT-EXIT
    END-IF.
    IF WS-OUTCOME = "D"
        PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
            UNTIL WS-NEW-IDX > WS-NEW-COUNT
            PERFORM 2600-ADD-RESULT-LINE
            MOVE WS-NEW-FIELD (WS-NEW-IDX) TO VR-FIELD OF WS-VR-WORK
            MOVE WS-NEW-VALUE (WS-NEW-IDX) TO VR-REAL-VALUE OF WS-VR-WORK
            MOVE WS-VR-WORK TO WS-VR-LINE (WS-VR-COUNT)
        END-PERFORM
    ELSE
        PERFORM 2600-ADD-RESULT-LINE
    END-IF.

    OPEN OUTPUT RESULT-FILE.
    IF WS-RESULT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo escribir 'verificacion_resultados.txt'"
            " (status " WS-RESULT-STATUS ")."
        GO TO 2500-SAVE-RESULT-EXIT
    END-IF.
    PERFORM VARYING WS-VR-IDX FROM 1 BY 1
        UNTIL WS-VR-IDX > WS-VR-COUNT
        MOVE WS-VR-LINE (WS-VR-IDX) TO RESULT-REC
        WRITE RESULT-REC
    END-PERFORM.
    CLOSE RESULT-FILE.
    ADD 1 TO WS-RECORDED-COUNT.
    DISPLAY "Resultado anotado para el ID " WS-ID ".".
2500-SAVE-RESULT-EXIT.
    EXIT.

2600-ADD-RESULT-LINE.
    ADD 1 TO WS-VR-COUNT.
    MOVE SPACES TO WS-VR-WORK.
    MOVE WS-AUDIT-ID TO VR-AUDIT-ID OF WS-VR-WORK.
    MOVE WS-ID TO VR-PERSON-ID OF WS-VR-WORK.
    MOVE MU-BRANCH-CODE OF WS-MU-WORK TO VR-BRANCH-CODE OF WS-VR-WORK.
    MOVE WS-OUTCOME TO VR-OUTCOME OF WS-VR-WORK.
    MOVE WS-TODAY TO VR-RECORDED-DATE OF WS-VR-WORK.
    MOVE WS-OPERATOR TO VR-RECORDED-BY OF WS-VR-WORK.
    MOVE WS-VR-WORK TO WS-VR-LINE (WS-VR-COUNT).
2600-ADD-RESULT-LINE-EXIT.
    EXIT.

2900-SHOW-RESULT-LINE.
    EVALUATE TRUE
        WHEN VR-CONFIRMED OF WS-VR-WORK
            MOVE "CONFIRMADO" TO WS-OUTCOME-WORD
        WHEN VR-UNREACHABLE OF WS-VR-WORK
            MOVE "ILOCALIZABLE" TO WS-OUTCOME-WORD
        WHEN OTHER
            MOVE "DISTINTO" TO WS-OUTCOME-WORD
    END-EVALUATE.
    IF VR-DISCREPANCY OF WS-VR-WORK
        DISPLAY "  " VR-RECORDED-DATE OF WS-VR-WORK " "
            FUNCTION TRIM(VR-RECORDED-BY OF WS-VR-WORK) ": "
            WS-OUTCOME-WORD " " VR-FIELD OF WS-VR-WORK " = "
            FUNCTION TRIM(VR-REAL-VALUE OF WS-VR-WORK)
    ELSE
        DISPLAY "  " VR-RECORDED-DATE OF WS-VR-WORK " "
            FUNCTION TRIM(VR-RECORDED-BY OF WS-VR-WORK) ": "
            WS-OUTCOME-WORD
    END-IF.
2900-SHOW-RESULT-LINE-EXIT.
    EXIT.

3000-SHOW-PENDING.
    *> Sólo las personas de las sucursales del operador; las demás
    *> no se enseñan, sin registrar rechazo (es un recorrido).
    PERFORM 1100-LOAD-RESULTS THRU 1100-LOAD-RESULTS-EXIT.
    MOVE 0 TO WS-SHOWN-COUNT.
    PERFORM VARYING WS-MU-IDX FROM 1 BY 1
        UNTIL WS-MU-IDX > WS-MU-COUNT
        MOVE WS-MU-LINE (WS-MU-IDX) TO WS-MU-WORK
        MOVE 0 TO WS-VR-PREVIOUS
        PERFORM VARYING WS-VR-IDX FROM 1 BY 1
            UNTIL WS-VR-IDX > WS-VR-COUNT
            MOVE WS-VR-LINE (WS-VR-IDX) TO WS-VR-WORK
            IF VR-AUDIT-ID OF WS-VR-WORK = WS-AUDIT-ID
                    AND VR-PERSON-ID OF WS-VR-WORK
                        = MU-PERSON-ID OF WS-MU-WORK
                MOVE 1 TO WS-VR-PREVIOUS
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-VR-PREVIOUS = 0
            SET BRA-REQ-CHECK OF WS-BRA-AREA TO TRUE
            MOVE MU-PERSON-ID OF WS-MU-WORK
                TO BRA-PERSON-ID OF WS-BRA-AREA
            MOVE MU-BRANCH-CODE OF WS-MU-WORK
                TO BRA-BRANCH-CODE OF WS-BRA-AREA
            MOVE "VerificationEntry" TO BRA-PROGRAM OF WS-BRA-AREA
            CALL "BranchAccess" USING WS-BRA-AREA
            IF BRA-ALLOWED OF WS-BRA-AREA
                ADD 1 TO WS-SHOWN-COUNT
                DISPLAY "  Hoja " MU-SHEET-NUMBER OF WS-MU-WORK " "
                    MU-BRANCH-CODE OF WS-MU-WORK " ID "
                    MU-PERSON-ID OF WS-MU-WORK " "
                    MU-NAME OF WS-MU-WORK
            END-IF
        END-IF
    END-PERFORM.
    IF WS-SHOWN-COUNT = 0
        DISPLAY "No quedan personas pendientes de anotar."
    ELSE
        DISPLAY "Pendientes de anotar: " WS-SHOWN-COUNT
    END-IF.
3000-SHOW-PENDING-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    *> El operador firmado en el menú (OPERADOR) tiene prioridad
    *> sobre la variable USER del sistema.
    ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-AUDIT-OPERATOR = SPACES
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    ACCEPT WS-AUDIT-DATE-N FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME-N FROM TIME.
    STRING WS-AUDIT-DAY   DELIMITED BY SIZE "/"
           WS-AUDIT-MONTH DELIMITED BY SIZE "/"
           WS-AUDIT-YEAR  DELIMITED BY SIZE
        INTO WS-AUDIT-DATE-DISPLAY.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING WS-AUDIT-ID DELIMITED BY SIZE
           " ANOTADAS=" DELIMITED BY SIZE
           WS-RECORDED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "VerificationEntry" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
