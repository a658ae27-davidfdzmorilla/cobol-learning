IDENTIFICATION DIVISION.
PROGRAM-ID. ConsentMaintenance.
*> Mantenimiento de consentimientos de comunicación: si la persona
*> acepta correo postal (P), llamadas (T), correo electrónico (E) o
*> la cesión de sus datos a la central (C). (R)egistrar valida el ID
*> contra el maestro, enseña la situación de cada canal y añade a
*> consentimientos.txt una línea con el sí o el no; una retirada
*> conserva la fecha en que se dio y anota la de hoy como fecha de
*> retirada. (V)er lista el historial completo de un ID. El fichero
*> es de sólo-añadir: la última línea de cada ID y canal manda.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONSENT-FILE ASSIGN TO "consentimientos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONSENT-STATUS.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONSENT-FILE.
    COPY CONSREC REPLACING CONSENT-RECORD BY CONSENT-REC.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-CONSENT-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-CONTINUE PIC X VALUE "Y".
01 WS-OPTION PIC X VALUE "V".
01 WS-ID PIC 9(06) VALUE 0.
01 WS-PERSON-OK PIC X VALUE "N".
01 WS-CHANNEL PIC X VALUE SPACE.
01 WS-ANSWER PIC X VALUE SPACE.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-CONSENT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-RECORDED-COUNT PIC 9(04) VALUE 0.
01 WS-SHOWN-COUNT PIC 9(04) VALUE 0.

*> Situación vigente de los cuatro canales del ID en curso, en el
*> orden P, T, E, C: sí/no y fechas de la última línea de cada uno.
01 WS-CHANNEL-NAMES.
    05 FILLER PIC X(24) VALUE "P Correo postal".
    05 FILLER PIC X(24) VALUE "T Teléfono".
    05 FILLER PIC X(24) VALUE "E Correo electrónico".
    05 FILLER PIC X(24) VALUE "C Cesión a la central".
01 WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAMES.
    05 WS-CHANNEL-NAME OCCURS 4 TIMES PIC X(24).
01 WS-CURRENT-TABLE.
    05 WS-CUR-ENTRY OCCURS 4 TIMES.
        10 WS-CUR-GRANTED   PIC X(01).
        10 WS-CUR-GIVEN     PIC 9(08).
        10 WS-CUR-WITHDRAWN PIC 9(08).
01 WS-CH-IDX PIC 9 VALUE 0.
01 WS-CHANNEL-POS PIC 9 VALUE 0.

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
    PERFORM UNTIL WS-CONTINUE = "N"
        DISPLAY "Consentimientos: (R)egistrar, (V)er historial, "
            "(S)alir: " WITH NO ADVANCING
        ACCEPT WS-OPTION
        EVALUATE WS-OPTION
            WHEN "R" WHEN "r"
                PERFORM 2000-RECORD-CONSENT
                    THRU 2000-RECORD-CONSENT-EXIT
            WHEN "V" WHEN "v"
                PERFORM 3000-BROWSE-CONSENTS
                    THRU 3000-BROWSE-CONSENTS-EXIT
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
                DISPLAY "Opción no reconocida."
        END-EVALUATE
    END-PERFORM.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

2000-RECORD-CONSENT.
    DISPLAY "ID de la persona: " WITH NO ADVANCING.
    ACCEPT WS-ID.
    PERFORM 2100-CHECK-PERSON-EXISTS THRU 2100-CHECK-PERSON-EXISTS-EXIT.
    IF WS-PERSON-OK = "N"
        GO TO 2000-RECORD-CONSENT-EXIT
    END-IF.
    PERFORM 2200-LOAD-CURRENT THRU 2200-LOAD-CURRENT-EXIT.
    PERFORM 2300-SHOW-CURRENT.

    DISPLAY "Canal (P postal, T teléfono, E correo electrónico, "
        "C cesión a la central): " WITH NO ADVANCING.
    ACCEPT WS-CHANNEL.
    INSPECT WS-CHANNEL CONVERTING "ptec" TO "PTEC".
    MOVE WS-CHANNEL TO CS-CHANNEL OF CONSENT-REC.
    PERFORM 2400-CHANNEL-POSITION.
    IF WS-CHANNEL-POS = 0
        DISPLAY "Canal no reconocido."
        GO TO 2000-RECORD-CONSENT-EXIT
    END-IF.
    DISPLAY "¿Consiente? (S/N): " WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    INSPECT WS-ANSWER CONVERTING "sn" TO "SN".
    IF WS-ANSWER NOT = "S" AND WS-ANSWER NOT = "N"
        DISPLAY "Respuesta no reconocida; no se anota nada."
        GO TO 2000-RECORD-CONSENT-EXIT
    END-IF.
    IF WS-ANSWER = WS-CUR-GRANTED (WS-CHANNEL-POS)
        DISPLAY "El canal ya estaba así; no se anota nada."
        GO TO 2000-RECORD-CONSENT-EXIT
    END-IF.

    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-CONSENT-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-CONSENT-OPERATOR = SPACES
        ACCEPT WS-CONSENT-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    OPEN EXTEND CONSENT-FILE.
    IF WS-CONSENT-STATUS = "35"
        OPEN OUTPUT CONSENT-FILE
    END-IF.
    IF WS-CONSENT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo escribir 'consentimientos.txt' "
            "(status " WS-CONSENT-STATUS ")."
        GO TO 2000-RECORD-CONSENT-EXIT
    END-IF.
    MOVE SPACES TO CONSENT-REC.
    MOVE WS-ID TO CS-PERSON-ID OF CONSENT-REC.
    MOVE WS-CHANNEL TO CS-CHANNEL OF CONSENT-REC.
    MOVE WS-ANSWER TO CS-GRANTED OF CONSENT-REC.
    IF WS-ANSWER = "S"
        MOVE WS-TODAY TO CS-DATE-GIVEN OF CONSENT-REC
        MOVE 0 TO CS-DATE-WITHDRAWN OF CONSENT-REC
    ELSE
        *> La retirada conserva cuándo se dio, para el expediente.
        MOVE WS-CUR-GIVEN (WS-CHANNEL-POS)
            TO CS-DATE-GIVEN OF CONSENT-REC
        MOVE WS-TODAY TO CS-DATE-WITHDRAWN OF CONSENT-REC
    END-IF.
    MOVE WS-CONSENT-OPERATOR TO CS-OPERATOR OF CONSENT-REC.
    WRITE CONSENT-REC.
    CLOSE CONSENT-FILE.
    ADD 1 TO WS-RECORDED-COUNT.
    IF WS-ANSWER = "S"
        DISPLAY "Consentimiento anotado: "
            FUNCTION TRIM(WS-CHANNEL-NAME (WS-CHANNEL-POS))
            " para el ID " WS-ID "."
    ELSE
        DISPLAY "Retirada anotada: "
            FUNCTION TRIM(WS-CHANNEL-NAME (WS-CHANNEL-POS))
            " para el ID " WS-ID "."
    END-IF.
2000-RECORD-CONSENT-EXIT.
    EXIT.

2100-CHECK-PERSON-EXISTS.
    MOVE "N" TO WS-PERSON-OK.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        GO TO 2100-CHECK-PERSON-EXISTS-EXIT
    END-IF.
    MOVE WS-ID TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "No existe ninguna persona con ID " WS-ID
        NOT INVALID KEY
            IF PR-TYPE-TRAILER OF MASTER-RECORD
                DISPLAY "El ID " WS-ID " está reservado para el "
                    "registro de control."
            ELSE
                MOVE "Y" TO WS-PERSON-OK
                DISPLAY "Persona: " PR-NAME OF MASTER-RECORD
            END-IF
    END-READ.
    CLOSE MASTER-FILE.
2100-CHECK-PERSON-EXISTS-EXIT.
    EXIT.

2200-LOAD-CURRENT.
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 4
        MOVE SPACE TO WS-CUR-GRANTED (WS-CH-IDX)
        MOVE 0 TO WS-CUR-GIVEN (WS-CH-IDX)
        MOVE 0 TO WS-CUR-WITHDRAWN (WS-CH-IDX)
    END-PERFORM.
    OPEN INPUT CONSENT-FILE.
    IF WS-CONSENT-STATUS NOT = "00"
        GO TO 2200-LOAD-CURRENT-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CONSENT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF CS-PERSON-ID OF CONSENT-REC = WS-ID
                    PERFORM 2400-CHANNEL-POSITION
                    IF WS-CHANNEL-POS > 0
                        MOVE CS-GRANTED OF CONSENT-REC
                            TO WS-CUR-GRANTED (WS-CHANNEL-POS)
                        MOVE CS-DATE-GIVEN OF CONSENT-REC
                            TO WS-CUR-GIVEN (WS-CHANNEL-POS)
                        MOVE CS-DATE-WITHDRAWN OF CONSENT-REC
                            TO WS-CUR-WITHDRAWN (WS-CHANNEL-POS)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONSENT-FILE.
2200-LOAD-CURRENT-EXIT.
    EXIT.

2300-SHOW-CURRENT.
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 4
        EVALUATE WS-CUR-GRANTED (WS-CH-IDX)
            WHEN "S"
                DISPLAY "  " WS-CHANNEL-NAME (WS-CH-IDX)
                    " SÍ desde el " WS-CUR-GIVEN (WS-CH-IDX)
            WHEN "N"
                DISPLAY "  " WS-CHANNEL-NAME (WS-CH-IDX)
                    " NO, retirado el " WS-CUR-WITHDRAWN (WS-CH-IDX)
            WHEN OTHER
                DISPLAY "  " WS-CHANNEL-NAME (WS-CH-IDX)
                    " sin constancia (no se usa)"
        END-EVALUATE
    END-PERFORM.
2300-SHOW-CURRENT-EXIT.
    EXIT.

2400-CHANNEL-POSITION.
    MOVE 0 TO WS-CHANNEL-POS.
    EVALUATE TRUE
        WHEN CS-CHANNEL-POST OF CONSENT-REC    MOVE 1 TO WS-CHANNEL-POS
        WHEN CS-CHANNEL-PHONE OF CONSENT-REC   MOVE 2 TO WS-CHANNEL-POS
        WHEN CS-CHANNEL-EMAIL OF CONSENT-REC   MOVE 3 TO WS-CHANNEL-POS
        WHEN CS-CHANNEL-CENTRAL OF CONSENT-REC MOVE 4 TO WS-CHANNEL-POS
    END-EVALUATE.
2400-CHANNEL-POSITION-EXIT.
    EXIT.

3000-BROWSE-CONSENTS.
    DISPLAY "ID de la persona: " WITH NO ADVANCING.
    ACCEPT WS-ID.
    MOVE 0 TO WS-SHOWN-COUNT.
    OPEN INPUT CONSENT-FILE.
    IF WS-CONSENT-STATUS NOT = "00"
        DISPLAY "No hay fichero de consentimientos todavía."
        GO TO 3000-BROWSE-CONSENTS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CONSENT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF CS-PERSON-ID OF CONSENT-REC = WS-ID
                    ADD 1 TO WS-SHOWN-COUNT
                    DISPLAY CS-CHANNEL OF CONSENT-REC " "
                        CS-GRANTED OF CONSENT-REC
                        " dado " CS-DATE-GIVEN OF CONSENT-REC
                        " retirado " CS-DATE-WITHDRAWN OF CONSENT-REC
                        " " FUNCTION TRIM(CS-OPERATOR OF CONSENT-REC)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONSENT-FILE.
    IF WS-SHOWN-COUNT = 0
        DISPLAY "El ID " WS-ID " no tiene consentimientos anotados."
    ELSE
        DISPLAY "Líneas mostradas: " WS-SHOWN-COUNT
    END-IF.
3000-BROWSE-CONSENTS-EXIT.
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
    STRING "CONSENTIMIENTOS=" DELIMITED BY SIZE
           WS-RECORDED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "ConsentMaintenance" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
