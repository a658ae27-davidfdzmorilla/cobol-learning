IDENTIFICATION DIVISION.
PROGRAM-ID. ConsentCheck.
*> Subprograma de consulta de consentimientos: dado un ID y un canal
*> (P postal, T teléfono, E correo electrónico, C cesión a la
*> central), contesta si el consentimiento está vigente según
*> consentimientos.txt. En la primera llamada carga el fichero
*> entero en memoria (la última línea de cada ID y canal pisa a las
*> anteriores) y las siguientes llamadas de la misma ejecución
*> consultan la tabla. Sin fichero, o sin línea para el canal, la
*> respuesta queda en blanco, que para las salidas cuenta igual que
*> un no: lo que no consta como consentido no sale.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONSENT-FILE ASSIGN TO "consentimientos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONSENT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONSENT-FILE.
    COPY CONSREC REPLACING CONSENT-RECORD BY CONSENT-REC.

WORKING-STORAGE SECTION.
01 WS-CONSENT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-LOADED PIC X VALUE "N".
01 WS-OVERFLOW PIC X VALUE "N".

*> Una entrada por ID con el estado vigente de cada canal (S, N o
*> blanco), en el orden P, T, E, C (ver 3000-CHANNEL-POSITION).
01 WS-CONSENT-TABLE.
    05 WS-CNT-ENTRY OCCURS 5000 TIMES.
        10 WS-CNT-ID    PIC 9(06).
        10 WS-CNT-FLAGS PIC X(04).
01 WS-CNT-COUNT PIC 9(04) VALUE 0.
01 WS-CNT-IDX PIC 9(04) VALUE 0.
01 WS-CNT-FOUND-IDX PIC 9(04) VALUE 0.
01 WS-CHANNEL-POS PIC 9 VALUE 0.
01 WS-SEARCH-ID PIC 9(06) VALUE 0.

LINKAGE SECTION.
    COPY CONSAREA REPLACING CONSENT-AREA BY LNK-CONSENT-AREA.

PROCEDURE DIVISION USING LNK-CONSENT-AREA.
    IF WS-LOADED = "N"
        PERFORM 1000-LOAD-CONSENTS THRU 1000-LOAD-CONSENTS-EXIT
        MOVE "Y" TO WS-LOADED
    END-IF.

    SET CNS-NO-RECORD OF LNK-CONSENT-AREA TO TRUE.
    MOVE CNS-CHANNEL OF LNK-CONSENT-AREA TO CS-CHANNEL OF CONSENT-REC.
    PERFORM 3000-CHANNEL-POSITION.
    IF WS-CHANNEL-POS = 0
        GOBACK
    END-IF.
    MOVE CNS-PERSON-ID OF LNK-CONSENT-AREA TO WS-SEARCH-ID.
    PERFORM 2000-FIND-ENTRY.
    IF WS-CNT-FOUND-IDX > 0
        MOVE WS-CNT-FLAGS (WS-CNT-FOUND-IDX) (WS-CHANNEL-POS:1)
            TO CNS-RESULT OF LNK-CONSENT-AREA
    END-IF.
    GOBACK.

1000-LOAD-CONSENTS.
    OPEN INPUT CONSENT-FILE.
    IF WS-CONSENT-STATUS NOT = "00"
        GO TO 1000-LOAD-CONSENTS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CONSENT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 1100-STORE-CONSENT THRU 1100-STORE-CONSENT-EXIT
        END-READ
    END-PERFORM.
    CLOSE CONSENT-FILE.
1000-LOAD-CONSENTS-EXIT.
    EXIT.

1100-STORE-CONSENT.
    IF CS-PERSON-ID OF CONSENT-REC IS NOT NUMERIC
        GO TO 1100-STORE-CONSENT-EXIT
    END-IF.
    PERFORM 3000-CHANNEL-POSITION.
    IF WS-CHANNEL-POS = 0
        GO TO 1100-STORE-CONSENT-EXIT
    END-IF.
    MOVE CS-PERSON-ID OF CONSENT-REC TO WS-SEARCH-ID.
    PERFORM 2000-FIND-ENTRY.
    IF WS-CNT-FOUND-IDX = 0
        IF WS-CNT-COUNT >= 5000
            *> Quien no cabe en la tabla se queda sin consentimiento:
            *> se deja fuera antes que enviar sin constancia.
            IF WS-OVERFLOW = "N"
                DISPLAY "Aviso: más de 5000 personas en "
                    "'consentimientos.txt'; el resto se trata como "
                    "sin consentimiento."
                MOVE "Y" TO WS-OVERFLOW
            END-IF
            GO TO 1100-STORE-CONSENT-EXIT
        END-IF
        ADD 1 TO WS-CNT-COUNT
        MOVE WS-CNT-COUNT TO WS-CNT-FOUND-IDX
        MOVE CS-PERSON-ID OF CONSENT-REC TO WS-CNT-ID (WS-CNT-COUNT)
        MOVE SPACES TO WS-CNT-FLAGS (WS-CNT-COUNT)
    END-IF.
    IF CS-GRANTED-YES OF CONSENT-REC
        MOVE "S" TO WS-CNT-FLAGS (WS-CNT-FOUND-IDX) (WS-CHANNEL-POS:1)
    ELSE
        MOVE "N" TO WS-CNT-FLAGS (WS-CNT-FOUND-IDX) (WS-CHANNEL-POS:1)
    END-IF.
1100-STORE-CONSENT-EXIT.
    EXIT.

2000-FIND-ENTRY.
    MOVE 0 TO WS-CNT-FOUND-IDX.
    PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
        UNTIL WS-CNT-IDX > WS-CNT-COUNT
        IF WS-CNT-ID (WS-CNT-IDX) = WS-SEARCH-ID
            MOVE WS-CNT-IDX TO WS-CNT-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
2000-FIND-ENTRY-EXIT.
    EXIT.

3000-CHANNEL-POSITION.
    MOVE 0 TO WS-CHANNEL-POS.
    EVALUATE TRUE
        WHEN CS-CHANNEL-POST OF CONSENT-REC    MOVE 1 TO WS-CHANNEL-POS
        WHEN CS-CHANNEL-PHONE OF CONSENT-REC   MOVE 2 TO WS-CHANNEL-POS
        WHEN CS-CHANNEL-EMAIL OF CONSENT-REC   MOVE 3 TO WS-CHANNEL-POS
        WHEN CS-CHANNEL-CENTRAL OF CONSENT-REC MOVE 4 TO WS-CHANNEL-POS
    END-EVALUATE.
3000-CHANNEL-POSITION-EXIT.
    EXIT.
