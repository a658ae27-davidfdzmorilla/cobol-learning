*> las altas compara el nombre exacto de 20 caracteres, así que
*> "JOSE GARCIA" y "José García" conviven con IDs distintos; aquí se
*> comparan los nombres normalizados (mayúsculas, sin acentos y sin
*> espacios) y se usa la fecha de nacimiento como desempate. Dos IDs
*> con el mismo DNI/NIE vigente en documentos.txt son la misma
*> persona sin más: se informan como duplicado SEGURO aunque los
*> nombres no se parezcan.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT QUEUE-FILE ASSIGN TO "parejas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
    SELECT DOCUMENT-FILE ASSIGN TO "documentos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DOC-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
FD QUEUE-FILE.
    COPY PAREJAREC REPLACING DUP-PAIR-RECORD BY QUEUE-REC.

*> Documento de identidad de cada ID, línea vigente al final (ver
*> DOCUREC.cpy).
FD DOCUMENT-FILE.
    COPY DOCUREC REPLACING DOCUMENT-RECORD BY DOCUMENT-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

        10 WS-PT-NAME PIC X(20).
        10 WS-PT-BIRTH PIC 9(08).
        10 WS-PT-KEY PIC X(20).
        10 WS-PT-DOC PIC X(09).
01 WS-PT-COUNT PIC 9(04) VALUE 0.
01 WS-PT-I PIC 9(04) VALUE 0.
01 WS-PT-J PIC 9(04) VALUE 0.
01 WS-NORM-OUT-IDX PIC 9(02) VALUE 0.

01 WS-PAIR-COUNT PIC 9(04) VALUE 0.
01 WS-CERTAIN-COUNT PIC 9(04) VALUE 0.

*> Documentos de identidad: la última línea de cada ID manda.
01 WS-DOC-STATUS PIC XX VALUE "00".
01 WS-DOC-EOF PIC X VALUE "N".
01 WS-SAME-DOC PIC X VALUE "N".

*> Cola de revisión cargada en memoria: las parejas ya revisadas
*> como distintas (o fusionadas) no se vuelven a informar, y las
PROCEDURE DIVISION.
    PERFORM 1500-LOAD-QUEUE.
    PERFORM 1000-LOAD-MASTER.
    PERFORM 1200-LOAD-DOCUMENTS THRU 1200-LOAD-DOCUMENTS-EXIT.
    IF WS-PT-COUNT = 0
        DISPLAY "No hay registros de detalle que comparar."
        GOBACK
        PERFORM VARYING WS-PT-J FROM 1 BY 1
            UNTIL WS-PT-J > WS-PT-COUNT
            IF WS-PT-J > WS-PT-I
                MOVE "N" TO WS-SAME-DOC
                IF WS-PT-DOC (WS-PT-I) NOT = SPACES
                        AND WS-PT-DOC (WS-PT-I) = WS-PT-DOC (WS-PT-J)
                    MOVE "Y" TO WS-SAME-DOC
                END-IF
                IF WS-SAME-DOC = "Y"
                        OR (WS-PT-KEY (WS-PT-I) NOT = SPACES
                        AND WS-PT-KEY (WS-PT-I) = WS-PT-KEY (WS-PT-J))
                    PERFORM 3000-REPORT-PAIR THRU 3000-REPORT-PAIR-EXIT
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    STRING "Parejas sospechosas: " DELIMITED BY SIZE
           WS-PAIR-COUNT DELIMITED BY SIZE
           "  seguras (mismo DNI/NIE): " DELIMITED BY SIZE
           WS-CERTAIN-COUNT DELIMITED BY SIZE
           "  ya revisadas (omitidas): " DELIMITED BY SIZE
           WS-SKIPPED-PAIR-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.
    PERFORM 5000-APPEND-NEW-PAIRS THRU 5000-APPEND-NEW-PAIRS-EXIT.
    DISPLAY "Informe escrito en 'duplicados.rpt' ("
        WS-PAIR-COUNT " parejas, " WS-NEW-PAIR-COUNT
        " nuevas en cola). Usa DuplicateReview para revisarlas.".
                        MOVE PR-NAME OF MASTER-RECORD TO WS-NORM-WORK
                        PERFORM 2000-NORMALIZE-NAME
                        MOVE WS-NORM-OUT TO WS-PT-KEY (WS-PT-COUNT)
                        MOVE SPACES TO WS-PT-DOC (WS-PT-COUNT)
                    END-IF
                END-IF
        END-READ
1000-LOAD-MASTER-EXIT.
    EXIT.

1200-LOAD-DOCUMENTS.
    *> Cada línea de documentos.txt se lleva al ID de la tabla; como
    *> el fichero es de sólo-añadir, la última de cada ID queda.
    OPEN INPUT DOCUMENT-FILE.
    IF WS-DOC-STATUS NOT = "00"
        GO TO 1200-LOAD-DOCUMENTS-EXIT
    END-IF.
    MOVE "N" TO WS-DOC-EOF.
    PERFORM UNTIL WS-DOC-EOF = "Y"
        READ DOCUMENT-FILE
            AT END MOVE "Y" TO WS-DOC-EOF
            NOT AT END
                PERFORM VARYING WS-PT-I FROM 1 BY 1
                    UNTIL WS-PT-I > WS-PT-COUNT
                    IF WS-PT-ID (WS-PT-I) = DC-PERSON-ID OF DOCUMENT-REC
                        MOVE DC-DOC-NUMBER OF DOCUMENT-REC
                            TO WS-PT-DOC (WS-PT-I)
                        EXIT PERFORM
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM.
    CLOSE DOCUMENT-FILE.
1200-LOAD-DOCUMENTS-EXIT.
    EXIT.

2000-NORMALIZE-NAME.
    *> Normaliza WS-NORM-WORK en WS-NORM-OUT: letras acentuadas del
    *> juego UTF-8 sustituidas por su vocal base (el byte de cabecera

3000-REPORT-PAIR.
    *> Las parejas con veredicto previo no vuelven: "distintas" es
    *> definitivo y "fusionada" ya no existe como pareja. Salvo un
    *> mismo DNI/NIE marcado como distintas: el documento desmiente
    *> el veredicto, así que sale como SEGURO con la marca (la cola
    *> no se toca).
    PERFORM 3500-FIND-IN-QUEUE.
    IF WS-QT-FOUND = "Y" AND WS-QT-FOUND-STATUS NOT = "P"
        IF WS-SAME-DOC = "Y" AND WS-QT-FOUND-STATUS = "D"
            ADD 1 TO WS-PAIR-COUNT
            ADD 1 TO WS-CERTAIN-COUNT
            MOVE SPACES TO REPORT-LINE
            STRING "SEGURO       " DELIMITED BY SIZE
                   WS-PT-ID (WS-PT-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PT-NAME (WS-PT-I) DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   WS-PT-ID (WS-PT-J) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PT-NAME (WS-PT-J) DELIMITED BY SIZE
                   " (mismo DNI/NIE " DELIMITED BY SIZE
                   WS-PT-DOC (WS-PT-I) DELIMITED BY SIZE
                   "; marcada distinta)" DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            ADD 1 TO WS-SKIPPED-PAIR-COUNT
        END-IF
        GO TO 3000-REPORT-PAIR-EXIT
    END-IF.
    IF WS-QT-FOUND = "N"
    END-IF.
    ADD 1 TO WS-PAIR-COUNT.
    MOVE SPACES TO REPORT-LINE.
    IF WS-SAME-DOC = "Y"
        ADD 1 TO WS-CERTAIN-COUNT
        STRING "SEGURO       " DELIMITED BY SIZE
               WS-PT-ID (WS-PT-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PT-NAME (WS-PT-I) DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               WS-PT-ID (WS-PT-J) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PT-NAME (WS-PT-J) DELIMITED BY SIZE
               " (mismo DNI/NIE " DELIMITED BY SIZE
               WS-PT-DOC (WS-PT-I) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 3000-REPORT-PAIR-EXIT
    END-IF.
    IF WS-PT-BIRTH (WS-PT-I) = WS-PT-BIRTH (WS-PT-J)
            AND WS-PT-BIRTH (WS-PT-I) NOT = 0
        STRING "MUY PROBABLE " DELIMITED BY SIZE
