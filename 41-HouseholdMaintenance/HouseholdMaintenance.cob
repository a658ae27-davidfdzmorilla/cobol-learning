*> cada persona recibe su ID en el maestro pero nada las enlaza.
*> Este programa crea grupos en hogares.txt, adscribe y desvincula
*> IDs de persona, y la consulta de grupo lista cada miembro con su
*> PR-STATUS actual leído del maestro. (P)ropuestas recorre la cola
*> propuestas_hogar.txt que deja HouseholdSuggest (personas que
*> comparten dirección): adscribir a un grupo existente, crear uno
*> nuevo con las dos o marcarlas como no relacionadas, que ya no
*> vuelven a proponerse.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT QUEUE-FILE ASSIGN TO "propuestas_hogar.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

*> Cola de propuestas de hogar (ver HOGSUGREC.cpy).
FD QUEUE-FILE.
    COPY HOGSUGREC REPLACING HOUSEHOLD-SUGGEST-RECORD BY QUEUE-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

01 WS-PERSON-ID PIC 9(06) VALUE 0.
01 WS-MASTER-OPEN PIC X VALUE "N".

*> Cola de propuestas cargada en memoria; se reescribe entera al
*> salir si hubo veredictos nuevos, como la de duplicados.
01 WS-QUEUE-STATUS PIC XX VALUE "00".
01 WS-QUEUE-EOF PIC X VALUE "N".
01 WS-QUEUE-CHANGED PIC X VALUE "N".
01 WS-QUEUE-TABLE.
    05 WS-QT-ENTRY OCCURS 2000 TIMES.
        10 WS-QT-LOW      PIC 9(06).
        10 WS-QT-HIGH     PIC 9(06).
        10 WS-QT-STATUS   PIC X(01).
        10 WS-QT-DATE     PIC 9(08).
        10 WS-QT-OPERATOR PIC X(20).
        10 WS-QT-GROUP    PIC 9(04).
        10 WS-QT-KEY      PIC X(40).
01 WS-QT-COUNT PIC 9(04) VALUE 0.
01 WS-QT-IDX PIC 9(04) VALUE 0.
01 WS-QT-OVERFLOW PIC X VALUE "N".
01 WS-STOP-REVIEW PIC X VALUE "N".
01 WS-SUGGEST-SHOWN PIC X VALUE "N".
01 WS-VERDICT PIC X VALUE "S".
01 WS-VERDICT-DATE PIC 9(8) VALUE 0.
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-PAIR-ID PIC 9(06) OCCURS 2 TIMES.
01 WS-PAIR-IDX PIC 9 VALUE 0.
01 WS-PAIR-MISSING PIC X VALUE "N".
01 WS-PAIR-GROUPS PIC X(30) VALUE SPACES.
01 WS-PAIR-GROUPS-POS PIC 9(02) VALUE 0.
01 WS-SHARED-GROUP PIC 9(04) VALUE 0.
01 WS-MB-SCAN PIC 9(04) VALUE 0.
01 WS-GR-COUNT-BEFORE PIC 9(03) VALUE 0.
01 WS-ATTACH-OK PIC X VALUE "N".
01 WS-ACCEPTED-COUNT PIC 9(04) VALUE 0.
01 WS-NOT-RELATED-COUNT PIC 9(04) VALUE 0.
01 WS-VERDICT-COUNT PIC 9(04) VALUE 0.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.

PROCEDURE DIVISION.
    PERFORM 1000-LOAD-HOUSEHOLD-FILE.
    PERFORM 1500-LOAD-QUEUE.

    PERFORM UNTIL WS-CONTINUE = "N"
        DISPLAY "Hogares: (C)rear, (A)dscribir persona, "
            "(D)esvincular, (L)istar, (G)rupo en detalle, "
            "(P)ropuestas, (S)alir: " WITH NO ADVANCING
        ACCEPT WS-OPTION
        EVALUATE WS-OPTION
            WHEN "C" WHEN "c"
                PERFORM 3000-CREATE-GROUP
            WHEN "A" WHEN "a"
                PERFORM 4000-ATTACH-PERSON THRU 4000-ATTACH-PERSON-EXIT
            WHEN "D" WHEN "d"
                PERFORM 4500-DETACH-PERSON
            WHEN "L" WHEN "l"
                PERFORM 2000-LIST-GROUPS
            WHEN "G" WHEN "g"
                PERFORM 5000-GROUP-INQUIRY THRU 5000-GROUP-INQUIRY-EXIT
            WHEN "P" WHEN "p"
                PERFORM 7500-REVIEW-SUGGESTIONS
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
    IF WS-CHANGED = "Y"
        PERFORM 6000-REWRITE-HOUSEHOLD-FILE
    END-IF.
    IF WS-QUEUE-CHANGED = "Y"
        PERFORM 6500-REWRITE-QUEUE
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1300-FIND-MEMBER-EXIT.
    EXIT.

1500-LOAD-QUEUE.
    OPEN INPUT QUEUE-FILE.
    IF WS-QUEUE-STATUS NOT = "00"
        *> Sin cola todavía: HouseholdSuggest no se ha ejecutado.
        CONTINUE
    ELSE
        MOVE "N" TO WS-QUEUE-EOF
        PERFORM UNTIL WS-QUEUE-EOF = "Y"
            READ QUEUE-FILE
                AT END MOVE "Y" TO WS-QUEUE-EOF
                NOT AT END
                    IF WS-QT-COUNT >= 2000
                        IF WS-QT-OVERFLOW = "N"
                            DISPLAY "Aviso: más de 2000 propuestas; el "
                                "resto espera a otra sesión."
                            MOVE "Y" TO WS-QT-OVERFLOW
                        END-IF
                    ELSE
                        ADD 1 TO WS-QT-COUNT
                        MOVE HS-ID-LOW OF QUEUE-REC
                            TO WS-QT-LOW (WS-QT-COUNT)
                        MOVE HS-ID-HIGH OF QUEUE-REC
                            TO WS-QT-HIGH (WS-QT-COUNT)
                        MOVE HS-STATUS OF QUEUE-REC
                            TO WS-QT-STATUS (WS-QT-COUNT)
                        MOVE HS-VERDICT-DATE OF QUEUE-REC
                            TO WS-QT-DATE (WS-QT-COUNT)
                        MOVE HS-OPERATOR OF QUEUE-REC
                            TO WS-QT-OPERATOR (WS-QT-COUNT)
                        MOVE HS-GROUP-ID OF QUEUE-REC
                            TO WS-QT-GROUP (WS-QT-COUNT)
                        MOVE HS-ADDRESS-KEY OF QUEUE-REC
                            TO WS-QT-KEY (WS-QT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE QUEUE-FILE
    END-IF.
1500-LOAD-QUEUE-EXIT.
    EXIT.

2000-LIST-GROUPS.
    IF WS-GR-COUNT = 0
        DISPLAY "No hay hogares dados de alta."
    END-IF.
    DISPLAY "ID de la persona a adscribir: " WITH NO ADVANCING.
    ACCEPT WS-PERSON-ID.
    PERFORM 7000-CHECK-PERSON-EXISTS THRU 7000-CHECK-PERSON-EXISTS-EXIT.
    IF WS-MASTER-OPEN = "N"
        GO TO 4000-ATTACH-PERSON-EXIT
    END-IF.
        UNTIL WS-MB-IDX > WS-MB-COUNT
        IF WS-MB-GROUP (WS-MB-IDX) = WS-GROUP-ID
            ADD 1 TO WS-MB-SHOWN
            PERFORM 5100-SHOW-MEMBER THRU 5100-SHOW-MEMBER-EXIT
        END-IF
    END-PERFORM.
    IF WS-MASTER-OPEN = "Y"
6000-REWRITE-HOUSEHOLD-FILE-EXIT.
    EXIT.

6500-REWRITE-QUEUE.
    OPEN OUTPUT QUEUE-FILE.
    IF WS-QUEUE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo guardar 'propuestas_hogar.txt' "
            "(status " WS-QUEUE-STATUS ")."
    ELSE
        PERFORM VARYING WS-QT-IDX FROM 1 BY 1
            UNTIL WS-QT-IDX > WS-QT-COUNT
            MOVE SPACES TO QUEUE-REC
            MOVE WS-QT-LOW (WS-QT-IDX) TO HS-ID-LOW OF QUEUE-REC
            MOVE WS-QT-HIGH (WS-QT-IDX) TO HS-ID-HIGH OF QUEUE-REC
            MOVE WS-QT-STATUS (WS-QT-IDX) TO HS-STATUS OF QUEUE-REC
            MOVE WS-QT-DATE (WS-QT-IDX)
                TO HS-VERDICT-DATE OF QUEUE-REC
            MOVE WS-QT-OPERATOR (WS-QT-IDX)
                TO HS-OPERATOR OF QUEUE-REC
            MOVE WS-QT-GROUP (WS-QT-IDX) TO HS-GROUP-ID OF QUEUE-REC
            MOVE WS-QT-KEY (WS-QT-IDX)
                TO HS-ADDRESS-KEY OF QUEUE-REC
            WRITE QUEUE-REC
        END-PERFORM
        CLOSE QUEUE-FILE
    END-IF.
6500-REWRITE-QUEUE-EXIT.
    EXIT.

7000-CHECK-PERSON-EXISTS.
    *> La adscripción valida el ID contra el maestro para no enlazar
    *> personas inexistentes.
7000-CHECK-PERSON-EXISTS-EXIT.
    EXIT.

7500-REVIEW-SUGGESTIONS.
    MOVE "N" TO WS-STOP-REVIEW.
    MOVE 0 TO WS-ACCEPTED-COUNT.
    MOVE 0 TO WS-NOT-RELATED-COUNT.
    PERFORM VARYING WS-QT-IDX FROM 1 BY 1
        UNTIL WS-QT-IDX > WS-QT-COUNT OR WS-STOP-REVIEW = "Y"
        IF WS-QT-STATUS (WS-QT-IDX) = "P"
            PERFORM 7600-REVIEW-ONE-SUGGESTION
                THRU 7600-REVIEW-ONE-SUGGESTION-EXIT
        END-IF
    END-PERFORM.
    DISPLAY "Propuestas revisadas: " WS-ACCEPTED-COUNT " aceptadas, "
        WS-NOT-RELATED-COUNT " no relacionadas.".
7500-REVIEW-SUGGESTIONS-EXIT.
    EXIT.

7600-REVIEW-ONE-SUGGESTION.
    PERFORM 7610-SHOW-SUGGESTION THRU 7610-SHOW-SUGGESTION-EXIT.
    IF WS-SUGGEST-SHOWN = "N"
        GO TO 7600-REVIEW-ONE-SUGGESTION-EXIT
    END-IF.
    DISPLAY "Propuesta: (E)xistente grupo, (N)uevo grupo, "
        "(X) no relacionadas, (S)altar, (Q)uitar sesión: "
        WITH NO ADVANCING.
    ACCEPT WS-VERDICT.
    EVALUATE WS-VERDICT
        WHEN "E" WHEN "e"
            DISPLAY "ID del grupo: " WITH NO ADVANCING
            ACCEPT WS-GROUP-ID
            PERFORM 1200-FIND-GROUP
            IF WS-GR-FOUND = "N"
                DISPLAY "No existe el grupo " WS-GROUP-ID
                    "; la propuesta sigue pendiente."
            ELSE
                PERFORM 7700-ATTACH-PAIR
            END-IF
        WHEN "N" WHEN "n"
            MOVE WS-GR-COUNT TO WS-GR-COUNT-BEFORE
            PERFORM 3000-CREATE-GROUP
            IF WS-GR-COUNT > WS-GR-COUNT-BEFORE
                PERFORM 7700-ATTACH-PAIR
            ELSE
                DISPLAY "La propuesta sigue pendiente."
            END-IF
        WHEN "X" WHEN "x"
            MOVE "N" TO WS-QT-STATUS (WS-QT-IDX)
            MOVE 0 TO WS-QT-GROUP (WS-QT-IDX)
            PERFORM 7800-STAMP-VERDICT
            ADD 1 TO WS-NOT-RELATED-COUNT
            DISPLAY "Marcadas como no relacionadas; la pareja no "
                "volverá a proponerse."
        WHEN "Q" WHEN "q"
            MOVE "Y" TO WS-STOP-REVIEW
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
7600-REVIEW-ONE-SUGGESTION-EXIT.
    EXIT.

7610-SHOW-SUGGESTION.
    *> Las dos personas con su situación y los grupos en que ya
    *> están. Si alguna ya no existe (fusión, purga) la propuesta se
    *> resuelve sola; si entretanto alguien las juntó en un grupo, se
    *> da por aceptada en ese grupo.
    MOVE "N" TO WS-SUGGEST-SHOWN.
    MOVE WS-QT-LOW (WS-QT-IDX) TO WS-PAIR-ID (1).
    MOVE WS-QT-HIGH (WS-QT-IDX) TO WS-PAIR-ID (2).
    PERFORM 7650-FIND-SHARED-GROUP.
    IF WS-SHARED-GROUP > 0
        MOVE "A" TO WS-QT-STATUS (WS-QT-IDX)
        MOVE WS-SHARED-GROUP TO WS-QT-GROUP (WS-QT-IDX)
        PERFORM 7800-STAMP-VERDICT
        GO TO 7610-SHOW-SUGGESTION-EXIT
    END-IF.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE "Y" TO WS-STOP-REVIEW
        GO TO 7610-SHOW-SUGGESTION-EXIT
    END-IF.
    DISPLAY " ".
    DISPLAY "--- Misma dirección: "
        FUNCTION TRIM(WS-QT-KEY (WS-QT-IDX)) " ---".
    MOVE "N" TO WS-PAIR-MISSING.
    PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1 UNTIL WS-PAIR-IDX > 2
        PERFORM 7620-SHOW-PAIR-PERSON
    END-PERFORM.
    CLOSE MASTER-FILE.
    IF WS-PAIR-MISSING = "Y"
        DISPLAY "Una de las dos personas ya no figura en el maestro; "
            "la propuesta se da por resuelta."
        MOVE "F" TO WS-QT-STATUS (WS-QT-IDX)
        MOVE 0 TO WS-QT-GROUP (WS-QT-IDX)
        PERFORM 7800-STAMP-VERDICT
        GO TO 7610-SHOW-SUGGESTION-EXIT
    END-IF.
    MOVE "Y" TO WS-SUGGEST-SHOWN.
7610-SHOW-SUGGESTION-EXIT.
    EXIT.

7620-SHOW-PAIR-PERSON.
    MOVE SPACES TO WS-PAIR-GROUPS.
    MOVE 1 TO WS-PAIR-GROUPS-POS.
    PERFORM VARYING WS-MB-IDX FROM 1 BY 1
        UNTIL WS-MB-IDX > WS-MB-COUNT
        IF WS-MB-PERSON (WS-MB-IDX) = WS-PAIR-ID (WS-PAIR-IDX)
                AND WS-PAIR-GROUPS-POS < 26
            STRING WS-MB-GROUP (WS-MB-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                INTO WS-PAIR-GROUPS
                WITH POINTER WS-PAIR-GROUPS-POS
        END-IF
    END-PERFORM.
    IF WS-PAIR-GROUPS = SPACES
        MOVE "(ninguno)" TO WS-PAIR-GROUPS
    END-IF.
    MOVE WS-PAIR-ID (WS-PAIR-IDX) TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            MOVE "Y" TO WS-PAIR-MISSING
        NOT INVALID KEY
            DISPLAY "  ID " PR-PERSON-ID OF MASTER-RECORD " "
                PR-NAME OF MASTER-RECORD " " PR-STATUS OF MASTER-RECORD
                " grupos: " FUNCTION TRIM(WS-PAIR-GROUPS)
    END-READ.
7620-SHOW-PAIR-PERSON-EXIT.
    EXIT.

7650-FIND-SHARED-GROUP.
    MOVE 0 TO WS-SHARED-GROUP.
    PERFORM VARYING WS-MB-SCAN FROM 1 BY 1
        UNTIL WS-MB-SCAN > WS-MB-COUNT OR WS-SHARED-GROUP > 0
        IF WS-MB-PERSON (WS-MB-SCAN) = WS-PAIR-ID (1)
            MOVE WS-MB-GROUP (WS-MB-SCAN) TO WS-GROUP-ID
            MOVE WS-PAIR-ID (2) TO WS-PERSON-ID
            PERFORM 1300-FIND-MEMBER
            IF WS-MB-FOUND = "Y"
                MOVE WS-GROUP-ID TO WS-SHARED-GROUP
            END-IF
        END-IF
    END-PERFORM.
7650-FIND-SHARED-GROUP-EXIT.
    EXIT.

7700-ATTACH-PAIR.
    *> Adscribe al grupo WS-GROUP-ID a las dos personas de la
    *> propuesta (la que ya estuviera en él se deja como está).
    MOVE "Y" TO WS-ATTACH-OK.
    PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1 UNTIL WS-PAIR-IDX > 2
        MOVE WS-PAIR-ID (WS-PAIR-IDX) TO WS-PERSON-ID
        PERFORM 1300-FIND-MEMBER
        IF WS-MB-FOUND = "N"
            IF WS-MB-COUNT >= 1000
                DISPLAY "Tabla de miembros llena; no se puede "
                    "adscribir a " WS-PERSON-ID "."
                MOVE "N" TO WS-ATTACH-OK
            ELSE
                ADD 1 TO WS-MB-COUNT
                MOVE WS-GROUP-ID TO WS-MB-GROUP (WS-MB-COUNT)
                MOVE WS-PERSON-ID TO WS-MB-PERSON (WS-MB-COUNT)
                MOVE "Y" TO WS-CHANGED
                ADD 1 TO WS-CHANGED-COUNT
            END-IF
        END-IF
    END-PERFORM.
    IF WS-ATTACH-OK = "Y"
        MOVE "A" TO WS-QT-STATUS (WS-QT-IDX)
        MOVE WS-GROUP-ID TO WS-QT-GROUP (WS-QT-IDX)
        PERFORM 7800-STAMP-VERDICT
        ADD 1 TO WS-ACCEPTED-COUNT
        DISPLAY "Personas " WS-PAIR-ID (1) " y " WS-PAIR-ID (2)
            " en el grupo " WS-GROUP-ID "."
    END-IF.
7700-ATTACH-PAIR-EXIT.
    EXIT.

7800-STAMP-VERDICT.
    ACCEPT WS-VERDICT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    MOVE WS-VERDICT-DATE TO WS-QT-DATE (WS-QT-IDX).
    MOVE WS-OPERATOR TO WS-QT-OPERATOR (WS-QT-IDX).
    MOVE "Y" TO WS-QUEUE-CHANGED.
    ADD 1 TO WS-VERDICT-COUNT.
7800-STAMP-VERDICT-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING "CAMBIOS=" DELIMITED BY SIZE
           WS-CHANGED-COUNT DELIMITED BY SIZE
           " PROP=" DELIMITED BY SIZE
           WS-VERDICT-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "HouseholdMaintenance" TO AUD-PROGRAM OF AUDIT-LINE-REC.
