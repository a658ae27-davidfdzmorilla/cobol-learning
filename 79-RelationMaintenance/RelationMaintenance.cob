IDENTIFICATION DIVISION.
PROGRAM-ID. RelationMaintenance.
*> Mantenimiento de relaciones entre personas (relaciones.txt): un
*> hogar agrupa a quien vive junto, pero no dice quién es tutor,
*> progenitor, cónyuge o contacto de emergencia de quién. Este
*> programa da de alta relaciones con su tipo y fecha de inicio, las
*> cierra con fecha de fin (no se borran, quedan para el expediente)
*> y consulta las de una persona en los dos sentidos. Los dos IDs se
*> validan contra el maestro. GuardianReport usa las tutelas para la
*> lista de menores sin tutor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RELATION-FILE ASSIGN TO "relaciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RELATION-STATUS.
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
FD RELATION-FILE.
    COPY RELACREC REPLACING RELATIONSHIP-RECORD BY RELATION-REC.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-RELATION-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-CONTINUE PIC X VALUE "Y".
01 WS-OPTION PIC X VALUE "C".
01 WS-CHANGED PIC X VALUE "N".
01 WS-CHANGED-COUNT PIC 9(04) VALUE 0.

*> Relaciones cargadas en memoria; el fichero se reescribe entero
*> al salir si hubo cambios.
01 WS-RELATION-TABLE.
    05 WS-RL-ENTRY OCCURS 3000 TIMES.
        10 WS-RL-PERSON   PIC 9(06).
        10 WS-RL-RELATED  PIC 9(06).
        10 WS-RL-TYPE     PIC X(01).
        10 WS-RL-START    PIC 9(08).
        10 WS-RL-END      PIC 9(08).
        10 WS-RL-OPERATOR PIC X(20).
01 WS-RL-COUNT PIC 9(04) VALUE 0.
01 WS-RL-IDX PIC 9(04) VALUE 0.
01 WS-RL-FOUND-IDX PIC 9(04) VALUE 0.
01 WS-RL-SHOWN PIC 9(04) VALUE 0.
01 WS-RL-OVERFLOW PIC X VALUE "N".

01 WS-PERSON-ID PIC 9(06) VALUE 0.
01 WS-RELATED-ID PIC 9(06) VALUE 0.
01 WS-CHECK-ID PIC 9(06) VALUE 0.
01 WS-REL-TYPE PIC X VALUE SPACE.
    88 WS-REL-TYPE-VALID VALUE "T" "P" "C" "E".
01 WS-DATE-X PIC X(08) VALUE SPACES.
01 WS-START-DATE PIC 9(08) VALUE 0.
01 WS-END-DATE PIC 9(08) VALUE 0.
01 WS-TODAY-DATE PIC 9(08) VALUE 0.
01 WS-PERSON-OK PIC X VALUE "N".
01 WS-MASTER-OPEN PIC X VALUE "N".
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-TYPE-TEXT PIC X(23) VALUE SPACES.
01 WS-TYPE-WORK PIC X(20) VALUE SPACES.
01 WS-OTHER-ID PIC 9(06) VALUE 0.
01 WS-OTHER-NAME PIC X(20) VALUE SPACES.
01 WS-END-TEXT PIC X(16) VALUE SPACES.

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
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    PERFORM 1000-LOAD-RELATION-FILE.

    PERFORM UNTIL WS-CONTINUE = "N"
        DISPLAY "Relaciones: (A)ñadir, (F)inalizar, (C)onsultar "
            "persona, (S)alir: " WITH NO ADVANCING
        ACCEPT WS-OPTION
        EVALUATE WS-OPTION
            WHEN "A" WHEN "a"
                PERFORM 3000-ADD-RELATION THRU 3000-ADD-RELATION-EXIT
            WHEN "F" WHEN "f"
                PERFORM 4000-END-RELATION THRU 4000-END-RELATION-EXIT
            WHEN "C" WHEN "c"
                PERFORM 5000-PERSON-INQUIRY
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
                DISPLAY "Opción no reconocida."
        END-EVALUATE
    END-PERFORM.

    IF WS-CHANGED = "Y"
        PERFORM 6000-REWRITE-RELATION-FILE
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-RELATION-FILE.
    OPEN INPUT RELATION-FILE.
    IF WS-RELATION-STATUS = "35"
        DISPLAY "Todavía no existe 'relaciones.txt'; se creará al "
            "guardar la primera relación."
    ELSE
        IF WS-RELATION-STATUS NOT = "00"
            DISPLAY "Error: no se pudo abrir 'relaciones.txt' (status "
                WS-RELATION-STATUS ")."
        ELSE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ RELATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM 1100-STORE-RELATION-LINE
                END-READ
            END-PERFORM
            CLOSE RELATION-FILE
        END-IF
    END-IF.
1000-LOAD-RELATION-FILE-EXIT.
    EXIT.

1100-STORE-RELATION-LINE.
    IF WS-RL-COUNT >= 3000
        IF WS-RL-OVERFLOW = "N"
            DISPLAY "Aviso: tabla de relaciones llena; se ignora el "
                "resto del fichero."
            MOVE "Y" TO WS-RL-OVERFLOW
        END-IF
    ELSE
        ADD 1 TO WS-RL-COUNT
        MOVE RL-PERSON-ID OF RELATION-REC TO WS-RL-PERSON (WS-RL-COUNT)
        MOVE RL-RELATED-ID OF RELATION-REC
            TO WS-RL-RELATED (WS-RL-COUNT)
        MOVE RL-TYPE OF RELATION-REC TO WS-RL-TYPE (WS-RL-COUNT)
        MOVE RL-START-DATE OF RELATION-REC TO WS-RL-START (WS-RL-COUNT)
        MOVE RL-END-DATE OF RELATION-REC TO WS-RL-END (WS-RL-COUNT)
        MOVE RL-OPERATOR OF RELATION-REC
            TO WS-RL-OPERATOR (WS-RL-COUNT)
    END-IF.
1100-STORE-RELATION-LINE-EXIT.
    EXIT.

1300-FIND-RELATION.
    *> Relación vigente con los mismos dos IDs y el mismo tipo.
    MOVE 0 TO WS-RL-FOUND-IDX.
    PERFORM VARYING WS-RL-IDX FROM 1 BY 1
        UNTIL WS-RL-IDX > WS-RL-COUNT
        IF WS-RL-PERSON (WS-RL-IDX) = WS-PERSON-ID
                AND WS-RL-RELATED (WS-RL-IDX) = WS-RELATED-ID
                AND WS-RL-TYPE (WS-RL-IDX) = WS-REL-TYPE
                AND WS-RL-END (WS-RL-IDX) = 0
            MOVE WS-RL-IDX TO WS-RL-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
1300-FIND-RELATION-EXIT.
    EXIT.

1400-ASK-TYPE.
    DISPLAY "Tipo: (T)utor legal, (P)rogenitor, (C)ónyuge/pareja, "
        "contacto de (E)mergencia: " WITH NO ADVANCING.
    ACCEPT WS-REL-TYPE.
    INSPECT WS-REL-TYPE CONVERTING "tpce" TO "TPCE".
1400-ASK-TYPE-EXIT.
    EXIT.

3000-ADD-RELATION.
    DISPLAY "ID de la persona (el menor, en una tutela): "
        WITH NO ADVANCING.
    ACCEPT WS-PERSON-ID.
    MOVE WS-PERSON-ID TO WS-CHECK-ID.
    PERFORM 7000-CHECK-PERSON-EXISTS THRU 7000-CHECK-PERSON-EXISTS-EXIT.
    IF WS-PERSON-OK = "N"
        GO TO 3000-ADD-RELATION-EXIT
    END-IF.
    PERFORM 1400-ASK-TYPE.
    IF NOT WS-REL-TYPE-VALID
        DISPLAY "Tipo de relación no reconocido."
        GO TO 3000-ADD-RELATION-EXIT
    END-IF.
    DISPLAY "ID de la persona relacionada (tutor, progenitor...): "
        WITH NO ADVANCING.
    ACCEPT WS-RELATED-ID.
    IF WS-RELATED-ID = WS-PERSON-ID
        DISPLAY "Una persona no puede relacionarse consigo misma."
        GO TO 3000-ADD-RELATION-EXIT
    END-IF.
    MOVE WS-RELATED-ID TO WS-CHECK-ID.
    PERFORM 7000-CHECK-PERSON-EXISTS THRU 7000-CHECK-PERSON-EXISTS-EXIT.
    IF WS-PERSON-OK = "N"
        GO TO 3000-ADD-RELATION-EXIT
    END-IF.
    PERFORM 1300-FIND-RELATION.
    IF WS-RL-FOUND-IDX > 0
        DISPLAY "Esa relación ya está vigente desde el "
            WS-RL-START (WS-RL-FOUND-IDX) "."
        GO TO 3000-ADD-RELATION-EXIT
    END-IF.
    DISPLAY "Fecha de inicio AAAAMMDD (en blanco = hoy): "
        WITH NO ADVANCING.
    ACCEPT WS-DATE-X.
    IF WS-DATE-X = SPACES
        MOVE WS-TODAY-DATE TO WS-START-DATE
    ELSE
        IF WS-DATE-X IS NOT NUMERIC
            DISPLAY "Fecha no válida."
            GO TO 3000-ADD-RELATION-EXIT
        END-IF
        MOVE WS-DATE-X TO WS-START-DATE
    END-IF.
    IF WS-RL-COUNT >= 3000
        DISPLAY "Tabla de relaciones llena; no se puede añadir."
        GO TO 3000-ADD-RELATION-EXIT
    END-IF.
    ADD 1 TO WS-RL-COUNT.
    MOVE WS-PERSON-ID TO WS-RL-PERSON (WS-RL-COUNT).
    MOVE WS-RELATED-ID TO WS-RL-RELATED (WS-RL-COUNT).
    MOVE WS-REL-TYPE TO WS-RL-TYPE (WS-RL-COUNT).
    MOVE WS-START-DATE TO WS-RL-START (WS-RL-COUNT).
    MOVE 0 TO WS-RL-END (WS-RL-COUNT).
    MOVE WS-OPERATOR TO WS-RL-OPERATOR (WS-RL-COUNT).
    MOVE "Y" TO WS-CHANGED.
    ADD 1 TO WS-CHANGED-COUNT.
    DISPLAY "Relación anotada.".
3000-ADD-RELATION-EXIT.
    EXIT.

4000-END-RELATION.
    DISPLAY "ID de la persona: " WITH NO ADVANCING.
    ACCEPT WS-PERSON-ID.
    PERFORM 1400-ASK-TYPE.
    DISPLAY "ID de la persona relacionada: " WITH NO ADVANCING.
    ACCEPT WS-RELATED-ID.
    PERFORM 1300-FIND-RELATION.
    IF WS-RL-FOUND-IDX = 0
        DISPLAY "No hay ninguna relación vigente con esos datos."
        GO TO 4000-END-RELATION-EXIT
    END-IF.
    DISPLAY "Fecha de fin AAAAMMDD (en blanco = hoy): "
        WITH NO ADVANCING.
    ACCEPT WS-DATE-X.
    IF WS-DATE-X = SPACES
        MOVE WS-TODAY-DATE TO WS-END-DATE
    ELSE
        IF WS-DATE-X IS NOT NUMERIC
            DISPLAY "Fecha no válida."
            GO TO 4000-END-RELATION-EXIT
        END-IF
        MOVE WS-DATE-X TO WS-END-DATE
    END-IF.
    IF WS-END-DATE < WS-RL-START (WS-RL-FOUND-IDX)
        DISPLAY "La fecha de fin es anterior al inicio ("
            WS-RL-START (WS-RL-FOUND-IDX) ")."
        GO TO 4000-END-RELATION-EXIT
    END-IF.
    MOVE WS-END-DATE TO WS-RL-END (WS-RL-FOUND-IDX).
    MOVE WS-OPERATOR TO WS-RL-OPERATOR (WS-RL-FOUND-IDX).
    MOVE "Y" TO WS-CHANGED.
    ADD 1 TO WS-CHANGED-COUNT.
    DISPLAY "Relación cerrada con fecha " WS-END-DATE ".".
4000-END-RELATION-EXIT.
    EXIT.

5000-PERSON-INQUIRY.
    DISPLAY "ID de la persona: " WITH NO ADVANCING.
    ACCEPT WS-PERSON-ID.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS "); se listan sólo los IDs."
        MOVE "N" TO WS-MASTER-OPEN
    ELSE
        MOVE "Y" TO WS-MASTER-OPEN
    END-IF.
    MOVE 0 TO WS-RL-SHOWN.
    PERFORM VARYING WS-RL-IDX FROM 1 BY 1
        UNTIL WS-RL-IDX > WS-RL-COUNT
        IF WS-RL-PERSON (WS-RL-IDX) = WS-PERSON-ID
                OR WS-RL-RELATED (WS-RL-IDX) = WS-PERSON-ID
            ADD 1 TO WS-RL-SHOWN
            PERFORM 5100-SHOW-RELATION
        END-IF
    END-PERFORM.
    IF WS-MASTER-OPEN = "Y"
        CLOSE MASTER-FILE
    END-IF.
    IF WS-RL-SHOWN = 0
        DISPLAY "  (sin relaciones anotadas)"
    END-IF.
5000-PERSON-INQUIRY-EXIT.
    EXIT.

5100-SHOW-RELATION.
    *> La relación se lee desde la persona consultada: "tutor: X"
    *> si X es su tutor, "tutor de: Y" si ella lo es de Y.
    EVALUATE WS-RL-TYPE (WS-RL-IDX)
        WHEN "T" MOVE "tutor legal" TO WS-TYPE-TEXT
        WHEN "P" MOVE "progenitor" TO WS-TYPE-TEXT
        WHEN "C" MOVE "cónyuge/pareja" TO WS-TYPE-TEXT
        WHEN "E" MOVE "contacto emergencia" TO WS-TYPE-TEXT
        WHEN OTHER MOVE WS-RL-TYPE (WS-RL-IDX) TO WS-TYPE-TEXT
    END-EVALUATE.
    IF WS-RL-PERSON (WS-RL-IDX) = WS-PERSON-ID
        MOVE WS-RL-RELATED (WS-RL-IDX) TO WS-OTHER-ID
    ELSE
        MOVE WS-RL-PERSON (WS-RL-IDX) TO WS-OTHER-ID
        IF WS-RL-TYPE (WS-RL-IDX) = "T" OR WS-RL-TYPE (WS-RL-IDX) = "P"
                OR WS-RL-TYPE (WS-RL-IDX) = "E"
            MOVE WS-TYPE-TEXT TO WS-TYPE-WORK
            MOVE SPACES TO WS-TYPE-TEXT
            STRING WS-TYPE-WORK DELIMITED BY "  "
                   " de" DELIMITED BY SIZE
                INTO WS-TYPE-TEXT
        END-IF
    END-IF.
    MOVE "(fuera del maestro)" TO WS-OTHER-NAME.
    IF WS-MASTER-OPEN = "Y"
        MOVE WS-OTHER-ID TO PR-PERSON-ID OF MASTER-RECORD
        READ MASTER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE PR-NAME OF MASTER-RECORD TO WS-OTHER-NAME
        END-READ
    END-IF.
    IF WS-RL-END (WS-RL-IDX) = 0
        MOVE "vigente" TO WS-END-TEXT
    ELSE
        MOVE SPACES TO WS-END-TEXT
        STRING "hasta " DELIMITED BY SIZE
               WS-RL-END (WS-RL-IDX) DELIMITED BY SIZE
            INTO WS-END-TEXT
    END-IF.
    DISPLAY "  " WS-TYPE-TEXT " " WS-OTHER-ID " " WS-OTHER-NAME
        " desde " WS-RL-START (WS-RL-IDX) " " WS-END-TEXT.
5100-SHOW-RELATION-EXIT.
    EXIT.

6000-REWRITE-RELATION-FILE.
    OPEN OUTPUT RELATION-FILE.
    IF WS-RELATION-STATUS NOT = "00"
        DISPLAY "Error: no se pudo guardar 'relaciones.txt' (status "
            WS-RELATION-STATUS ")."
    ELSE
        PERFORM VARYING WS-RL-IDX FROM 1 BY 1
            UNTIL WS-RL-IDX > WS-RL-COUNT
            MOVE SPACES TO RELATION-REC
            MOVE WS-RL-PERSON (WS-RL-IDX)
                TO RL-PERSON-ID OF RELATION-REC
            MOVE WS-RL-RELATED (WS-RL-IDX)
                TO RL-RELATED-ID OF RELATION-REC
            MOVE WS-RL-TYPE (WS-RL-IDX) TO RL-TYPE OF RELATION-REC
            MOVE WS-RL-START (WS-RL-IDX)
                TO RL-START-DATE OF RELATION-REC
            MOVE WS-RL-END (WS-RL-IDX) TO RL-END-DATE OF RELATION-REC
            MOVE WS-RL-OPERATOR (WS-RL-IDX)
                TO RL-OPERATOR OF RELATION-REC
            WRITE RELATION-REC
        END-PERFORM
        CLOSE RELATION-FILE
        DISPLAY "Relaciones guardadas en 'relaciones.txt'."
    END-IF.
6000-REWRITE-RELATION-FILE-EXIT.
    EXIT.

7000-CHECK-PERSON-EXISTS.
    *> Las relaciones se validan contra el maestro para no enlazar
    *> personas inexistentes.
    MOVE "N" TO WS-PERSON-OK.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        GO TO 7000-CHECK-PERSON-EXISTS-EXIT
    END-IF.
    MOVE WS-CHECK-ID TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "No existe ninguna persona con ID " WS-CHECK-ID
        NOT INVALID KEY
            IF PR-TYPE-TRAILER OF MASTER-RECORD
                DISPLAY "El ID " WS-CHECK-ID " está reservado para "
                    "el registro de control."
            ELSE
                DISPLAY "  " WS-CHECK-ID " " PR-NAME OF MASTER-RECORD
                    " (" PR-STATUS OF MASTER-RECORD ")"
                MOVE "Y" TO WS-PERSON-OK
            END-IF
    END-READ.
    CLOSE MASTER-FILE.
7000-CHECK-PERSON-EXISTS-EXIT.
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
    STRING "CAMBIOS=" DELIMITED BY SIZE
           WS-CHANGED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "RelationMaintenance" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
