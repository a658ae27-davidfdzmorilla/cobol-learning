    SELECT ALIAS-FILE ASSIGN TO "alias.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ALIAS-STATUS.
    SELECT DOCUMENT-FILE ASSIGN TO "documentos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DOC-STATUS.
    SELECT RELATION-FILE ASSIGN TO "relaciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RELATION-STATUS.
    SELECT FOLLOWUP-FILE ASSIGN TO "seguimientos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FOLLOWUP-STATUS.
    SELECT CARD-FILE ASSIGN TO "tarjetas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARD-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
FD ALIAS-FILE.
    COPY ALIASREC REPLACING ALIAS-RECORD BY ALIAS-REC.

*> Documento de identidad (DNI/NIE) de cada ID, línea vigente al
*> final (ver DOCUREC.cpy): se muestra y permite buscar por número.
FD DOCUMENT-FILE.
    COPY DOCUREC REPLACING DOCUMENT-RECORD BY DOCUMENT-REC.

*> Relaciones con otras personas (tutor, progenitor, cónyuge,
*> contacto de emergencia; ver RELACREC.cpy): sólo las vigentes.
FD RELATION-FILE.
    COPY RELACREC REPLACING RELATIONSHIP-RECORD BY RELATION-REC.

*> Seguimientos pendientes de la persona (ver SEGUIREC.cpy): sólo
*> los abiertos.
FD FOLLOWUP-FILE.
    COPY SEGUIREC REPLACING FOLLOWUP-RECORD BY FOLLOWUP-REC.

*> Tarjetas de socio (ver TARJREC.cpy): se muestra la activa y
*> permite buscar por número.
FD CARD-FILE.
    COPY TARJREC REPLACING CARD-RECORD BY CARD-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

01 WS-CUR-ADDRESS PIC X(40) VALUE SPACES.
01 WS-CUR-PHONE PIC X(15) VALUE SPACES.
01 WS-CUR-EMAIL PIC X(40) VALUE SPACES.
01 WS-CUR-UNDELIV PIC X VALUE SPACE.
01 WS-CUR-UNDELIV-DATE PIC X(08) VALUE SPACES.

*> Últimas notas de la persona mostrada: el fichero está en orden
*> cronológico, así que basta con conservar las 3 últimas vistas.
01 WS-ALIAS-FOUND PIC X VALUE "N".
01 WS-ALIAS-ID PIC 9(06) VALUE 0.

*> Búsqueda por documento de identidad: el número tecleado se
*> normaliza igual que al grabarlo, y manda la línea vigente de
*> cada ID.
01 WS-DOC-STATUS PIC XX VALUE "00".
01 WS-DOC-EOF PIC X VALUE "N".
01 WS-DOC-INPUT PIC X(15) VALUE SPACES.
01 WS-DOC-OWNER PIC 9(06) VALUE 0.
01 WS-CUR-DOC-TYPE PIC X(03) VALUE SPACES.
01 WS-CUR-DOC-NUMBER PIC X(09) VALUE SPACES.
COPY DOCAREA REPLACING DOCCHECK-AREA BY WS-DOC-AREA.

*> Relaciones vigentes de la persona mostrada, en los dos sentidos;
*> el nombre de la otra persona se lee del maestro después.
01 WS-RELATION-STATUS PIC XX VALUE "00".
01 WS-RELATION-EOF PIC X VALUE "N".
01 WS-RELATIONS.
    05 WS-RE-ENTRY OCCURS 20 TIMES.
        10 WS-RE-TEXT     PIC X(23).
        10 WS-RE-OTHER-ID PIC 9(06).
        10 WS-RE-START    PIC 9(08).
01 WS-RE-IDX PIC 99 VALUE 0.
01 WS-RE-COUNT PIC 99 VALUE 0.
01 WS-RE-OTHER-NAME PIC X(20) VALUE SPACES.
01 WS-RE-OTHER-STATE PIC X(08) VALUE SPACES.
01 WS-SHOWN-RECORD PIC X(80) VALUE SPACES.

*> Seguimientos abiertos de la persona mostrada; la última persona
*> mostrada es la que se pasa a FollowUpMaintenance (SEGUIMIENTO_ID).
01 WS-FOLLOWUP-STATUS PIC XX VALUE "00".
01 WS-FOLLOWUP-EOF PIC X VALUE "N".
01 WS-FOLLOWUP-COUNT PIC 9(04) VALUE 0.
01 WS-FOLLOWUP-MARK PIC X(07) VALUE SPACES.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-LAST-SHOWN-ID PIC 9(06) VALUE 0.
01 WS-FOLLOWUP-ENV PIC X(06) VALUE SPACES.

*> Búsqueda por tarjeta de socio: el número tecleado tiene que
*> cuadrar con su cifra de control (ver CARDAREA.cpy).
01 WS-CARD-STATUS PIC XX VALUE "00".
01 WS-CARD-EOF PIC X VALUE "N".
01 WS-CARD-INPUT PIC X(15) VALUE SPACES.
01 WS-CARD-FOUND PIC X VALUE "N".
01 WS-CARD-STATE PIC X(10) VALUE SPACES.
01 WS-CARD-FMT-N PIC 9(09) VALUE 0.
01 WS-CARD-FMT-R REDEFINES WS-CARD-FMT-N.
    05 WS-CARD-FMT-PERSON PIC 9(06).
    05 WS-CARD-FMT-SEQ    PIC 9(02).
    05 WS-CARD-FMT-CHECK  PIC 9(01).
01 WS-CARD-FMT-X PIC X(11) VALUE SPACES.
COPY TARJREC REPLACING CARD-RECORD BY WS-FOUND-CARD.
COPY CARDAREA REPLACING CARDCHECK-AREA BY WS-CCK-AREA.

*> Registro de accesos a datos personales (ver ACCAREA.cpy).
COPY ACCAREA REPLACING ACCESS-AREA BY WS-ACC-AREA.

*> Acceso por sucursal del operador (ver BRACAREA.cpy).
COPY BRACAREA REPLACING BRANCH-ACCESS-AREA BY WS-BRA-AREA.

*> Entorno de la sesión: Greeting deja ENTORNO=FORMACION cuando se
*> trabaja en el directorio de prácticas.
01 WS-RUN-ENVIRONMENT PIC X(10) VALUE SPACES.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes.
    CANCEL "BranchAccess".
    ACCEPT WS-RUN-ENVIRONMENT FROM ENVIRONMENT "ENTORNO".

    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
    END-IF.

    PERFORM UNTIL WS-CONTINUE = "N"
        PERFORM 0100-SHOW-TRAINING-MARK
        DISPLAY "¿Buscar por (I)D, por (N)ombre exacto, por (D)NI/NIE, "
            "por (T)arjeta o (H)ojear con filtros, o (S)eguimientos de "
            "la última persona mostrada?: " WITH NO ADVANCING
        ACCEPT WS-SEARCH-MODE

        EVALUATE WS-SEARCH-MODE
            WHEN "N" WHEN "n"
                PERFORM 2000-LOOKUP-BY-NAME
            WHEN "D" WHEN "d"
                PERFORM 2700-LOOKUP-BY-DOCUMENT THRU 2700-LOOKUP-BY-DOCUMENT-EXIT
            WHEN "T" WHEN "t"
                PERFORM 2800-LOOKUP-BY-CARD THRU 2800-LOOKUP-BY-CARD-EXIT
            WHEN "H" WHEN "h"
                PERFORM 4000-BROWSE
            WHEN "S" WHEN "s"
                PERFORM 5000-FOLLOWUPS THRU 5000-FOLLOWUPS-EXIT
            WHEN OTHER
                PERFORM 1000-LOOKUP-BY-ID
        END-EVALUATE
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

0100-SHOW-TRAINING-MARK.
    IF WS-RUN-ENVIRONMENT = "FORMACION"
        DISPLAY "*** FORMACION *** Entorno de prácticas: nada de esto "
            "llega a producción."
    END-IF.
0100-SHOW-TRAINING-MARK-EXIT.
    EXIT.

1000-LOOKUP-BY-ID.
    DISPLAY "Introduce el ID a buscar: " WITH NO ADVANCING
    ACCEPT WS-ID.
                DISPLAY "El ID " WS-ID " está reservado para el registro de "
                    "control."
            ELSE
                PERFORM 3000-DISPLAY-RECORD THRU 3000-DISPLAY-RECORD-EXIT
            END-IF
    END-READ.
1000-LOOKUP-BY-ID-EXIT.
                    IF NOT PR-TYPE-TRAILER OF MASTER-RECORD
                            AND PR-NAME OF MASTER-RECORD = WS-NAME
                        MOVE "Y" TO WS-FOUND
                        PERFORM 3000-DISPLAY-RECORD THRU 3000-DISPLAY-RECORD-EXIT
                    END-IF
            END-READ
    END-START.
    IF WS-FOUND = "N"
        PERFORM 2500-SEARCH-ALIAS THRU 2500-SEARCH-ALIAS-EXIT
    END-IF.
    IF WS-FOUND = "N"
        DISPLAY "No existe ninguna persona con el nombre " WS-NAME
                    DISPLAY "Con ese nombre figuraba antes; ahora "
                        "está registrada como "
                        FUNCTION TRIM(PR-NAME OF MASTER-RECORD) ":"
                    PERFORM 3000-DISPLAY-RECORD THRU 3000-DISPLAY-RECORD-EXIT
                END-IF
        END-READ
    END-IF.
2500-SEARCH-ALIAS-EXIT.
    EXIT.

2700-LOOKUP-BY-DOCUMENT.
    DISPLAY "Introduce el DNI/NIE a buscar: " WITH NO ADVANCING.
    ACCEPT WS-DOC-INPUT.
    MOVE WS-DOC-INPUT TO DCK-INPUT OF WS-DOC-AREA.
    CALL "DocumentCheck" USING WS-DOC-AREA.
    IF DCK-INVALID OF WS-DOC-AREA
        DISPLAY "Aviso: la letra de control de "
            FUNCTION TRIM(WS-DOC-INPUT)
            " no cuadra; se busca tal cual."
    END-IF.
    MOVE 0 TO WS-DOC-OWNER.
    OPEN INPUT DOCUMENT-FILE.
    IF WS-DOC-STATUS = "00"
        MOVE "N" TO WS-DOC-EOF
        PERFORM UNTIL WS-DOC-EOF = "Y"
            READ DOCUMENT-FILE
                AT END MOVE "Y" TO WS-DOC-EOF
                NOT AT END
                    IF DC-DOC-NUMBER OF DOCUMENT-REC
                            = DCK-DOC-NUMBER OF WS-DOC-AREA
                        MOVE DC-PERSON-ID OF DOCUMENT-REC
                            TO WS-DOC-OWNER
                    ELSE
                        *> El titular pasó después a otro documento.
                        IF DC-PERSON-ID OF DOCUMENT-REC = WS-DOC-OWNER
                            MOVE 0 TO WS-DOC-OWNER
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DOCUMENT-FILE
    END-IF.
    IF WS-DOC-OWNER = 0
        DISPLAY "No existe ninguna persona con el documento "
            DCK-DOC-NUMBER OF WS-DOC-AREA
        GO TO 2700-LOOKUP-BY-DOCUMENT-EXIT
    END-IF.
    MOVE WS-DOC-OWNER TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "El documento " DCK-DOC-NUMBER OF WS-DOC-AREA
                " figuró como ID " WS-DOC-OWNER
                ", que ya no está en el maestro."
        NOT INVALID KEY
            IF NOT PR-TYPE-TRAILER OF MASTER-RECORD
                PERFORM 3000-DISPLAY-RECORD THRU 3000-DISPLAY-RECORD-EXIT
            END-IF
    END-READ.
2700-LOOKUP-BY-DOCUMENT-EXIT.
    EXIT.

2800-LOOKUP-BY-CARD.
    DISPLAY "Introduce el número de tarjeta: " WITH NO ADVANCING.
    MOVE SPACES TO WS-CARD-INPUT.
    ACCEPT WS-CARD-INPUT.
    MOVE WS-CARD-INPUT TO CCK-INPUT OF WS-CCK-AREA.
    CALL "CardCheck" USING WS-CCK-AREA.
    IF CCK-INVALID OF WS-CCK-AREA
        *> Un número que no cuadra es un número mal tecleado: buscarlo
        *> tal cual podría dar con la tarjeta de otra persona.
        IF CCK-CARD-NUMBER OF WS-CCK-AREA = 0
            DISPLAY "Número de tarjeta no válido; se esperan 9 cifras "
                "(NNNNNN-NN-N)."
        ELSE
            DISPLAY "La cifra de control de "
                FUNCTION TRIM(WS-CARD-INPUT)
                " no cuadra; revise el número."
        END-IF
        GO TO 2800-LOOKUP-BY-CARD-EXIT
    END-IF.
    MOVE "N" TO WS-CARD-FOUND.
    OPEN INPUT CARD-FILE.
    IF WS-CARD-STATUS = "00"
        MOVE "N" TO WS-CARD-EOF
        PERFORM UNTIL WS-CARD-EOF = "Y"
            READ CARD-FILE
                AT END MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                    IF TJ-CARD-NUMBER OF CARD-REC
                            = CCK-CARD-NUMBER OF WS-CCK-AREA
                        MOVE CARD-REC TO WS-FOUND-CARD
                        MOVE "Y" TO WS-CARD-FOUND
                        MOVE "Y" TO WS-CARD-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARD-FILE
    END-IF.
    MOVE CCK-CARD-NUMBER OF WS-CCK-AREA TO WS-CARD-FMT-N.
    PERFORM 3070-FORMAT-CARD.
    IF WS-CARD-FOUND = "N"
        DISPLAY "No existe ninguna tarjeta con el número "
            WS-CARD-FMT-X
        GO TO 2800-LOOKUP-BY-CARD-EXIT
    END-IF.
    IF NOT TJ-STATUS-ACTIVE OF WS-FOUND-CARD
        EVALUATE TRUE
            WHEN TJ-STATUS-LOST OF WS-FOUND-CARD
                MOVE "PERDIDA" TO WS-CARD-STATE
            WHEN TJ-STATUS-REPLACED OF WS-FOUND-CARD
                MOVE "SUSTITUIDA" TO WS-CARD-STATE
            WHEN TJ-STATUS-EXPIRED OF WS-FOUND-CARD
                MOVE "CADUCADA" TO WS-CARD-STATE
            WHEN OTHER
                MOVE "ANULADA" TO WS-CARD-STATE
        END-EVALUATE
        DISPLAY "Aviso: la tarjeta " WS-CARD-FMT-X " está "
            FUNCTION TRIM(WS-CARD-STATE) " desde el "
            TJ-STATUS-DATE OF WS-FOUND-CARD "; no es válida."
    END-IF.
    MOVE TJ-PERSON-ID OF WS-FOUND-CARD TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "La tarjeta " WS-CARD-FMT-X " es del ID "
                TJ-PERSON-ID OF WS-FOUND-CARD
                ", que ya no está en el maestro."
        NOT INVALID KEY
            IF NOT PR-TYPE-TRAILER OF MASTER-RECORD
                PERFORM 3000-DISPLAY-RECORD THRU 3000-DISPLAY-RECORD-EXIT
            END-IF
    END-READ.
2800-LOOKUP-BY-CARD-EXIT.
    EXIT.

4000-BROWSE.
    DISPLAY "Nombre parcial (en blanco para no filtrar): "
        WITH NO ADVANCING.

4100-CHECK-BROWSE-FILTERS.
    MOVE "Y" TO WS-BROWSE-PASS.
    *> Al hojear sólo salen las personas de las sucursales del
    *> operador; las demás se saltan sin más.
    SET BRA-REQ-CHECK OF WS-BRA-AREA TO TRUE.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO BRA-PERSON-ID OF WS-BRA-AREA.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD
        TO BRA-BRANCH-CODE OF WS-BRA-AREA.
    MOVE "LookupRecord" TO BRA-PROGRAM OF WS-BRA-AREA.
    CALL "BranchAccess" USING WS-BRA-AREA.
    IF BRA-REFUSED OF WS-BRA-AREA
        MOVE "N" TO WS-BROWSE-PASS
    END-IF.
    IF WS-FILTER-BRANCH NOT = SPACES
            AND PR-BRANCH-CODE OF MASTER-RECORD NOT = WS-FILTER-BRANCH
        MOVE "N" TO WS-BROWSE-PASS
    EXIT.

3000-DISPLAY-RECORD.
    *> Una persona de otra sucursal no se muestra; el intento queda
    *> en el registro de accesos y en la bitácora.
    SET BRA-REQ-VERIFY OF WS-BRA-AREA TO TRUE.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO BRA-PERSON-ID OF WS-BRA-AREA.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD
        TO BRA-BRANCH-CODE OF WS-BRA-AREA.
    MOVE "LookupRecord" TO BRA-PROGRAM OF WS-BRA-AREA.
    CALL "BranchAccess" USING WS-BRA-AREA.
    IF BRA-REFUSED OF WS-BRA-AREA
        DISPLAY "El ID " PR-PERSON-ID OF MASTER-RECORD
            " pertenece a otra sucursal ("
            PR-BRANCH-CODE OF MASTER-RECORD
            "); acceso rechazado y registrado."
        GO TO 3000-DISPLAY-RECORD-EXIT
    END-IF.
    *> Cada consulta del registro completo de una persona queda en
    *> el registro de accesos.
    MOVE PR-PERSON-ID OF MASTER-RECORD
        TO ACC-PERSON-ID OF WS-ACC-AREA.
    MOVE "LookupRecord" TO ACC-PROGRAM OF WS-ACC-AREA.
    SET ACC-EVENT-ACCESS OF WS-ACC-AREA TO TRUE.
    CALL "AccessRegister" USING WS-ACC-AREA.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-LAST-SHOWN-ID.
    DISPLAY "ID    : " PR-PERSON-ID OF MASTER-RECORD.
    DISPLAY "Nombre: " PR-NAME OF MASTER-RECORD.
    DISPLAY "Edad  : " PR-AGE OF MASTER-RECORD.
    IF PR-DECEASED OF MASTER-RECORD
        DISPLAY "Estado: FALLECIDO el " PR-DEATH-DATE OF MASTER-RECORD
    ELSE
    IF PR-STATUS-INACTIVE OF MASTER-RECORD
        DISPLAY "Estado: INACTIVO"
    ELSE
        DISPLAY "Estado: ACTIVO"
    END-IF
    END-IF.
    PERFORM 3050-DISPLAY-DOCUMENT THRU 3050-DISPLAY-DOCUMENT-EXIT.
    PERFORM 3060-DISPLAY-CARD THRU 3060-DISPLAY-CARD-EXIT.
    PERFORM 3100-DISPLAY-CONTACT.
    PERFORM 3200-DISPLAY-RECENT-NOTES THRU 3200-DISPLAY-RECENT-NOTES-EXIT.
    PERFORM 3300-DISPLAY-RELATIONS THRU 3300-DISPLAY-RELATIONS-EXIT.
    PERFORM 3400-DISPLAY-FOLLOWUPS THRU 3400-DISPLAY-FOLLOWUPS-EXIT.
3000-DISPLAY-RECORD-EXIT.
    EXIT.

3050-DISPLAY-DOCUMENT.
    *> La línea vigente de documentos.txt es la última del ID.
    MOVE SPACES TO WS-CUR-DOC-TYPE.
    MOVE SPACES TO WS-CUR-DOC-NUMBER.
    OPEN INPUT DOCUMENT-FILE.
    IF WS-DOC-STATUS NOT = "00"
        GO TO 3050-DISPLAY-DOCUMENT-EXIT
    END-IF.
    MOVE "N" TO WS-DOC-EOF.
    PERFORM UNTIL WS-DOC-EOF = "Y"
        READ DOCUMENT-FILE
            AT END MOVE "Y" TO WS-DOC-EOF
            NOT AT END
                IF DC-PERSON-ID OF DOCUMENT-REC
                        = PR-PERSON-ID OF MASTER-RECORD
                    MOVE DC-DOC-TYPE OF DOCUMENT-REC TO WS-CUR-DOC-TYPE
                    MOVE DC-DOC-NUMBER OF DOCUMENT-REC
                        TO WS-CUR-DOC-NUMBER
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DOCUMENT-FILE.
    IF WS-CUR-DOC-NUMBER NOT = SPACES
        DISPLAY WS-CUR-DOC-TYPE "   : " WS-CUR-DOC-NUMBER
    END-IF.
3050-DISPLAY-DOCUMENT-EXIT.
    EXIT.

3060-DISPLAY-CARD.
    *> Sólo la tarjeta activa; el historial está en CardMaintenance.
    OPEN INPUT CARD-FILE.
    IF WS-CARD-STATUS NOT = "00"
        GO TO 3060-DISPLAY-CARD-EXIT
    END-IF.
    MOVE "N" TO WS-CARD-EOF.
    PERFORM UNTIL WS-CARD-EOF = "Y"
        READ CARD-FILE
            AT END MOVE "Y" TO WS-CARD-EOF
            NOT AT END
                IF TJ-PERSON-ID OF CARD-REC
                        = PR-PERSON-ID OF MASTER-RECORD
                        AND TJ-STATUS-ACTIVE OF CARD-REC
                    MOVE TJ-CARD-NUMBER OF CARD-REC TO WS-CARD-FMT-N
                    PERFORM 3070-FORMAT-CARD
                    IF TJ-TYPE-YOUTH OF CARD-REC
                        MOVE "JUVENIL" TO WS-CARD-STATE
                    ELSE
                        MOVE "ADULTO" TO WS-CARD-STATE
                    END-IF
                    IF TJ-PRINT-DATE OF CARD-REC = 0
                        DISPLAY "Tarjeta: " WS-CARD-FMT-X " "
                            FUNCTION TRIM(WS-CARD-STATE) " caduca "
                            TJ-EXPIRY-DATE OF CARD-REC
                            " (pendiente de imprimir)"
                    ELSE
                        DISPLAY "Tarjeta: " WS-CARD-FMT-X " "
                            FUNCTION TRIM(WS-CARD-STATE) " caduca "
                            TJ-EXPIRY-DATE OF CARD-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CARD-FILE.
3060-DISPLAY-CARD-EXIT.
    EXIT.

3070-FORMAT-CARD.
    MOVE SPACES TO WS-CARD-FMT-X.
    STRING WS-CARD-FMT-PERSON DELIMITED BY SIZE "-"
           WS-CARD-FMT-SEQ    DELIMITED BY SIZE "-"
           WS-CARD-FMT-CHECK  DELIMITED BY SIZE
        INTO WS-CARD-FMT-X.
3070-FORMAT-CARD-EXIT.
    EXIT.

3100-DISPLAY-CONTACT.
    *> La línea vigente de contactos.txt es la última del ID.
    MOVE SPACES TO WS-CUR-ADDRESS.
    MOVE SPACES TO WS-CUR-PHONE.
    MOVE SPACES TO WS-CUR-EMAIL.
    MOVE SPACE TO WS-CUR-UNDELIV.
    MOVE "N" TO WS-CONTACT-FOUND.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
                            TO WS-CUR-ADDRESS
                        MOVE CT-PHONE OF CONTACT-REC TO WS-CUR-PHONE
                        MOVE CT-EMAIL OF CONTACT-REC TO WS-CUR-EMAIL
                        MOVE CT-UNDELIVERABLE OF CONTACT-REC
                            TO WS-CUR-UNDELIV
                        MOVE CT-UNDELIV-DATE OF CONTACT-REC
                            TO WS-CUR-UNDELIV-DATE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    IF WS-CONTACT-FOUND = "Y"
        DISPLAY "Dirección: " WS-CUR-ADDRESS
        IF WS-CUR-UNDELIV = "P" OR WS-CUR-UNDELIV = "B"
            DISPLAY "           (DEVUELTA el " WS-CUR-UNDELIV-DATE
                "; pedir dirección nueva)"
        END-IF
        DISPLAY "Teléfono : " WS-CUR-PHONE
        DISPLAY "Correo   : " WS-CUR-EMAIL
        IF WS-CUR-UNDELIV = "E" OR WS-CUR-UNDELIV = "B"
            DISPLAY "           (REBOTA desde el " WS-CUR-UNDELIV-DATE
                "; pedir correo nuevo)"
        END-IF
    ELSE
        DISPLAY "(sin datos de contacto)"
    END-IF.
3200-DISPLAY-RECENT-NOTES-EXIT.
    EXIT.

3300-DISPLAY-RELATIONS.
    MOVE 0 TO WS-RE-COUNT.
    OPEN INPUT RELATION-FILE.
    IF WS-RELATION-STATUS NOT = "00"
        GO TO 3300-DISPLAY-RELATIONS-EXIT
    END-IF.
    MOVE "N" TO WS-RELATION-EOF.
    PERFORM UNTIL WS-RELATION-EOF = "Y"
        READ RELATION-FILE
            AT END MOVE "Y" TO WS-RELATION-EOF
            NOT AT END
                IF RL-END-DATE OF RELATION-REC = 0
                        AND WS-RE-COUNT < 20
                    PERFORM 3310-STORE-RELATION
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RELATION-FILE.
    IF WS-RE-COUNT = 0
        GO TO 3300-DISPLAY-RELATIONS-EXIT
    END-IF.
    *> Los nombres se leen del maestro por ID; el registro mostrado
    *> se guarda y se repone al terminar.
    MOVE MASTER-RECORD TO WS-SHOWN-RECORD.
    DISPLAY "Relaciones vigentes:".
    PERFORM VARYING WS-RE-IDX FROM 1 BY 1
        UNTIL WS-RE-IDX > WS-RE-COUNT
        MOVE "(fuera del maestro)" TO WS-RE-OTHER-NAME
        MOVE SPACES TO WS-RE-OTHER-STATE
        MOVE WS-RE-OTHER-ID (WS-RE-IDX)
            TO PR-PERSON-ID OF MASTER-RECORD
        READ MASTER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE PR-NAME OF MASTER-RECORD TO WS-RE-OTHER-NAME
                IF PR-STATUS-INACTIVE OF MASTER-RECORD
                    MOVE "INACTIVO" TO WS-RE-OTHER-STATE
                END-IF
        END-READ
        DISPLAY "  " WS-RE-TEXT (WS-RE-IDX) " "
            WS-RE-OTHER-ID (WS-RE-IDX) " " WS-RE-OTHER-NAME
            " desde " WS-RE-START (WS-RE-IDX) " " WS-RE-OTHER-STATE
    END-PERFORM.
    MOVE WS-SHOWN-RECORD TO MASTER-RECORD.
3300-DISPLAY-RELATIONS-EXIT.
    EXIT.

3310-STORE-RELATION.
    *> Se lee desde la persona mostrada: "tutor legal" si el otro es
    *> su tutor, "tutor legal de" si ella lo es del otro.
    IF RL-PERSON-ID OF RELATION-REC = PR-PERSON-ID OF MASTER-RECORD
        ADD 1 TO WS-RE-COUNT
        MOVE RL-RELATED-ID OF RELATION-REC
            TO WS-RE-OTHER-ID (WS-RE-COUNT)
        EVALUATE TRUE
            WHEN RL-TYPE-GUARDIAN OF RELATION-REC
                MOVE "tutor legal" TO WS-RE-TEXT (WS-RE-COUNT)
            WHEN RL-TYPE-PARENT OF RELATION-REC
                MOVE "progenitor" TO WS-RE-TEXT (WS-RE-COUNT)
            WHEN RL-TYPE-SPOUSE OF RELATION-REC
                MOVE "cónyuge/pareja" TO WS-RE-TEXT (WS-RE-COUNT)
            WHEN OTHER
                MOVE "contacto emergencia" TO WS-RE-TEXT (WS-RE-COUNT)
        END-EVALUATE
        MOVE RL-START-DATE OF RELATION-REC TO WS-RE-START (WS-RE-COUNT)
    ELSE
        IF RL-RELATED-ID OF RELATION-REC
                = PR-PERSON-ID OF MASTER-RECORD
            ADD 1 TO WS-RE-COUNT
            MOVE RL-PERSON-ID OF RELATION-REC
                TO WS-RE-OTHER-ID (WS-RE-COUNT)
            EVALUATE TRUE
                WHEN RL-TYPE-GUARDIAN OF RELATION-REC
                    MOVE "tutor legal de" TO WS-RE-TEXT (WS-RE-COUNT)
                WHEN RL-TYPE-PARENT OF RELATION-REC
                    MOVE "progenitor de" TO WS-RE-TEXT (WS-RE-COUNT)
                WHEN RL-TYPE-SPOUSE OF RELATION-REC
                    MOVE "cónyuge/pareja" TO WS-RE-TEXT (WS-RE-COUNT)
                WHEN OTHER
                    MOVE "contacto emergencia de"
                        TO WS-RE-TEXT (WS-RE-COUNT)
            END-EVALUATE
            MOVE RL-START-DATE OF RELATION-REC
                TO WS-RE-START (WS-RE-COUNT)
        END-IF
    END-IF.
3310-STORE-RELATION-EXIT.
    EXIT.

3400-DISPLAY-FOLLOWUPS.
    MOVE 0 TO WS-FOLLOWUP-COUNT.
    OPEN INPUT FOLLOWUP-FILE.
    IF WS-FOLLOWUP-STATUS NOT = "00"
        GO TO 3400-DISPLAY-FOLLOWUPS-EXIT
    END-IF.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    MOVE "N" TO WS-FOLLOWUP-EOF.
    PERFORM UNTIL WS-FOLLOWUP-EOF = "Y"
        READ FOLLOWUP-FILE
            AT END MOVE "Y" TO WS-FOLLOWUP-EOF
            NOT AT END
                IF SG-OPEN OF FOLLOWUP-REC
                        AND SG-PERSON-ID OF FOLLOWUP-REC
                            = PR-PERSON-ID OF MASTER-RECORD
                    IF WS-FOLLOWUP-COUNT = 0
                        DISPLAY "Seguimientos abiertos:"
                    END-IF
                    ADD 1 TO WS-FOLLOWUP-COUNT
                    MOVE SPACES TO WS-FOLLOWUP-MARK
                    IF SG-DUE-DATE OF FOLLOWUP-REC < WS-TODAY-DATE
                        MOVE "VENCIDO" TO WS-FOLLOWUP-MARK
                    END-IF
                    DISPLAY "  " SG-FOLLOWUP-ID OF FOLLOWUP-REC " "
                        SG-DUE-DATE OF FOLLOWUP-REC " "
                        WS-FOLLOWUP-MARK " "
                        FUNCTION TRIM(SG-ASSIGNED-TO OF FOLLOWUP-REC)
                        ": " FUNCTION TRIM(SG-TEXT OF FOLLOWUP-REC)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FOLLOWUP-FILE.
3400-DISPLAY-FOLLOWUPS-EXIT.
    EXIT.

5000-FOLLOWUPS.
    *> FollowUpMaintenance abre el maestro por su cuenta para validar
    *> cada ID: se cierra aquí mientras dura y se vuelve a abrir.
    CLOSE MASTER-FILE.
    MOVE SPACES TO WS-FOLLOWUP-ENV.
    IF WS-LAST-SHOWN-ID > 0
        MOVE WS-LAST-SHOWN-ID TO WS-FOLLOWUP-ENV
    END-IF.
    DISPLAY "SEGUIMIENTO_ID" UPON ENVIRONMENT-NAME.
    DISPLAY WS-FOLLOWUP-ENV UPON ENVIRONMENT-VALUE.
    CALL "FollowUpMaintenance"
        ON EXCEPTION
            DISPLAY "No se pudo cargar el programa FollowUpMaintenance."
    END-CALL.
    CANCEL "FollowUpMaintenance".
    DISPLAY "SEGUIMIENTO_ID" UPON ENVIRONMENT-NAME.
    DISPLAY " " UPON ENVIRONMENT-VALUE.
    MOVE 0 TO RETURN-CODE.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo volver a abrir 'personas.txt' "
            "(status " WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        PERFORM 8000-WRITE-AUDIT-LOG
        GOBACK
    END-IF.
5000-FOLLOWUPS-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
