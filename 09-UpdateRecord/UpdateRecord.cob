    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT DOCUMENT-FILE ASSIGN TO "documentos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DOC-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "alias.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ALIAS-STATUS.
FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

*> Documento de identidad (DNI/NIE), también de sólo-añadir con la
*> línea vigente al final (ver DOCUREC.cpy).
FD DOCUMENT-FILE.
    COPY DOCUREC REPLACING DOCUMENT-RECORD BY DOCUMENT-REC.

*> Nombres anteriores tras un cambio de nombre (ver ALIASREC.cpy),
*> para que LookupRecord siga encontrando a la persona.
FD ALIAS-FILE.
01 WS-DEFERRED PIC X VALUE "N".
01 WS-DEFERRED-COUNT PIC 9(04) VALUE 0.

*> Cambios con fecha atrasada: si caen en un mes contable cerrado
*> sólo entran con doble control (ver PGAREA.cpy).
COPY PGAREA REPLACING PERIOD-GUARD-AREA BY WS-PG-AREA.

*> Datos de contacto: se muestran los vigentes y se añade una línea
*> nueva con los valores corregidos.
01 WS-CONTACT-STATUS PIC XX VALUE "00".
01 WS-CUR-ADDRESS PIC X(40) VALUE SPACES.
01 WS-CUR-PHONE PIC X(15) VALUE SPACES.
01 WS-CUR-EMAIL PIC X(40) VALUE SPACES.
*> Marca de devolución de la línea vigente: se conserva para el canal
*> que no cambia y se quita para el que el operador corrige.
01 WS-CUR-UNDELIV PIC X VALUE SPACE.
01 WS-CUR-UNDELIV-DATE PIC 9(08) VALUE 0.
01 WS-NEW-UNDELIV-POST PIC X VALUE "N".
01 WS-NEW-UNDELIV-EMAIL PIC X VALUE "N".
01 WS-NEW-ADDRESS PIC X(40) VALUE SPACES.
01 WS-NEW-PHONE PIC X(15) VALUE SPACES.
01 WS-NEW-EMAIL PIC X(40) VALUE SPACES.
01 WS-EMAIL-DOT-COUNT PIC 9(02) VALUE 0.
01 WS-CONTACT-UPDATED PIC 9(04) VALUE 0.

*> Documento de identidad: se muestra el vigente y la corrección se
*> valida con DocumentCheck antes de añadir la línea nueva.
01 WS-DOC-STATUS PIC XX VALUE "00".
01 WS-DOC-CHOICE PIC X VALUE "N".
01 WS-DOC-EOF PIC X VALUE "N".
01 WS-DOC-OK PIC X VALUE "N".
01 WS-DOC-INPUT PIC X(15) VALUE SPACES.
01 WS-CUR-DOC-NUMBER PIC X(09) VALUE SPACES.
01 WS-DOC-OWNER PIC 9(06) VALUE 0.
01 WS-DOC-DATE PIC 9(08) VALUE 0.
01 WS-DOC-UPDATED PIC 9(04) VALUE 0.
COPY DOCAREA REPLACING DOCCHECK-AREA BY WS-DOC-AREA.

*> Referencia cruzada de nombres anteriores.
01 WS-ALIAS-STATUS PIC XX VALUE "00".
01 WS-OLD-NAME PIC X(20) VALUE SPACES.
*> Diario de actualizaciones del maestro (rehacer tras un fallo).
COPY JRNAREA REPLACING JOURNAL-AREA BY WS-JRN-AREA.

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
    *> para que ésta lea los ficheros vigentes y PeriodGuard vuelva a
    *> pedir el doble control.
    CANCEL "PeriodGuard".
    CANCEL "BranchAccess".
    ACCEPT WS-RUN-ENVIRONMENT FROM ENVIRONMENT "ENTORNO".

    OPEN I-O MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
    END-IF.

    PERFORM UNTIL WS-CONTINUE = "N"
        PERFORM 0100-SHOW-TRAINING-MARK
        DISPLAY "Introduce el ID de la persona a corregir: " WITH NO ADVANCING
        ACCEPT WS-ID
        PERFORM 0500-RESERVE-RECORD
        IF RSV-BUSY OF WS-RSV-AREA
            CONTINUE
        ELSE
            MOVE WS-ID TO PR-PERSON-ID OF MASTER-RECORD
            READ MASTER-FILE
                INVALID KEY
                    DISPLAY "No existe ninguna persona con ID " WS-ID
                NOT INVALID KEY
                    IF PR-TYPE-TRAILER OF MASTER-RECORD
                        DISPLAY "El ID " WS-ID " está reservado para el registro de "
                            "control y no se puede modificar."
                    ELSE
                        PERFORM 0700-CHECK-BRANCH
                        IF BRA-REFUSED OF WS-BRA-AREA
                            DISPLAY "El ID " WS-ID " pertenece a otra sucursal ("
                                PR-BRANCH-CODE OF MASTER-RECORD
                                "); acceso rechazado y registrado."
                        ELSE
                            MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                            MOVE PR-NAME OF MASTER-RECORD TO WS-OLD-NAME
                            DISPLAY "Nombre actual: " PR-NAME OF MASTER-RECORD
                            DISPLAY "Edad actual  : " PR-AGE OF MASTER-RECORD
                            DISPLAY "Nuevo nombre (deja en blanco para no cambiar): "
                                WITH NO ADVANCING
                            ACCEPT WS-NAME
                            MOVE "N" TO WS-AGE-VALID
                            PERFORM UNTIL WS-AGE-VALID = "Y"
                                DISPLAY "Nueva edad (deja en blanco para no cambiar): "
                                    WITH NO ADVANCING
                                ACCEPT WS-AGE
                                PERFORM 2210-CHECK-AGE-VALID
                                IF WS-AGE-VALID = "N"
                                    DISPLAY "Edad no válida: debe ser numérica, de 00 a 99, "
                                        "o en blanco para no cambiarla."
                                END-IF
                            END-PERFORM

                            *> Los traslados y correcciones previstos con días
                            *> de antelación se programan con fecha efectiva y
                            *> los aplica la cadena nocturna el día que tocan.
                            MOVE "N" TO WS-DEFERRED
                            SET PG-PERIOD-OPEN OF WS-PG-AREA TO TRUE
                            DISPLAY "Fecha efectiva AAAAMMDD (en blanco = hoy): "
                                WITH NO ADVANCING
                            ACCEPT WS-EFF-DATE-X
                            IF WS-EFF-DATE-X IS NUMERIC
                                ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                                MOVE WS-EFF-DATE-X TO WS-EFF-DATE
                                IF WS-EFF-DATE > WS-TODAY-DATE
                                    MOVE "Y" TO WS-DEFERRED
                                    PERFORM 6000-WRITE-PENDING
                                ELSE
                                    PERFORM 0800-CHECK-PERIOD
                                END-IF
                            END-IF
                            IF PG-ADJUSTMENT-REFUSED OF WS-PG-AREA
                                DISPLAY "El periodo " PG-PERIOD OF WS-PG-AREA
                                    " está cerrado y no hay doble control: el "
                                    "cambio del ID " WS-ID " no se aplica."
                            END-IF
                            IF WS-DEFERRED = "N"
                                    AND NOT PG-ADJUSTMENT-REFUSED OF WS-PG-AREA
                                IF WS-NAME NOT = SPACES
                                    MOVE WS-NAME TO PR-NAME OF MASTER-RECORD
                                END-IF
                                IF WS-AGE NOT = SPACES
                                    MOVE WS-AGE TO PR-AGE OF MASTER-RECORD
                                END-IF

                                REWRITE MASTER-RECORD
                                    INVALID KEY
                                        DISPLAY "Error al reescribir el registro " WS-ID
                                    NOT INVALID KEY
                                        DISPLAY "Registro " WS-ID " actualizado correctamente."
                                        ADD 1 TO WS-UPDATED-COUNT
                                        PERFORM 7500-WRITE-HISTORY
                                        SET JRN-ACT-REWRITE OF WS-JRN-AREA TO TRUE
                                        MOVE MASTER-RECORD
                                            TO JRN-IMAGE OF WS-JRN-AREA
                                        PERFORM 7700-WRITE-JOURNAL
                                        IF WS-NAME NOT = SPACES
                                                AND WS-NAME NOT = WS-OLD-NAME
                                            PERFORM 7600-WRITE-ALIAS
                                        END-IF
                                        IF PG-ADJUSTMENT-ALLOWED OF WS-PG-AREA
                                            PERFORM 7900-RECORD-ADJUSTMENT
                                        END-IF
                                END-REWRITE
                                PERFORM 6500-UPDATE-CONTACT THRU 6500-UPDATE-CONTACT-EXIT
                                PERFORM 6900-UPDATE-DOCUMENT THRU 6900-UPDATE-DOCUMENT-EXIT
                            END-IF
                        END-IF
                    END-IF
            END-READ
            PERFORM 0600-RELEASE-RECORD
        END-IF

        DISPLAY "¿Corregir otra persona? (Y/N): " WITH NO ADVANCING
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

0100-SHOW-TRAINING-MARK.
    IF WS-RUN-ENVIRONMENT = "FORMACION"
        DISPLAY "*** FORMACION *** Entorno de prácticas: nada de esto "
            "llega a producción."
    END-IF.
0100-SHOW-TRAINING-MARK-EXIT.
    EXIT.

0500-RESERVE-RECORD.
    SET RSV-REQ-ACQUIRE OF WS-RSV-AREA TO TRUE.
    MOVE WS-ID TO RSV-PERSON-ID OF WS-RSV-AREA.
0600-RELEASE-RECORD-EXIT.
    EXIT.

0700-CHECK-BRANCH.
    *> Sólo se corrigen personas de las sucursales del operador; el
    *> intento sobre otra queda en accesos.txt y en la bitácora.
    SET BRA-REQ-VERIFY OF WS-BRA-AREA TO TRUE.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO BRA-PERSON-ID OF WS-BRA-AREA.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD
        TO BRA-BRANCH-CODE OF WS-BRA-AREA.
    MOVE "UpdateRecord" TO BRA-PROGRAM OF WS-BRA-AREA.
    CALL "BranchAccess" USING WS-BRA-AREA.
0700-CHECK-BRANCH-EXIT.
    EXIT.

0800-CHECK-PERIOD.
    *> Un cambio con fecha pasada dentro de un mes ya cerrado exige
    *> la segunda firma; la respuesta vale para toda la sesión.
    SET PG-REQ-CHECK OF WS-PG-AREA TO TRUE.
    MOVE "N" TO PG-UNATTENDED OF WS-PG-AREA.
    MOVE WS-EFF-DATE TO PG-DATE OF WS-PG-AREA.
    CALL "PeriodGuard" USING WS-PG-AREA.
0800-CHECK-PERIOD-EXIT.
    EXIT.

6000-WRITE-PENDING.
    OPEN EXTEND PENDING-FILE.
    IF WS-PENDING-STATUS = "35"
    END-IF.
    PERFORM 6600-FETCH-CONTACT.
    DISPLAY "Dirección actual: " WS-CUR-ADDRESS.
    IF WS-CUR-UNDELIV = "P" OR WS-CUR-UNDELIV = "B"
        DISPLAY "  (correo postal devuelto el " WS-CUR-UNDELIV-DATE
            "; hace falta una dirección nueva)"
    END-IF.
    DISPLAY "Nueva dirección (en blanco para no cambiar): "
        WITH NO ADVANCING.
    ACCEPT WS-NEW-ADDRESS.
        END-IF
    END-PERFORM.
    DISPLAY "Correo actual   : " WS-CUR-EMAIL.
    IF WS-CUR-UNDELIV = "E" OR WS-CUR-UNDELIV = "B"
        DISPLAY "  (el correo rebotó el " WS-CUR-UNDELIV-DATE
            "; hace falta un correo nuevo)"
    END-IF.
    MOVE "N" TO WS-EMAIL-OK.
    PERFORM UNTIL WS-EMAIL-OK = "Y"
        DISPLAY "Nuevo correo (en blanco para no cambiar): "
    MOVE SPACES TO WS-CUR-ADDRESS.
    MOVE SPACES TO WS-CUR-PHONE.
    MOVE SPACES TO WS-CUR-EMAIL.
    MOVE SPACE TO WS-CUR-UNDELIV.
    MOVE 0 TO WS-CUR-UNDELIV-DATE.
    MOVE "N" TO WS-CONTACT-FOUND.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
                            TO WS-CUR-ADDRESS
                        MOVE CT-PHONE OF CONTACT-REC TO WS-CUR-PHONE
                        MOVE CT-EMAIL OF CONTACT-REC TO WS-CUR-EMAIL
                        MOVE CT-UNDELIVERABLE OF CONTACT-REC
                            TO WS-CUR-UNDELIV
                        IF CT-UNDELIV-DATE OF CONTACT-REC IS NUMERIC
                            MOVE CT-UNDELIV-DATE OF CONTACT-REC
                                TO WS-CUR-UNDELIV-DATE
                        ELSE
                            MOVE 0 TO WS-CUR-UNDELIV-DATE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE WS-NEW-ADDRESS TO CT-ADDRESS OF CONTACT-REC
        MOVE WS-NEW-PHONE TO CT-PHONE OF CONTACT-REC
        MOVE WS-NEW-EMAIL TO CT-EMAIL OF CONTACT-REC
        *> La marca de devolución sigue en el canal que no ha
        *> cambiado; una dirección o un correo nuevos la quitan.
        MOVE "N" TO WS-NEW-UNDELIV-POST
        MOVE "N" TO WS-NEW-UNDELIV-EMAIL
        IF (WS-CUR-UNDELIV = "P" OR WS-CUR-UNDELIV = "B")
                AND WS-NEW-ADDRESS = WS-CUR-ADDRESS
            MOVE "Y" TO WS-NEW-UNDELIV-POST
        END-IF
        IF (WS-CUR-UNDELIV = "E" OR WS-CUR-UNDELIV = "B")
                AND WS-NEW-EMAIL = WS-CUR-EMAIL
            MOVE "Y" TO WS-NEW-UNDELIV-EMAIL
        END-IF
        IF WS-NEW-UNDELIV-POST = "Y" AND WS-NEW-UNDELIV-EMAIL = "Y"
            MOVE "B" TO CT-UNDELIVERABLE OF CONTACT-REC
        ELSE
            IF WS-NEW-UNDELIV-POST = "Y"
                MOVE "P" TO CT-UNDELIVERABLE OF CONTACT-REC
            END-IF
            IF WS-NEW-UNDELIV-EMAIL = "Y"
                MOVE "E" TO CT-UNDELIVERABLE OF CONTACT-REC
            END-IF
        END-IF
        IF CT-UNDELIVERABLE OF CONTACT-REC NOT = SPACE
            MOVE WS-CUR-UNDELIV-DATE TO CT-UNDELIV-DATE OF CONTACT-REC
        END-IF
        WRITE CONTACT-REC
        CLOSE CONTACT-FILE
        ADD 1 TO WS-CONTACT-UPDATED
6800-APPEND-CONTACT-EXIT.
    EXIT.

6900-UPDATE-DOCUMENT.
    DISPLAY "¿Corregir también el DNI/NIE? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-DOC-CHOICE.
    IF WS-DOC-CHOICE NOT = "Y" AND WS-DOC-CHOICE NOT = "y"
        GO TO 6900-UPDATE-DOCUMENT-EXIT
    END-IF.
    PERFORM 6950-FETCH-DOCUMENT THRU 6950-FETCH-DOCUMENT-EXIT.
    IF WS-CUR-DOC-NUMBER = SPACES
        DISPLAY "(el ID " WS-ID " no tenía documento)"
    ELSE
        DISPLAY "Documento actual: " WS-CUR-DOC-NUMBER
    END-IF.
    MOVE "N" TO WS-DOC-OK.
    PERFORM UNTIL WS-DOC-OK = "Y"
        DISPLAY "Nuevo DNI/NIE (en blanco para no cambiar): "
            WITH NO ADVANCING
        ACCEPT WS-DOC-INPUT
        IF WS-DOC-INPUT = SPACES
            GO TO 6900-UPDATE-DOCUMENT-EXIT
        END-IF
        MOVE WS-DOC-INPUT TO DCK-INPUT OF WS-DOC-AREA
        CALL "DocumentCheck" USING WS-DOC-AREA
        IF DCK-VALID OF WS-DOC-AREA
            MOVE "Y" TO WS-DOC-OK
        ELSE
            DISPLAY "Documento no válido: "
                FUNCTION TRIM(WS-DOC-INPUT)
                " (letra de control esperada: "
                DCK-EXPECTED-LETTER OF WS-DOC-AREA ")."
        END-IF
    END-PERFORM.
    IF DCK-DOC-NUMBER OF WS-DOC-AREA = WS-CUR-DOC-NUMBER
        DISPLAY "El documento no cambia."
        GO TO 6900-UPDATE-DOCUMENT-EXIT
    END-IF.
    PERFORM 6960-FIND-DOCUMENT-OWNER THRU 6960-FIND-DOCUMENT-OWNER-EXIT.
    IF WS-DOC-OWNER > 0 AND WS-DOC-OWNER NOT = WS-ID
        DISPLAY "El documento " DCK-DOC-NUMBER OF WS-DOC-AREA
            " ya figura en el ID " WS-DOC-OWNER
            ": es la misma persona y debe fusionarse con "
            "MergePersonas. No se anota."
        GO TO 6900-UPDATE-DOCUMENT-EXIT
    END-IF.
    PERFORM 6980-APPEND-DOCUMENT.
6900-UPDATE-DOCUMENT-EXIT.
    EXIT.

6950-FETCH-DOCUMENT.
    *> La línea vigente de documentos.txt es la última del ID.
    MOVE SPACES TO WS-CUR-DOC-NUMBER.
    OPEN INPUT DOCUMENT-FILE.
    IF WS-DOC-STATUS NOT = "00"
        GO TO 6950-FETCH-DOCUMENT-EXIT
    END-IF.
    MOVE "N" TO WS-DOC-EOF.
    PERFORM UNTIL WS-DOC-EOF = "Y"
        READ DOCUMENT-FILE
            AT END MOVE "Y" TO WS-DOC-EOF
            NOT AT END
                IF DC-PERSON-ID OF DOCUMENT-REC = WS-ID
                    MOVE DC-DOC-NUMBER OF DOCUMENT-REC
                        TO WS-CUR-DOC-NUMBER
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DOCUMENT-FILE.
6950-FETCH-DOCUMENT-EXIT.
    EXIT.

6960-FIND-DOCUMENT-OWNER.
    *> ID cuya línea vigente lleva el número tecleado, si lo hay.
    MOVE 0 TO WS-DOC-OWNER.
    OPEN INPUT DOCUMENT-FILE.
    IF WS-DOC-STATUS NOT = "00"
        GO TO 6960-FIND-DOCUMENT-OWNER-EXIT
    END-IF.
    MOVE "N" TO WS-DOC-EOF.
    PERFORM UNTIL WS-DOC-EOF = "Y"
        READ DOCUMENT-FILE
            AT END MOVE "Y" TO WS-DOC-EOF
            NOT AT END
                IF DC-DOC-NUMBER OF DOCUMENT-REC
                        = DCK-DOC-NUMBER OF WS-DOC-AREA
                    MOVE DC-PERSON-ID OF DOCUMENT-REC TO WS-DOC-OWNER
                ELSE
                    IF DC-PERSON-ID OF DOCUMENT-REC = WS-DOC-OWNER
                        MOVE 0 TO WS-DOC-OWNER
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DOCUMENT-FILE.
6960-FIND-DOCUMENT-OWNER-EXIT.
    EXIT.

6980-APPEND-DOCUMENT.
    OPEN EXTEND DOCUMENT-FILE.
    IF WS-DOC-STATUS = "35"
        OPEN OUTPUT DOCUMENT-FILE
    END-IF.
    IF WS-DOC-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'documentos.txt' (status "
            WS-DOC-STATUS ")."
    ELSE
        ACCEPT WS-HIST-OPERATOR FROM ENVIRONMENT "OPERADOR"
        IF WS-HIST-OPERATOR = SPACES
            ACCEPT WS-HIST-OPERATOR FROM ENVIRONMENT "USER"
        END-IF
        ACCEPT WS-DOC-DATE FROM DATE YYYYMMDD
        MOVE SPACES TO DOCUMENT-REC
        MOVE WS-ID TO DC-PERSON-ID OF DOCUMENT-REC
        MOVE DCK-DOC-TYPE OF WS-DOC-AREA TO DC-DOC-TYPE OF DOCUMENT-REC
        MOVE DCK-DOC-NUMBER OF WS-DOC-AREA
            TO DC-DOC-NUMBER OF DOCUMENT-REC
        MOVE WS-DOC-DATE TO DC-RECORD-DATE OF DOCUMENT-REC
        MOVE WS-HIST-OPERATOR TO DC-OPERATOR OF DOCUMENT-REC
        WRITE DOCUMENT-REC
        CLOSE DOCUMENT-FILE
        ADD 1 TO WS-DOC-UPDATED
        DISPLAY "Documento del ID " WS-ID " actualizado."
    END-IF.
6980-APPEND-DOCUMENT-EXIT.
    EXIT.

2210-CHECK-AGE-VALID.
    MOVE "Y" TO WS-AGE-VALID.
    IF WS-AGE NOT = SPACES
7700-WRITE-JOURNAL-EXIT.
    EXIT.

7900-RECORD-ADJUSTMENT.
    SET PG-REQ-RECORD OF WS-PG-AREA TO TRUE.
    MOVE "UpdateRecord" TO PG-PROGRAM OF WS-PG-AREA.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO PG-PERSON-ID OF WS-PG-AREA.
    MOVE "U" TO PG-TYPE OF WS-PG-AREA.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO PG-BRANCH OF WS-PG-AREA.
    CALL "PeriodGuard" USING WS-PG-AREA.
7900-RECORD-ADJUSTMENT-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
