    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT DOCUMENT-FILE ASSIGN TO "documentos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DOC-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

*> Línea CSV de lote: con los campos de contacto y el documento al
*> final supera con holgura los 80 caracteres del maestro.
FD BATCH-FILE.
01 BATCH-RECORD PIC X(160).

*> Marca de agua con el mayor ID archivado, para no chocar con IDs
*> de sesiones anteriores cuando 'personas.txt' se ha vaciado.
FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

*> Documento de identidad (DNI/NIE), en fichero compañero de
*> sólo-añadir enlazado por el ID (ver DOCUREC.cpy).
FD DOCUMENT-FILE.
    COPY DOCUREC REPLACING DOCUMENT-RECORD BY DOCUMENT-REC.

WORKING-STORAGE SECTION.
01 WS-NAME PIC X(20).      *> Nombre ajustado a 20 caracteres
01 WS-AGE PIC XX.          *> Edad ajustada a 2 caracteres
01 WS-EMAIL-DOT-COUNT PIC 9(02) VALUE 0.
01 WS-CONTACT-COUNT PIC 9(04) VALUE 0. *> Líneas de contacto escritas

*> La dirección, si viene, debe llevar un código postal de
*> codigos_postales.txt que sea del municipio que nombra; sin fichero
*> de referencia se admite tal cual, avisando una vez.
01 WS-ADDRESS-OK PIC X VALUE "Y".
01 WS-POSTCODE-WARNED PIC X VALUE "N".
COPY CPAREA REPLACING POSTCODE-AREA BY WS-POSTCODE-AREA.

*> Documento de identidad del alta, opcional: se normaliza y se
*> comprueba la letra de control con DocumentCheck, y un documento
*> que ya figura en otro ID frena el alta (es la misma persona).
01 WS-DOC-STATUS PIC XX VALUE "00".
01 WS-DOC-INPUT PIC X(15) VALUE SPACES.
01 WS-DOC-OK PIC X VALUE "Y".
01 WS-DOC-TYPE PIC X(03) VALUE SPACES.
01 WS-DOC-NUMBER PIC X(09) VALUE SPACES.
01 WS-DOC-EOF PIC X VALUE "N".
01 WS-DOC-OWNER PIC 9(06) VALUE 0.
01 WS-DOC-DATE PIC 9(08) VALUE 0.
01 WS-DOC-OPERATOR PIC X(20) VALUE SPACES.
01 WS-DOC-COUNT PIC 9(04) VALUE 0. *> Documentos anotados
COPY DOCAREA REPLACING DOCCHECK-AREA BY WS-DOC-AREA.

*> Modo desatendido: si el proceso que llama (p.ej. PipelineDriver) fija
*> estas variables de entorno, se usan en vez de preguntar por consola,
*> para que una ejecución nocturna no se quede bloqueada en un ACCEPT.
*> firma de un segundo supervisor (ver APRAREA.cpy).
COPY APRAREA REPLACING APPROVAL-AREA BY WS-APR-AREA.

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
    CANCEL "PostcodeCheck".
    ACCEPT WS-RUN-ENVIRONMENT FROM ENVIRONMENT "ENTORNO".
    PERFORM 0100-SHOW-TRAINING-MARK.

    PERFORM 0500-ACQUIRE-MASTER-LOCK.
    IF LCK-BUSY OF WS-LOCK-AREA
        MOVE 16 TO RETURN-CODE
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

0100-SHOW-TRAINING-MARK.
    IF WS-RUN-ENVIRONMENT = "FORMACION"
        DISPLAY "*** FORMACION *** Entorno de prácticas: nada de esto "
            "llega a producción."
    END-IF.
0100-SHOW-TRAINING-MARK-EXIT.
    EXIT.

0500-ACQUIRE-MASTER-LOCK.
    SET LCK-REQ-ACQUIRE OF WS-LOCK-AREA TO TRUE.
    MOVE "WriteMultipleRecords" TO LCK-PROGRAM OF WS-LOCK-AREA.

2000-INTERACTIVE-LOAD.
    PERFORM UNTIL WS-CONTINUE = "N"
        PERFORM 0100-SHOW-TRAINING-MARK
        DISPLAY "Introduce el nombre (máx. 20 caracteres): " WITH NO ADVANCING
        ACCEPT WS-NAME
        MOVE "N" TO WS-AGE-VALID
        DISPLAY "Fecha de nacimiento AAAAMMDD (opcional, en blanco si se desconoce): "
            WITH NO ADVANCING
        ACCEPT WS-BIRTH-DATE
        MOVE "N" TO WS-ADDRESS-OK
        PERFORM UNTIL WS-ADDRESS-OK = "Y"
            DISPLAY "Dirección (opcional, máx. 40 caracteres, con "
                "código postal y municipio): " WITH NO ADVANCING
            ACCEPT WS-ADDRESS
            PERFORM 2270-CHECK-ADDRESS-VALID
            IF WS-ADDRESS-OK = "N"
                EVALUATE TRUE
                    WHEN PCK-MISSING OF WS-POSTCODE-AREA
                        DISPLAY "Dirección sin código postal: debe "
                            "llevar cinco dígitos seguidos del "
                            "municipio (p.ej. '28013 Madrid')."
                    WHEN PCK-UNKNOWN OF WS-POSTCODE-AREA
                        DISPLAY "Código postal "
                            PCK-POSTCODE OF WS-POSTCODE-AREA
                            " no reconocido. Consulta la referencia "
                            "con PostcodeMaintenance."
                    WHEN PCK-MISMATCH OF WS-POSTCODE-AREA
                        DISPLAY "El código postal "
                            PCK-POSTCODE OF WS-POSTCODE-AREA
                            " no es de "
                            FUNCTION TRIM(PCK-TOWN OF WS-POSTCODE-AREA)
                        DISPLAY "  sino de "
                            PCK-MUNICIPALITY OF WS-POSTCODE-AREA
                END-EVALUATE
            END-IF
        END-PERFORM
        MOVE "N" TO WS-PHONE-OK
        PERFORM UNTIL WS-PHONE-OK = "Y"
            DISPLAY "Teléfono (opcional, dígitos/espacios/+/-): "
                DISPLAY "Correo no válido: debe contener '@' y un punto."
            END-IF
        END-PERFORM
        MOVE "N" TO WS-DOC-OK
        PERFORM UNTIL WS-DOC-OK = "Y"
            DISPLAY "DNI/NIE (opcional): " WITH NO ADVANCING
            ACCEPT WS-DOC-INPUT
            PERFORM 2260-CHECK-DOCUMENT-VALID
            IF WS-DOC-OK = "N"
                DISPLAY "Documento no válido: "
                    FUNCTION TRIM(WS-DOC-INPUT)
                    " (letra de control esperada: "
                    DCK-EXPECTED-LETTER OF WS-DOC-AREA ")."
            END-IF
        END-PERFORM
        PERFORM 2100-WRITE-PERSON
        DISPLAY "¿Quieres continuar? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-CONTINUE
                OR WS-EMAIL NOT = SPACES
            PERFORM 2300-WRITE-CONTACT
        END-IF
        IF WS-DOC-NUMBER NOT = SPACES
            PERFORM 2350-WRITE-DOCUMENT
        END-IF
        ADD 1 TO WS-NEXT-ID
        ADD 1 TO WS-REGISTERED-COUNT
    END-IF.
2250-CHECK-EMAIL-VALID-EXIT.
    EXIT.

2260-CHECK-DOCUMENT-VALID.
    *> El documento en blanco se admite (dato opcional).
    MOVE "Y" TO WS-DOC-OK.
    MOVE SPACES TO WS-DOC-TYPE.
    MOVE SPACES TO WS-DOC-NUMBER.
    MOVE SPACE TO DCK-EXPECTED-LETTER OF WS-DOC-AREA.
    IF WS-DOC-INPUT NOT = SPACES
        MOVE WS-DOC-INPUT TO DCK-INPUT OF WS-DOC-AREA
        CALL "DocumentCheck" USING WS-DOC-AREA
        IF DCK-VALID OF WS-DOC-AREA
            MOVE DCK-DOC-TYPE OF WS-DOC-AREA TO WS-DOC-TYPE
            MOVE DCK-DOC-NUMBER OF WS-DOC-AREA TO WS-DOC-NUMBER
        ELSE
            MOVE "N" TO WS-DOC-OK
        END-IF
    END-IF.
2260-CHECK-DOCUMENT-VALID-EXIT.
    EXIT.

2270-CHECK-ADDRESS-VALID.
    *> La dirección en blanco se admite (dato opcional).
    MOVE "Y" TO WS-ADDRESS-OK.
    IF WS-ADDRESS NOT = SPACES
        MOVE WS-ADDRESS TO PCK-ADDRESS OF WS-POSTCODE-AREA
        CALL "PostcodeCheck" USING WS-POSTCODE-AREA
        EVALUATE TRUE
            WHEN PCK-OK OF WS-POSTCODE-AREA
                CONTINUE
            WHEN PCK-NO-REFERENCE OF WS-POSTCODE-AREA
                IF WS-POSTCODE-WARNED = "N"
                    DISPLAY "Aviso: no hay 'codigos_postales.txt'; "
                        "los códigos postales no se comprueban."
                    MOVE "Y" TO WS-POSTCODE-WARNED
                END-IF
            WHEN OTHER
                MOVE "N" TO WS-ADDRESS-OK
        END-EVALUATE
    END-IF.
2270-CHECK-ADDRESS-VALID-EXIT.
    EXIT.

2300-WRITE-CONTACT.
    OPEN EXTEND CONTACT-FILE.
    IF WS-CONTACT-STATUS = "35"
2300-WRITE-CONTACT-EXIT.
    EXIT.

2350-WRITE-DOCUMENT.
    OPEN EXTEND DOCUMENT-FILE.
    IF WS-DOC-STATUS = "35"
        OPEN OUTPUT DOCUMENT-FILE
    END-IF.
    IF WS-DOC-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'documentos.txt' (status "
            WS-DOC-STATUS "); el alta queda sin documento."
    ELSE
        ACCEPT WS-DOC-OPERATOR FROM ENVIRONMENT "OPERADOR"
        IF WS-DOC-OPERATOR = SPACES
            ACCEPT WS-DOC-OPERATOR FROM ENVIRONMENT "USER"
        END-IF
        ACCEPT WS-DOC-DATE FROM DATE YYYYMMDD
        MOVE SPACES TO DOCUMENT-REC
        MOVE WS-NEXT-ID TO DC-PERSON-ID OF DOCUMENT-REC
        MOVE WS-DOC-TYPE TO DC-DOC-TYPE OF DOCUMENT-REC
        MOVE WS-DOC-NUMBER TO DC-DOC-NUMBER OF DOCUMENT-REC
        MOVE WS-DOC-DATE TO DC-RECORD-DATE OF DOCUMENT-REC
        MOVE WS-DOC-OPERATOR TO DC-OPERATOR OF DOCUMENT-REC
        WRITE DOCUMENT-REC
        CLOSE DOCUMENT-FILE
        ADD 1 TO WS-DOC-COUNT
    END-IF.
2350-WRITE-DOCUMENT-EXIT.
    EXIT.

2050-CHECK-DUPLICATE-NAME.
    *> Acceso directo por el índice alternativo de nombre: un solo
    *> START/READ en vez de recorrer todo el fichero por cada alta.
            END-IF
        END-IF
    END-IF.
    IF WS-SKIP-WRITE = "N" AND WS-DOC-NUMBER NOT = SPACES
        PERFORM 2060-CHECK-DUPLICATE-DOCUMENT THRU 2060-CHECK-DUPLICATE-DOCUMENT-EXIT
    END-IF.
2050-CHECK-DUPLICATE-NAME-EXIT.
    EXIT.

2060-CHECK-DUPLICATE-DOCUMENT.
    *> Mismo documento es la misma persona: no se admite un segundo
    *> alta, ni en lote ni por consola. Se recorre documentos.txt
    *> quedándose con el ID cuya línea vigente lleva ese número.
    MOVE 0 TO WS-DOC-OWNER.
    OPEN INPUT DOCUMENT-FILE.
    IF WS-DOC-STATUS NOT = "00"
        GO TO 2060-CHECK-DUPLICATE-DOCUMENT-EXIT
    END-IF.
    MOVE "N" TO WS-DOC-EOF.
    PERFORM UNTIL WS-DOC-EOF = "Y"
        READ DOCUMENT-FILE
            AT END MOVE "Y" TO WS-DOC-EOF
            NOT AT END
                IF DC-DOC-NUMBER OF DOCUMENT-REC = WS-DOC-NUMBER
                    MOVE DC-PERSON-ID OF DOCUMENT-REC TO WS-DOC-OWNER
                ELSE
                    IF DC-PERSON-ID OF DOCUMENT-REC = WS-DOC-OWNER
                        *> El titular pasó después a otro documento.
                        MOVE 0 TO WS-DOC-OWNER
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DOCUMENT-FILE.
    IF WS-DOC-OWNER > 0
        DISPLAY "Aviso: el documento " WS-DOC-NUMBER
            " ya figura en el ID " WS-DOC-OWNER
            "; se omite el alta de " WS-NAME
        MOVE "Y" TO WS-SKIP-WRITE
    END-IF.
2060-CHECK-DUPLICATE-DOCUMENT-EXIT.
    EXIT.

3000-BATCH-LOAD.
    ACCEPT WS-BATCH-FILE-ENV FROM ENVIRONMENT "WMR_FICHERO_LOTE".
    IF WS-BATCH-FILE-ENV NOT = SPACES
        MOVE WS-BATCH-FILE-ENV TO WS-BATCH-FILE-NAME
    ELSE
        DISPLAY "Introduce el nombre del fichero de lote (nombre,edad,sucursal,nacimiento,dirección,teléfono,correo,documento por línea): "
            WITH NO ADVANCING
        ACCEPT WS-BATCH-FILE-NAME
    END-IF.
                                WS-BRANCH-CODE "), se omite del lote: "
                                WS-NAME
                        ELSE
                            PERFORM 2270-CHECK-ADDRESS-VALID
                            IF WS-ADDRESS-OK = "N"
                                DISPLAY "Aviso: código postal ausente o "
                                    "no válido, se descarta la "
                                    "dirección del alta: " WS-NAME
                                MOVE SPACES TO WS-ADDRESS
                            END-IF
                            PERFORM 2240-CHECK-PHONE-VALID
                            IF WS-PHONE-OK = "N"
                                DISPLAY "Aviso: teléfono no válido, se "
                                    "descarta del alta: " WS-NAME
                                MOVE SPACES TO WS-EMAIL
                            END-IF
                            PERFORM 2260-CHECK-DOCUMENT-VALID
                            IF WS-DOC-OK = "N"
                                DISPLAY "Aviso: documento no válido, se "
                                    "descarta del alta: " WS-NAME
                                MOVE SPACES TO WS-DOC-NUMBER
                            END-IF
                            PERFORM 2100-WRITE-PERSON
                        END-IF
                    END-IF
    MOVE SPACES TO WS-ADDRESS.
    MOVE SPACES TO WS-PHONE.
    MOVE SPACES TO WS-EMAIL.
    MOVE SPACES TO WS-DOC-INPUT.
    *> Los tres campos de contacto y el documento son opcionales al
    *> final de la línea.
    UNSTRING BATCH-RECORD DELIMITED BY ","
        INTO WS-NAME WS-AGE WS-BRANCH-CODE WS-BIRTH-DATE
             WS-ADDRESS WS-PHONE WS-EMAIL WS-DOC-INPUT.
3100-PARSE-BATCH-LINE-EXIT.
    EXIT.

