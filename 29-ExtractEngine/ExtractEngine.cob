*>   EDAD-MIN=nn  /  EDAD-MAX=nn
*>   CABECERA=S | N
*> El nombre del fichero de petición se toma de EXTRACCION_FICHERO o
*> se pide por consola. DIRECCION, TELEFONO y EMAIL salen en blanco
*> para quien no tiene vigente el consentimiento de ese canal
*> (consentimientos.txt, vía ConsentCheck); al final se informa de
*> cuántas personas salieron con algún dato retenido.
*> Cada extracción terminada deja una línea en extracciones.log (ver
*> EXTRREC.cpy), de donde ChargeStatement cobra las extracciones a
*> cada sucursal a fin de mes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT EXTRACT-LOG-FILE ASSIGN TO "extracciones.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXTRACT-LOG-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

FD EXTRACT-LOG-FILE.
    COPY EXTRREC REPLACING EXTRACT-LOG-RECORD BY EXTRACT-LOG-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-REQUEST-STATUS PIC XX VALUE "00".
01 WS-OUTPUT-STATUS PIC XX VALUE "00".
01 WS-EXTRACT-LOG-STATUS PIC XX VALUE "00".
01 WS-REQUEST-FILE-NAME PIC X(80).
01 WS-REQUEST-FILE-ENV PIC X(80) VALUE SPACES.
01 WS-OUTPUT-FILE-NAME PIC X(80) VALUE "extraccion.csv".
01 WS-QUOTE PIC X VALUE '"'.
01 WS-PASS PIC X VALUE "Y".
01 WS-EXTRACTED-COUNT PIC 9(06) VALUE 0.
01 WS-DECEASED-COUNT PIC 9(06) VALUE 0.

*> Acceso por sucursal del operador (ver BRACAREA.cpy): en un
*> recorrido completo no se anota cada persona de otra sucursal,
*> sino un único rechazo con el total al terminar.
COPY BRACAREA REPLACING BRANCH-ACCESS-AREA BY WS-BRA-AREA.
01 WS-OTHER-BRANCH-COUNT PIC 9(06) VALUE 0.

*> Consentimiento por canal para los campos de contacto.
COPY CONSAREA REPLACING CONSENT-AREA BY WS-CONSENT-AREA.
01 WS-CONSENT-HELD PIC X VALUE "N".
01 WS-HELD-BACK-COUNT PIC 9(06) VALUE 0.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes.
    CANCEL "ConsentCheck".
    CANCEL "BranchAccess".
    ACCEPT WS-REQUEST-FILE-ENV FROM ENVIRONMENT "EXTRACCION_FICHERO".
    IF WS-REQUEST-FILE-ENV NOT = SPACES
        MOVE WS-REQUEST-FILE-ENV TO WS-REQUEST-FILE-NAME
    CLOSE OUTPUT-FILE.
    DISPLAY "Extraídos " WS-EXTRACTED-COUNT " registros en '"
        FUNCTION TRIM(WS-OUTPUT-FILE-NAME) "'.".
    IF WS-DECEASED-COUNT > 0
        DISPLAY "Excluidos por defunción: " WS-DECEASED-COUNT
    END-IF.
    IF WS-OTHER-BRANCH-COUNT > 0
        DISPLAY "Excluidos por ser de otra sucursal: "
            WS-OTHER-BRANCH-COUNT
        SET BRA-REQ-SUMMARY OF WS-BRA-AREA TO TRUE
        MOVE WS-OTHER-BRANCH-COUNT TO BRA-REFUSED-COUNT OF WS-BRA-AREA
        MOVE "ExtractEngine" TO BRA-PROGRAM OF WS-BRA-AREA
        CALL "BranchAccess" USING WS-BRA-AREA
    END-IF.
    IF WS-CONTACT-WANTED = "Y"
        DISPLAY "Personas con datos de contacto retenidos por falta "
            "de consentimiento: " WS-HELD-BACK-COUNT
    END-IF.
    PERFORM 7000-WRITE-EXTRACT-LOG.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

            MOVE "N" TO WS-PASS
        END-IF
    END-IF.
    *> Una defunción no sale en ningún fichero hacia fuera, pida lo
    *> que pida la petición (ni siquiera con ESTADO=I).
    IF WS-PASS = "Y" AND PR-DECEASED OF MASTER-RECORD
        MOVE "N" TO WS-PASS
        ADD 1 TO WS-DECEASED-COUNT
    END-IF.
    *> Tampoco sale nadie de fuera de las sucursales del operador.
    IF WS-PASS = "Y"
        SET BRA-REQ-CHECK OF WS-BRA-AREA TO TRUE
        MOVE PR-PERSON-ID OF MASTER-RECORD
            TO BRA-PERSON-ID OF WS-BRA-AREA
        MOVE PR-BRANCH-CODE OF MASTER-RECORD
            TO BRA-BRANCH-CODE OF WS-BRA-AREA
        MOVE "ExtractEngine" TO BRA-PROGRAM OF WS-BRA-AREA
        CALL "BranchAccess" USING WS-BRA-AREA
        IF BRA-REFUSED OF WS-BRA-AREA
            MOVE "N" TO WS-PASS
            ADD 1 TO WS-OTHER-BRANCH-COUNT
        END-IF
    END-IF.
4000-CHECK-FILTERS-EXIT.
    EXIT.

5000-WRITE-EXTRACT-LINE.
    MOVE SPACES TO WS-CSV-LINE.
    MOVE 1 TO WS-CSV-POS.
    MOVE "N" TO WS-CONSENT-HELD.
    PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1 UNTIL WS-FIELD-IDX > 9
        IF WS-FIELD-ENTRY (WS-FIELD-IDX) NOT = SPACES
            PERFORM 5100-FORMAT-FIELD
    MOVE WS-CSV-LINE TO OUTPUT-RECORD.
    WRITE OUTPUT-RECORD.
    ADD 1 TO WS-EXTRACTED-COUNT.
    IF WS-CONSENT-HELD = "Y"
        ADD 1 TO WS-HELD-BACK-COUNT
    END-IF.
5000-WRITE-EXTRACT-LINE-EXIT.
    EXIT.

            MOVE PR-BIRTH-DATE OF MASTER-RECORD TO WS-FIELD-VALUE
        WHEN "DIRECCION"
            PERFORM 5200-FIND-CONTACT
            MOVE "P" TO CNS-CHANNEL OF WS-CONSENT-AREA
            PERFORM 5300-CHECK-CONSENT
            IF WS-CTT-FOUND-IDX > 0
                STRING WS-QUOTE DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTT-ADDRESS
            END-IF
        WHEN "TELEFONO"
            PERFORM 5200-FIND-CONTACT
            MOVE "T" TO CNS-CHANNEL OF WS-CONSENT-AREA
            PERFORM 5300-CHECK-CONSENT
            IF WS-CTT-FOUND-IDX > 0
                MOVE WS-CTT-PHONE (WS-CTT-FOUND-IDX)
                    TO WS-FIELD-VALUE
            END-IF
        WHEN "EMAIL"
            PERFORM 5200-FIND-CONTACT
            MOVE "E" TO CNS-CHANNEL OF WS-CONSENT-AREA
            PERFORM 5300-CHECK-CONSENT
            IF WS-CTT-FOUND-IDX > 0
                MOVE WS-CTT-EMAIL (WS-CTT-FOUND-IDX)
                    TO WS-FIELD-VALUE
5200-FIND-CONTACT-EXIT.
    EXIT.

5300-CHECK-CONSENT.
    *> Sin consentimiento vigente del canal el campo sale en blanco,
    *> igual que si no hubiera contacto.
    MOVE PR-PERSON-ID OF MASTER-RECORD
        TO CNS-PERSON-ID OF WS-CONSENT-AREA.
    CALL "ConsentCheck" USING WS-CONSENT-AREA.
    IF NOT CNS-GRANTED OF WS-CONSENT-AREA
        MOVE 0 TO WS-CTT-FOUND-IDX
        MOVE "Y" TO WS-CONSENT-HELD
    END-IF.
5300-CHECK-CONSENT-EXIT.
    EXIT.

0900-LOAD-CONTACT-TABLE.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
            TO WS-CTT-PHONE (WS-CTT-FOUND-IDX)
        MOVE CT-EMAIL OF CONTACT-REC
            TO WS-CTT-EMAIL (WS-CTT-FOUND-IDX)
        *> Un canal marcado como devuelto (ReturnedMail) sale en
        *> blanco: quien reciba el extracto no debe volver a usarlo.
        IF CT-UNDELIV-POST OF CONTACT-REC
            MOVE SPACES TO WS-CTT-ADDRESS (WS-CTT-FOUND-IDX)
        END-IF
        IF CT-UNDELIV-EMAIL OF CONTACT-REC
            MOVE SPACES TO WS-CTT-EMAIL (WS-CTT-FOUND-IDX)
        END-IF
    END-IF.
0950-STORE-CONTACT-ENTRY-EXIT.
    EXIT.
5500-APPEND-FIELD-EXIT.
    EXIT.

7000-WRITE-EXTRACT-LOG.
    OPEN EXTEND EXTRACT-LOG-FILE.
    IF WS-EXTRACT-LOG-STATUS = "35"
        OPEN OUTPUT EXTRACT-LOG-FILE
    END-IF.
    IF WS-EXTRACT-LOG-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo anotar la extracción en "
            "'extracciones.log' (status " WS-EXTRACT-LOG-STATUS ")."
    ELSE
        MOVE SPACES TO EXTRACT-LOG-REC
        ACCEPT XL-RUN-DATE OF EXTRACT-LOG-REC FROM DATE YYYYMMDD
        ACCEPT WS-AUDIT-TIME-N FROM TIME
        MOVE WS-AUDIT-TIME-N (1:6) TO XL-RUN-TIME OF EXTRACT-LOG-REC
        ACCEPT XL-OPERATOR OF EXTRACT-LOG-REC
            FROM ENVIRONMENT "OPERADOR"
        IF XL-OPERATOR OF EXTRACT-LOG-REC = SPACES
            ACCEPT XL-OPERATOR OF EXTRACT-LOG-REC
                FROM ENVIRONMENT "USER"
        END-IF
        MOVE WS-FILTER-BRANCH TO XL-FILTER-BRANCH OF EXTRACT-LOG-REC
        MOVE WS-EXTRACTED-COUNT TO XL-EXTRACTED OF EXTRACT-LOG-REC
        MOVE WS-OUTPUT-FILE-NAME TO XL-OUTPUT-NAME OF EXTRACT-LOG-REC
        WRITE EXTRACT-LOG-REC
        CLOSE EXTRACT-LOG-FILE
    END-IF.
7000-WRITE-EXTRACT-LOG-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
