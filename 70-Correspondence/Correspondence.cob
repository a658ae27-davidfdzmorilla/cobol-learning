IDENTIFICATION DIVISION.
PROGRAM-ID. Correspondence.
*> Tanda de correspondencia: cartas y etiquetas de dirección a partir
*> del maestro y de contactos.txt, dirigida por una plantilla para
*> que las cartas de bienvenida, las de mayoría de edad y los
*> buzoneos de sucursal no se monten a mano con CSVs. La plantilla
*> lleva una cabecera de líneas CLAVE=VALOR y, tras la línea TEXTO,
*> el cuerpo de la carta:
*>   TIPO=nombre-corto           (llave del registro de enviadas)
*>   REGLA=ALTAS | CUMPLE | SUCURSAL
*>   EDAD-HITO=nn                (CUMPLE: edad que se cumple)
*>   ANTELACION=n                (CUMPLE: meses vista, 1 por defecto)
*>   DESDE-ID=nnnnnn             (ALTAS: marca inicial)
*>   FILTRO-SUCURSAL=XXXX        (obligatorio en SUCURSAL)
*>   FILTRO-ESTADO=A | I         (A por defecto)
*>   SALIDA=fichero-de-cartas    (cartas.txt por defecto)
*>   ETIQUETAS=fichero           (etiquetas.txt por defecto)
*> Campos de combinación en el cuerpo: {NOMBRE} {DIRECCION}
*> {SUCURSAL} (nombre de sucursales.txt) {EDAD} {HITO} {ID} {FECHA}.
*> Reglas de selección:
*>   ALTAS     altas posteriores a la última ejecución de ese TIPO
*>             (marca en cartas.bmk); sin marca ni DESDE-ID, la
*>             primera ejecución sólo fija la marca;
*>   CUMPLE    quien cumple EDAD-HITO en el mes que está ANTELACION
*>             meses vista, según PR-BIRTH-DATE;
*>   SUCURSAL  todas las personas de la sucursal y estado pedidos.
*> Cada carta escrita queda en correspondencia.log y nadie recibe dos
*> veces el mismo TIPO. Sin dirección en contactos.txt no hay carta:
*> la persona sale en cartas.rpt para que se le pida, y una tanda
*> ALTAS posterior la vuelve a escoger. Lo mismo con una dirección
*> marcada como devuelta por ReturnedMail. Quien no tiene vigente el
*> consentimiento de correo postal (consentimientos.txt) no recibe
*> carta y sale contado en el informe.
*> Plantilla por CORRESPONDENCIA_PLANTILLA o por consola.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT TEMPLATE-FILE ASSIGN TO WS-TEMPLATE-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TEMPLATE-STATUS.
    SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LETTER-STATUS.
    SELECT LABEL-FILE ASSIGN TO WS-LABEL-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LABEL-STATUS.
    SELECT LOG-FILE ASSIGN TO "correspondencia.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.
    SELECT BOOKMARK-FILE ASSIGN TO "cartas.bmk"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BOOKMARK-STATUS.
    SELECT LASTID-FILE ASSIGN TO "personas.lastid"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LASTID-STATUS.
    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT BRANCH-FILE ASSIGN TO "sucursales.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BRANCH-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "cartas.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD TEMPLATE-FILE.
01 TEMPLATE-RECORD PIC X(100).

*> Cartas listas para imprimir, una por página.
FD LETTER-FILE.
01 LETTER-LINE PIC X(132).

*> Etiquetas en el mismo orden que las cartas.
FD LABEL-FILE.
01 LABEL-LINE PIC X(60).

FD LOG-FILE.
    COPY CARTAREC REPLACING LETTER-LOG-RECORD BY LOG-REC.

*> Marca de la regla ALTAS: por cada TIPO, el mayor ID ya tratado.
FD BOOKMARK-FILE.
01 BOOKMARK-RECORD.
    05 CB-LETTER-TYPE PIC X(10).
    05 FILLER         PIC X(01).
    05 CB-LAST-ID     PIC 9(06).
    05 FILLER         PIC X(01).
    05 CB-RUN-DATE    PIC 9(08).

FD LASTID-FILE.
01 LASTID-LINE PIC 9(06).

*> Datos de contacto, en fichero compañero de sólo-añadir: la línea
*> vigente de cada ID es la última (ver CONTACTREC.cpy).
FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

FD BRANCH-FILE.
    COPY BRANCHREC REPLACING BRANCH-RECORD BY BRANCH-REC.

FD REPORT-FILE.
01 REPORT-LINE PIC X(100).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-TEMPLATE-STATUS PIC XX VALUE "00".
01 WS-LETTER-STATUS PIC XX VALUE "00".
01 WS-LABEL-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-BOOKMARK-STATUS PIC XX VALUE "00".
01 WS-LASTID-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-TEMPLATE-FILE-NAME PIC X(80) VALUE SPACES.
01 WS-TEMPLATE-FILE-ENV PIC X(80) VALUE SPACES.
01 WS-LETTER-FILE-NAME PIC X(80) VALUE "cartas.txt".
01 WS-LABEL-FILE-NAME PIC X(80) VALUE "etiquetas.txt".
01 WS-EOF PIC X VALUE "N".
01 WS-TPL-EOF PIC X VALUE "N".
01 WS-OPERATOR PIC X(20) VALUE SPACES.

*> Parámetros de la plantilla, con sus valores por defecto.
01 WS-REQ-KEY PIC X(20).
01 WS-REQ-VALUE PIC X(80).
01 WS-LETTER-TYPE PIC X(10) VALUE SPACES.
01 WS-RULE PIC X(10) VALUE SPACES.
    88 WS-RULE-ADDS     VALUE "ALTAS".
    88 WS-RULE-BIRTHDAY VALUE "CUMPLE".
    88 WS-RULE-BRANCH   VALUE "SUCURSAL".
01 WS-MILESTONE-AGE PIC 9(03) VALUE 0.
01 WS-LEAD-MONTHS PIC 9(02) VALUE 1.
01 WS-FROM-ID PIC 9(06) VALUE 0.
01 WS-FROM-ID-GIVEN PIC X VALUE "N".
01 WS-FILTER-BRANCH PIC X(04) VALUE SPACES.
01 WS-FILTER-STATUS PIC X(01) VALUE "A".

*> Cuerpo de la carta: las líneas que siguen a TEXTO.
01 WS-BODY-TABLE.
    05 WS-BODY-LINE OCCURS 60 TIMES PIC X(100).
01 WS-BODY-COUNT PIC 9(02) VALUE 0.
01 WS-BODY-IDX PIC 9(02) VALUE 0.
01 WS-IN-BODY PIC X VALUE "N".
01 WS-BODY-OVERFLOW PIC X VALUE "N".

*> Combinación de una línea del cuerpo.
01 WS-OUT-LINE PIC X(132) VALUE SPACES.
01 WS-OUT-POS PIC 9(03) VALUE 1.
01 WS-TPL-POS PIC 9(03) VALUE 1.
01 WS-SCAN-POS PIC 9(03) VALUE 1.
01 WS-FIELD-LEN PIC 9(03) VALUE 0.
01 WS-FIELD-NAME PIC X(12) VALUE SPACES.
01 WS-MERGE-VALUE PIC X(40) VALUE SPACES.
01 WS-MERGE-KNOWN PIC X VALUE "N".

*> Fechas de trabajo.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MONTH PIC 99.
    05 WS-TODAY-DAY   PIC 99.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
01 WS-BIRTH-DATE-WORK PIC 9(8) VALUE 0.
01 WS-BIRTH-DATE-WORK-R REDEFINES WS-BIRTH-DATE-WORK.
    05 WS-BIRTH-YEAR  PIC 9(4).
    05 WS-BIRTH-MONTH PIC 99.
    05 WS-BIRTH-DAY   PIC 99.
01 WS-TARGET-YEAR PIC 9(4) VALUE 0.
01 WS-TARGET-MONTH PIC 9(3) VALUE 0.
01 WS-CALC-AGE PIC 9(03) VALUE 0.
01 WS-AGE-DISPLAY PIC ZZ9.

*> Marca de altas: la leída, la de personas.lastid y la nueva.
01 WS-BOOKMARK-ID PIC 9(06) VALUE 0.
01 WS-BOOKMARK-FOUND PIC X VALUE "N".
01 WS-LASTID-VALUE PIC 9(06) VALUE 0.
01 WS-NEW-BOOKMARK-ID PIC 9(06) VALUE 0.
01 WS-BMK-TABLE.
    05 WS-BMK-ENTRY OCCURS 100 TIMES.
        10 WS-BMK-TYPE PIC X(10).
        10 WS-BMK-ID   PIC 9(06).
        10 WS-BMK-DATE PIC 9(08).
01 WS-BMK-COUNT PIC 9(03) VALUE 0.
01 WS-BMK-IDX PIC 9(03) VALUE 0.

*> IDs que ya recibieron este TIPO (correspondencia.log).
01 WS-SENT-TABLE.
    05 WS-SENT-ID PIC 9(06) OCCURS 10000 TIMES.
01 WS-SENT-COUNT PIC 9(05) VALUE 0.
01 WS-SENT-IDX PIC 9(05) VALUE 0.
01 WS-SENT-OVERFLOW PIC X VALUE "N".
01 WS-ALREADY-SENT PIC X VALUE "N".

*> Tabla en memoria de contactos.txt; la última línea de cada ID
*> pisa a las anteriores (el fichero es de sólo-añadir).
01 WS-CONTACT-STATUS PIC XX VALUE "00".
01 WS-CONTACT-EOF PIC X VALUE "N".
01 WS-CONTACT-TABLE.
    05 WS-CTT-ENTRY OCCURS 5000 TIMES.
        10 WS-CTT-ID      PIC 9(06).
        10 WS-CTT-ADDRESS PIC X(40).
        10 WS-CTT-UNDELIV PIC X(01).
01 WS-CTT-COUNT PIC 9(04) VALUE 0.
01 WS-CTT-IDX PIC 9(04) VALUE 0.
01 WS-CTT-FOUND-IDX PIC 9(04) VALUE 0.
01 WS-CONTACT-OVERFLOW PIC X VALUE "N".
01 WS-ADDRESS PIC X(40) VALUE SPACES.
01 WS-ADDRESS-RETURNED PIC X VALUE "N".

*> Nombres descriptivos del maestro de sucursales.
01 WS-BRANCH-FILE-STATUS PIC XX VALUE "00".
01 WS-BRANCH-REF-TABLE.
    05 WS-BRT-ENTRY OCCURS 200 TIMES.
        10 WS-BRT-CODE PIC X(04).
        10 WS-BRT-NAME PIC X(30).
01 WS-BRT-COUNT PIC 9(03) VALUE 0.
01 WS-BRT-IDX PIC 9(03) VALUE 0.
01 WS-BRANCH-EOF PIC X VALUE "N".
01 WS-BRANCH-NAME PIC X(30) VALUE SPACES.

*> Contadores de la tanda.
01 WS-PASS PIC X VALUE "Y".
01 WS-SELECTED-COUNT PIC 9(06) VALUE 0.
01 WS-LETTER-COUNT PIC 9(06) VALUE 0.
01 WS-DUPLICATE-COUNT PIC 9(06) VALUE 0.
01 WS-NO-ADDRESS-COUNT PIC 9(06) VALUE 0.
01 WS-RETURNED-COUNT PIC 9(06) VALUE 0.
01 WS-NO-CONSENT-COUNT PIC 9(06) VALUE 0.
01 WS-DECEASED-COUNT PIC 9(06) VALUE 0.

*> Consentimiento de correo postal (canal P).
COPY CONSAREA REPLACING CONSENT-AREA BY WS-CONSENT-AREA.

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
    CANCEL "ConsentCheck".
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    STRING WS-TODAY-DAY   DELIMITED BY SIZE "/"
           WS-TODAY-MONTH DELIMITED BY SIZE "/"
           WS-TODAY-YEAR  DELIMITED BY SIZE
        INTO WS-TODAY-DISPLAY.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.

    ACCEPT WS-TEMPLATE-FILE-ENV FROM ENVIRONMENT
        "CORRESPONDENCIA_PLANTILLA".
    IF WS-TEMPLATE-FILE-ENV NOT = SPACES
        MOVE WS-TEMPLATE-FILE-ENV TO WS-TEMPLATE-FILE-NAME
    ELSE
        DISPLAY "Plantilla de correspondencia: " WITH NO ADVANCING
        ACCEPT WS-TEMPLATE-FILE-NAME
    END-IF.

    PERFORM 1000-READ-TEMPLATE THRU 1000-READ-TEMPLATE-EXIT.
    PERFORM 1400-CHECK-TEMPLATE THRU 1400-CHECK-TEMPLATE-EXIT.
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF.

    PERFORM 1200-LOAD-BRANCH-NAMES.
    PERFORM 1500-LOAD-SENT-LOG THRU 1500-LOAD-SENT-LOG-EXIT.
    PERFORM 1600-LOAD-CONTACT-TABLE THRU 1600-LOAD-CONTACT-TABLE-EXIT.
    IF WS-RULE-ADDS
        PERFORM 1700-READ-BOOKMARKS
    END-IF.
    IF WS-RULE-BIRTHDAY
        *> Mes objetivo: el actual más la antelación pedida.
        MOVE WS-TODAY-YEAR TO WS-TARGET-YEAR
        COMPUTE WS-TARGET-MONTH = WS-TODAY-MONTH + WS-LEAD-MONTHS
        PERFORM UNTIL WS-TARGET-MONTH <= 12
            SUBTRACT 12 FROM WS-TARGET-MONTH
            ADD 1 TO WS-TARGET-YEAR
        END-PERFORM
    END-IF.

    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT LETTER-FILE.
    IF WS-LETTER-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear '"
            FUNCTION TRIM(WS-LETTER-FILE-NAME)
            "' (status " WS-LETTER-STATUS ")."
        CLOSE MASTER-FILE
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT LABEL-FILE.
    IF WS-LABEL-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear '"
            FUNCTION TRIM(WS-LABEL-FILE-NAME)
            "' (status " WS-LABEL-STATUS ")."
        CLOSE MASTER-FILE
        CLOSE LETTER-FILE
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN EXTEND LOG-FILE.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT LOG-FILE
    END-IF.
    IF WS-LOG-STATUS NOT = "00"
        *> Sin registro de enviadas no se puede garantizar que nadie
        *> reciba dos veces la carta: no se escribe ninguna.
        DISPLAY "Error: no se pudo abrir 'correspondencia.log' (status "
            WS-LOG-STATUS ")."
        CLOSE MASTER-FILE
        CLOSE LETTER-FILE
        CLOSE LABEL-FILE
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO REPORT-LINE.
    STRING "TANDA DE CORRESPONDENCIA " DELIMITED BY SIZE
           WS-LETTER-TYPE DELIMITED BY SIZE
           " REGLA " DELIMITED BY SIZE
           WS-RULE DELIMITED BY SIZE
           " FECHA " DELIMITED BY SIZE
           WS-TODAY-DISPLAY DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE WS-LASTID-VALUE TO WS-NEW-BOOKMARK-ID.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PR-TYPE-TRAILER OF MASTER-RECORD
                    CONTINUE
                ELSE
                    PERFORM 2000-CHECK-SELECTION THRU 2000-CHECK-SELECTION-EXIT
                    IF WS-PASS = "Y"
                        PERFORM 3000-PROCESS-SELECTED THRU 3000-PROCESS-SELECTED-EXIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

    CLOSE MASTER-FILE.
    CLOSE LETTER-FILE.
    CLOSE LABEL-FILE.
    CLOSE LOG-FILE.
    IF WS-RULE-ADDS
        PERFORM 1800-SAVE-BOOKMARKS THRU 1800-SAVE-BOOKMARKS-EXIT
    END-IF.

    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Seleccionadas: " DELIMITED BY SIZE
           WS-SELECTED-COUNT DELIMITED BY SIZE
           "  cartas: " DELIMITED BY SIZE
           WS-LETTER-COUNT DELIMITED BY SIZE
           "  ya enviadas: " DELIMITED BY SIZE
           WS-DUPLICATE-COUNT DELIMITED BY SIZE
           "  sin direccion: " DELIMITED BY SIZE
           WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
           "  devueltas: " DELIMITED BY SIZE
           WS-RETURNED-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Retenidas por falta de consentimiento postal: "
               DELIMITED BY SIZE
           WS-NO-CONSENT-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Excluidas por defuncion: " DELIMITED BY SIZE
           WS-DECEASED-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.

    DISPLAY "Cartas " FUNCTION TRIM(WS-LETTER-TYPE) ": "
        WS-LETTER-COUNT " en '" FUNCTION TRIM(WS-LETTER-FILE-NAME)
        "', " WS-DUPLICATE-COUNT " ya enviadas, "
        WS-NO-ADDRESS-COUNT " sin dirección y " WS-RETURNED-COUNT
        " con la dirección devuelta (ver 'cartas.rpt').".
    DISPLAY "Retenidas por falta de consentimiento postal: "
        WS-NO-CONSENT-COUNT.
    IF WS-DECEASED-COUNT > 0
        DISPLAY "Excluidas por defunción: " WS-DECEASED-COUNT
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-READ-TEMPLATE.
    OPEN INPUT TEMPLATE-FILE.
    IF WS-TEMPLATE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir la plantilla '"
            FUNCTION TRIM(WS-TEMPLATE-FILE-NAME)
            "' (status " WS-TEMPLATE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 1000-READ-TEMPLATE-EXIT
    END-IF.
    PERFORM UNTIL WS-TPL-EOF = "Y"
        READ TEMPLATE-FILE
            AT END MOVE "Y" TO WS-TPL-EOF
            NOT AT END
                IF WS-IN-BODY = "Y"
                    *> El cuerpo se toma tal cual, blancos incluidos.
                    IF WS-BODY-COUNT < 60
                        ADD 1 TO WS-BODY-COUNT
                        MOVE TEMPLATE-RECORD
                            TO WS-BODY-LINE (WS-BODY-COUNT)
                    ELSE
                        MOVE "Y" TO WS-BODY-OVERFLOW
                    END-IF
                ELSE
                    IF TEMPLATE-RECORD = SPACES
                            OR TEMPLATE-RECORD (1:1) = "*"
                        CONTINUE
                    ELSE
                        IF TEMPLATE-RECORD (1:5) = "TEXTO"
                            MOVE "Y" TO WS-IN-BODY
                        ELSE
                            PERFORM 1100-PARSE-TEMPLATE-LINE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TEMPLATE-FILE.
    IF WS-BODY-OVERFLOW = "Y"
        DISPLAY "Aviso: el cuerpo pasa de 60 líneas; se corta."
    END-IF.
1000-READ-TEMPLATE-EXIT.
    EXIT.

1100-PARSE-TEMPLATE-LINE.
    MOVE SPACES TO WS-REQ-KEY.
    MOVE SPACES TO WS-REQ-VALUE.
    UNSTRING TEMPLATE-RECORD DELIMITED BY "="
        INTO WS-REQ-KEY WS-REQ-VALUE.
    EVALUATE WS-REQ-KEY
        WHEN "TIPO"
            MOVE WS-REQ-VALUE (1:10) TO WS-LETTER-TYPE
        WHEN "REGLA"
            MOVE WS-REQ-VALUE (1:10) TO WS-RULE
        WHEN "EDAD-HITO"
            IF WS-REQ-VALUE (1:1) IS NUMERIC
                COMPUTE WS-MILESTONE-AGE =
                    FUNCTION NUMVAL (WS-REQ-VALUE (1:3))
            END-IF
        WHEN "ANTELACION"
            IF WS-REQ-VALUE (1:1) IS NUMERIC
                COMPUTE WS-LEAD-MONTHS =
                    FUNCTION NUMVAL (WS-REQ-VALUE (1:2))
            END-IF
        WHEN "DESDE-ID"
            IF WS-REQ-VALUE (1:1) IS NUMERIC
                COMPUTE WS-FROM-ID =
                    FUNCTION NUMVAL (WS-REQ-VALUE (1:6))
                MOVE "Y" TO WS-FROM-ID-GIVEN
            END-IF
        WHEN "FILTRO-SUCURSAL"
            MOVE WS-REQ-VALUE (1:4) TO WS-FILTER-BRANCH
        WHEN "FILTRO-ESTADO"
            MOVE WS-REQ-VALUE (1:1) TO WS-FILTER-STATUS
        WHEN "SALIDA"
            MOVE WS-REQ-VALUE TO WS-LETTER-FILE-NAME
        WHEN "ETIQUETAS"
            MOVE WS-REQ-VALUE TO WS-LABEL-FILE-NAME
        WHEN OTHER
            DISPLAY "Aviso: clave de plantilla desconocida: "
                FUNCTION TRIM(WS-REQ-KEY)
    END-EVALUATE.
1100-PARSE-TEMPLATE-LINE-EXIT.
    EXIT.

1200-LOAD-BRANCH-NAMES.
    OPEN INPUT BRANCH-FILE.
    IF WS-BRANCH-FILE-STATUS NOT = "00"
        *> Sin maestro de sucursales, {SUCURSAL} sale con el código.
        CONTINUE
    ELSE
        MOVE "N" TO WS-BRANCH-EOF
        PERFORM UNTIL WS-BRANCH-EOF = "Y"
            READ BRANCH-FILE
                AT END MOVE "Y" TO WS-BRANCH-EOF
                NOT AT END
                    IF WS-BRT-COUNT < 200
                        ADD 1 TO WS-BRT-COUNT
                        MOVE BC-CODE OF BRANCH-REC
                            TO WS-BRT-CODE (WS-BRT-COUNT)
                        MOVE BC-NAME OF BRANCH-REC
                            TO WS-BRT-NAME (WS-BRT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BRANCH-FILE
    END-IF.
1200-LOAD-BRANCH-NAMES-EXIT.
    EXIT.

1250-RESOLVE-BRANCH-NAME.
    PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
        UNTIL WS-BRT-IDX > WS-BRT-COUNT
        IF WS-BRT-CODE (WS-BRT-IDX) = WS-BRANCH-NAME (1:4)
            MOVE WS-BRT-NAME (WS-BRT-IDX) TO WS-BRANCH-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM.
1250-RESOLVE-BRANCH-NAME-EXIT.
    EXIT.

1400-CHECK-TEMPLATE.
    IF RETURN-CODE NOT = 0
        GO TO 1400-CHECK-TEMPLATE-EXIT
    END-IF.
    IF WS-LETTER-TYPE = SPACES
        DISPLAY "Error: la plantilla no lleva TIPO."
        MOVE 16 TO RETURN-CODE
        GO TO 1400-CHECK-TEMPLATE-EXIT
    END-IF.
    IF WS-BODY-COUNT = 0
        DISPLAY "Error: la plantilla no lleva cuerpo tras TEXTO."
        MOVE 16 TO RETURN-CODE
        GO TO 1400-CHECK-TEMPLATE-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-RULE-ADDS
            CONTINUE
        WHEN WS-RULE-BIRTHDAY
            IF WS-MILESTONE-AGE = 0
                DISPLAY "Error: la regla CUMPLE exige EDAD-HITO."
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN WS-RULE-BRANCH
            IF WS-FILTER-BRANCH = SPACES
                DISPLAY "Error: la regla SUCURSAL exige "
                    "FILTRO-SUCURSAL."
                MOVE 16 TO RETURN-CODE
            END-IF
        WHEN OTHER
            DISPLAY "Error: REGLA desconocida: "
                FUNCTION TRIM(WS-RULE)
                " (ALTAS, CUMPLE o SUCURSAL)."
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.
1400-CHECK-TEMPLATE-EXIT.
    EXIT.

1500-LOAD-SENT-LOG.
    OPEN INPUT LOG-FILE.
    IF WS-LOG-STATUS NOT = "00"
        *> Primera tanda: aún no hay cartas enviadas.
        GO TO 1500-LOAD-SENT-LOG-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ LOG-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF CR-LETTER-TYPE OF LOG-REC = WS-LETTER-TYPE
                    IF WS-SENT-COUNT < 10000
                        ADD 1 TO WS-SENT-COUNT
                        MOVE CR-PERSON-ID OF LOG-REC
                            TO WS-SENT-ID (WS-SENT-COUNT)
                    ELSE
                        MOVE "Y" TO WS-SENT-OVERFLOW
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LOG-FILE.
    MOVE "N" TO WS-EOF.
    IF WS-SENT-OVERFLOW = "Y"
        DISPLAY "Aviso: más de 10000 envíos de este TIPO en "
            "'correspondencia.log'; use un TIPO nuevo."
    END-IF.
1500-LOAD-SENT-LOG-EXIT.
    EXIT.

1600-LOAD-CONTACT-TABLE.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
        *> Sin contactos.txt nadie tiene dirección: todo sale en
        *> el informe como pendiente de dirección.
        GO TO 1600-LOAD-CONTACT-TABLE-EXIT
    END-IF.
    MOVE "N" TO WS-CONTACT-EOF.
    PERFORM UNTIL WS-CONTACT-EOF = "Y"
        READ CONTACT-FILE
            AT END MOVE "Y" TO WS-CONTACT-EOF
            NOT AT END
                PERFORM 1650-STORE-CONTACT-ENTRY
        END-READ
    END-PERFORM.
    CLOSE CONTACT-FILE.
    IF WS-CONTACT-OVERFLOW = "Y"
        DISPLAY "Aviso: más de 5000 IDs con contacto; los "
            "sobrantes salen sin dirección."
    END-IF.
1600-LOAD-CONTACT-TABLE-EXIT.
    EXIT.

1650-STORE-CONTACT-ENTRY.
    *> La última línea de cada ID pisa a las anteriores.
    MOVE 0 TO WS-CTT-FOUND-IDX.
    PERFORM VARYING WS-CTT-IDX FROM 1 BY 1
        UNTIL WS-CTT-IDX > WS-CTT-COUNT
        IF WS-CTT-ID (WS-CTT-IDX) = CT-PERSON-ID OF CONTACT-REC
            MOVE WS-CTT-IDX TO WS-CTT-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-CTT-FOUND-IDX = 0
        IF WS-CTT-COUNT >= 5000
            MOVE "Y" TO WS-CONTACT-OVERFLOW
        ELSE
            ADD 1 TO WS-CTT-COUNT
            MOVE WS-CTT-COUNT TO WS-CTT-FOUND-IDX
            MOVE CT-PERSON-ID OF CONTACT-REC
                TO WS-CTT-ID (WS-CTT-FOUND-IDX)
        END-IF
    END-IF.
    IF WS-CTT-FOUND-IDX > 0
        MOVE CT-ADDRESS OF CONTACT-REC
            TO WS-CTT-ADDRESS (WS-CTT-FOUND-IDX)
        MOVE CT-UNDELIVERABLE OF CONTACT-REC
            TO WS-CTT-UNDELIV (WS-CTT-FOUND-IDX)
    END-IF.
1650-STORE-CONTACT-ENTRY-EXIT.
    EXIT.

1700-READ-BOOKMARKS.
    OPEN INPUT LASTID-FILE.
    IF WS-LASTID-STATUS = "00"
        READ LASTID-FILE
            AT END MOVE 0 TO LASTID-LINE
        END-READ
        IF LASTID-LINE IS NUMERIC
            MOVE LASTID-LINE TO WS-LASTID-VALUE
        END-IF
        CLOSE LASTID-FILE
    END-IF.
    OPEN INPUT BOOKMARK-FILE.
    IF WS-BOOKMARK-STATUS = "00"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ BOOKMARK-FILE
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                    IF WS-BMK-COUNT < 100
                        ADD 1 TO WS-BMK-COUNT
                        MOVE CB-LETTER-TYPE
                            TO WS-BMK-TYPE (WS-BMK-COUNT)
                        MOVE CB-LAST-ID TO WS-BMK-ID (WS-BMK-COUNT)
                        MOVE CB-RUN-DATE
                            TO WS-BMK-DATE (WS-BMK-COUNT)
                        IF CB-LETTER-TYPE = WS-LETTER-TYPE
                            MOVE CB-LAST-ID TO WS-BOOKMARK-ID
                            MOVE "Y" TO WS-BOOKMARK-FOUND
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BOOKMARK-FILE
        MOVE "N" TO WS-EOF
    END-IF.
    IF WS-FROM-ID-GIVEN = "Y"
        MOVE WS-FROM-ID TO WS-BOOKMARK-ID
        MOVE "Y" TO WS-BOOKMARK-FOUND
    END-IF.
    IF WS-BOOKMARK-FOUND = "N"
        *> Sin marca previa la primera ejecución no escoge a nadie:
        *> sólo deja la marca en el último ID asignado, para no
        *> enviar la bienvenida a todo el fichero.
        MOVE WS-LASTID-VALUE TO WS-BOOKMARK-ID
        DISPLAY "Primera tanda de " FUNCTION TRIM(WS-LETTER-TYPE)
            ": se fija la marca en el ID " WS-BOOKMARK-ID
            " (DESDE-ID para empezar antes)."
    END-IF.
1700-READ-BOOKMARKS-EXIT.
    EXIT.

1800-SAVE-BOOKMARKS.
    *> La marca avanza hasta el último ID asignado, salvo que alguna
    *> alta se quedara sin carta por falta de dirección: entonces se
    *> para justo antes de ella y la próxima tanda la vuelve a
    *> escoger (el registro de enviadas evita repetir las demás).
    IF WS-NEW-BOOKMARK-ID < WS-BOOKMARK-ID
        MOVE WS-BOOKMARK-ID TO WS-NEW-BOOKMARK-ID
    END-IF.
    PERFORM VARYING WS-BMK-IDX FROM 1 BY 1
        UNTIL WS-BMK-IDX > WS-BMK-COUNT
        IF WS-BMK-TYPE (WS-BMK-IDX) = WS-LETTER-TYPE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BMK-IDX > WS-BMK-COUNT
        IF WS-BMK-COUNT >= 100
            DISPLAY "Aviso: 'cartas.bmk' lleno; la marca de "
                FUNCTION TRIM(WS-LETTER-TYPE) " no se guarda."
            GO TO 1800-SAVE-BOOKMARKS-EXIT
        END-IF
        ADD 1 TO WS-BMK-COUNT
        MOVE WS-BMK-COUNT TO WS-BMK-IDX
        MOVE WS-LETTER-TYPE TO WS-BMK-TYPE (WS-BMK-IDX)
    END-IF.
    MOVE WS-NEW-BOOKMARK-ID TO WS-BMK-ID (WS-BMK-IDX).
    MOVE WS-TODAY-DATE TO WS-BMK-DATE (WS-BMK-IDX).
    OPEN OUTPUT BOOKMARK-FILE.
    IF WS-BOOKMARK-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'cartas.bmk' (status "
            WS-BOOKMARK-STATUS ")."
        GO TO 1800-SAVE-BOOKMARKS-EXIT
    END-IF.
    PERFORM VARYING WS-BMK-IDX FROM 1 BY 1
        UNTIL WS-BMK-IDX > WS-BMK-COUNT
        MOVE SPACES TO BOOKMARK-RECORD
        MOVE WS-BMK-TYPE (WS-BMK-IDX) TO CB-LETTER-TYPE
        MOVE WS-BMK-ID (WS-BMK-IDX) TO CB-LAST-ID
        MOVE WS-BMK-DATE (WS-BMK-IDX) TO CB-RUN-DATE
        WRITE BOOKMARK-RECORD
    END-PERFORM.
    CLOSE BOOKMARK-FILE.
1800-SAVE-BOOKMARKS-EXIT.
    EXIT.

2000-CHECK-SELECTION.
    MOVE "Y" TO WS-PASS.
    IF WS-FILTER-STATUS NOT = SPACES
            AND PR-STATUS OF MASTER-RECORD NOT = WS-FILTER-STATUS
        MOVE "N" TO WS-PASS
        GO TO 2000-CHECK-SELECTION-EXIT
    END-IF.
    IF WS-FILTER-BRANCH NOT = SPACES
            AND PR-BRANCH-CODE OF MASTER-RECORD NOT = WS-FILTER-BRANCH
        MOVE "N" TO WS-PASS
        GO TO 2000-CHECK-SELECTION-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-RULE-ADDS
            IF PR-PERSON-ID OF MASTER-RECORD <= WS-BOOKMARK-ID
                MOVE "N" TO WS-PASS
            END-IF
        WHEN WS-RULE-BIRTHDAY
            IF PR-BIRTH-DATE OF MASTER-RECORD = 0
                    OR PR-BIRTH-DATE OF MASTER-RECORD IS NOT NUMERIC
                MOVE "N" TO WS-PASS
            ELSE
                MOVE PR-BIRTH-DATE OF MASTER-RECORD
                    TO WS-BIRTH-DATE-WORK
                IF WS-BIRTH-YEAR + WS-MILESTONE-AGE
                        NOT = WS-TARGET-YEAR
                        OR WS-BIRTH-MONTH NOT = WS-TARGET-MONTH
                    MOVE "N" TO WS-PASS
                END-IF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    *> A una defunción no se le escribe, la seleccione o no la regla.
    IF WS-PASS = "Y" AND PR-DECEASED OF MASTER-RECORD
        MOVE "N" TO WS-PASS
        ADD 1 TO WS-DECEASED-COUNT
    END-IF.
2000-CHECK-SELECTION-EXIT.
    EXIT.

3000-PROCESS-SELECTED.
    ADD 1 TO WS-SELECTED-COUNT.
    MOVE "N" TO WS-ALREADY-SENT.
    PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
        UNTIL WS-SENT-IDX > WS-SENT-COUNT
        IF WS-SENT-ID (WS-SENT-IDX) = PR-PERSON-ID OF MASTER-RECORD
            MOVE "Y" TO WS-ALREADY-SENT
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-ALREADY-SENT = "Y"
        ADD 1 TO WS-DUPLICATE-COUNT
        GO TO 3000-PROCESS-SELECTED-EXIT
    END-IF.

    *> Sin consentimiento postal vigente no hay carta. No frena la
    *> marca de ALTAS: no es un dato que falte, es un no.
    MOVE PR-PERSON-ID OF MASTER-RECORD
        TO CNS-PERSON-ID OF WS-CONSENT-AREA.
    MOVE "P" TO CNS-CHANNEL OF WS-CONSENT-AREA.
    CALL "ConsentCheck" USING WS-CONSENT-AREA.
    IF NOT CNS-GRANTED OF WS-CONSENT-AREA
        ADD 1 TO WS-NO-CONSENT-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING "SIN CONSENT.   ID " DELIMITED BY SIZE
               PR-PERSON-ID OF MASTER-RECORD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PR-NAME OF MASTER-RECORD DELIMITED BY SIZE
               "  sucursal " DELIMITED BY SIZE
               PR-BRANCH-CODE OF MASTER-RECORD DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 3000-PROCESS-SELECTED-EXIT
    END-IF.

    MOVE SPACES TO WS-ADDRESS.
    MOVE "N" TO WS-ADDRESS-RETURNED.
    PERFORM VARYING WS-CTT-IDX FROM 1 BY 1
        UNTIL WS-CTT-IDX > WS-CTT-COUNT
        IF WS-CTT-ID (WS-CTT-IDX) = PR-PERSON-ID OF MASTER-RECORD
            MOVE WS-CTT-ADDRESS (WS-CTT-IDX) TO WS-ADDRESS
            IF WS-CTT-UNDELIV (WS-CTT-IDX) = "P"
                    OR WS-CTT-UNDELIV (WS-CTT-IDX) = "B"
                MOVE "Y" TO WS-ADDRESS-RETURNED
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.
    *> Una dirección de la que ya volvió correo no vale para la
    *> tanda: se trata como si no la hubiera hasta que se anote otra.
    IF WS-ADDRESS NOT = SPACES AND WS-ADDRESS-RETURNED = "Y"
        ADD 1 TO WS-RETURNED-COUNT
        IF WS-RULE-ADDS
                AND PR-PERSON-ID OF MASTER-RECORD <= WS-NEW-BOOKMARK-ID
            COMPUTE WS-NEW-BOOKMARK-ID =
                PR-PERSON-ID OF MASTER-RECORD - 1
        END-IF
        MOVE SPACES TO REPORT-LINE
        STRING "DIR. DEVUELTA  ID " DELIMITED BY SIZE
               PR-PERSON-ID OF MASTER-RECORD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PR-NAME OF MASTER-RECORD DELIMITED BY SIZE
               "  sucursal " DELIMITED BY SIZE
               PR-BRANCH-CODE OF MASTER-RECORD DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 3000-PROCESS-SELECTED-EXIT
    END-IF.
    IF WS-ADDRESS = SPACES
        ADD 1 TO WS-NO-ADDRESS-COUNT
        IF WS-RULE-ADDS
                AND PR-PERSON-ID OF MASTER-RECORD <= WS-NEW-BOOKMARK-ID
            COMPUTE WS-NEW-BOOKMARK-ID =
                PR-PERSON-ID OF MASTER-RECORD - 1
        END-IF
        MOVE SPACES TO REPORT-LINE
        STRING "SIN DIRECCION  ID " DELIMITED BY SIZE
               PR-PERSON-ID OF MASTER-RECORD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PR-NAME OF MASTER-RECORD DELIMITED BY SIZE
               "  sucursal " DELIMITED BY SIZE
               PR-BRANCH-CODE OF MASTER-RECORD DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 3000-PROCESS-SELECTED-EXIT
    END-IF.

    PERFORM 3100-COMPUTE-AGE.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-BRANCH-NAME.
    PERFORM 1250-RESOLVE-BRANCH-NAME.

    *> Cada carta empieza en página nueva.
    IF WS-LETTER-COUNT > 0
        MOVE SPACES TO LETTER-LINE
        WRITE LETTER-LINE BEFORE ADVANCING PAGE
    END-IF.
    PERFORM VARYING WS-BODY-IDX FROM 1 BY 1
        UNTIL WS-BODY-IDX > WS-BODY-COUNT
        PERFORM 5000-MERGE-LINE
        MOVE WS-OUT-LINE TO LETTER-LINE
        WRITE LETTER-LINE
    END-PERFORM.

    MOVE PR-NAME OF MASTER-RECORD TO LABEL-LINE.
    WRITE LABEL-LINE.
    MOVE WS-ADDRESS TO LABEL-LINE.
    WRITE LABEL-LINE.
    MOVE SPACES TO LABEL-LINE.
    STRING "Ref. " DELIMITED BY SIZE
           PR-PERSON-ID OF MASTER-RECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LETTER-TYPE DELIMITED BY SIZE
        INTO LABEL-LINE.
    WRITE LABEL-LINE.
    MOVE SPACES TO LABEL-LINE.
    WRITE LABEL-LINE.

    MOVE SPACES TO LOG-REC.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO CR-PERSON-ID OF LOG-REC.
    MOVE WS-LETTER-TYPE TO CR-LETTER-TYPE OF LOG-REC.
    MOVE WS-TODAY-DATE TO CR-SENT-DATE OF LOG-REC.
    MOVE WS-OPERATOR TO CR-OPERATOR OF LOG-REC.
    WRITE LOG-REC.
    ADD 1 TO WS-LETTER-COUNT.

    MOVE SPACES TO REPORT-LINE.
    STRING "CARTA          ID " DELIMITED BY SIZE
           PR-PERSON-ID OF MASTER-RECORD DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PR-NAME OF MASTER-RECORD DELIMITED BY SIZE
           "  sucursal " DELIMITED BY SIZE
           PR-BRANCH-CODE OF MASTER-RECORD DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
3000-PROCESS-SELECTED-EXIT.
    EXIT.

3100-COMPUTE-AGE.
    *> Edad a hoy desde PR-BIRTH-DATE si se conoce; si no, PR-AGE.
    IF PR-BIRTH-DATE OF MASTER-RECORD = 0
            OR PR-BIRTH-DATE OF MASTER-RECORD IS NOT NUMERIC
        IF PR-AGE OF MASTER-RECORD IS NUMERIC
            MOVE PR-AGE OF MASTER-RECORD TO WS-CALC-AGE
        ELSE
            MOVE 0 TO WS-CALC-AGE
        END-IF
    ELSE
        MOVE PR-BIRTH-DATE OF MASTER-RECORD TO WS-BIRTH-DATE-WORK
        COMPUTE WS-CALC-AGE = WS-TODAY-YEAR - WS-BIRTH-YEAR
        IF WS-TODAY-MONTH < WS-BIRTH-MONTH
            SUBTRACT 1 FROM WS-CALC-AGE
        ELSE
            IF WS-TODAY-MONTH = WS-BIRTH-MONTH
                    AND WS-TODAY-DAY < WS-BIRTH-DAY
                SUBTRACT 1 FROM WS-CALC-AGE
            END-IF
        END-IF
    END-IF.
3100-COMPUTE-AGE-EXIT.
    EXIT.

5000-MERGE-LINE.
    MOVE SPACES TO WS-OUT-LINE.
    MOVE 1 TO WS-OUT-POS.
    MOVE 1 TO WS-TPL-POS.
    PERFORM UNTIL WS-TPL-POS > 100 OR WS-OUT-POS > 132
        IF WS-BODY-LINE (WS-BODY-IDX) (WS-TPL-POS:1) = "{"
            PERFORM 5100-MERGE-FIELD THRU 5100-MERGE-FIELD-EXIT
        ELSE
            MOVE WS-BODY-LINE (WS-BODY-IDX) (WS-TPL-POS:1)
                TO WS-OUT-LINE (WS-OUT-POS:1)
            ADD 1 TO WS-OUT-POS
            ADD 1 TO WS-TPL-POS
        END-IF
    END-PERFORM.
5000-MERGE-LINE-EXIT.
    EXIT.

5100-MERGE-FIELD.
    *> {CAMPO}: se busca la llave de cierre; un campo desconocido o
    *> sin cerrar se copia tal cual para que salte a la vista en la
    *> prueba de la plantilla.
    MOVE 0 TO WS-FIELD-LEN.
    PERFORM VARYING WS-SCAN-POS FROM WS-TPL-POS BY 1
        UNTIL WS-SCAN-POS > 100
        IF WS-BODY-LINE (WS-BODY-IDX) (WS-SCAN-POS:1) = "}"
            COMPUTE WS-FIELD-LEN = WS-SCAN-POS - WS-TPL-POS - 1
            EXIT PERFORM
        END-IF
    END-PERFORM.
    MOVE "N" TO WS-MERGE-KNOWN.
    IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 12
        MOVE SPACES TO WS-FIELD-NAME
        MOVE WS-BODY-LINE (WS-BODY-IDX) (WS-TPL-POS + 1:WS-FIELD-LEN)
            TO WS-FIELD-NAME
        MOVE "Y" TO WS-MERGE-KNOWN
        MOVE SPACES TO WS-MERGE-VALUE
        EVALUATE WS-FIELD-NAME
            WHEN "NOMBRE"
                MOVE PR-NAME OF MASTER-RECORD TO WS-MERGE-VALUE
            WHEN "DIRECCION"
                MOVE WS-ADDRESS TO WS-MERGE-VALUE
            WHEN "SUCURSAL"
                MOVE WS-BRANCH-NAME TO WS-MERGE-VALUE
            WHEN "EDAD"
                MOVE WS-CALC-AGE TO WS-AGE-DISPLAY
                MOVE WS-AGE-DISPLAY TO WS-MERGE-VALUE
            WHEN "HITO"
                MOVE WS-MILESTONE-AGE TO WS-AGE-DISPLAY
                MOVE WS-AGE-DISPLAY TO WS-MERGE-VALUE
            WHEN "ID"
                MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-MERGE-VALUE
            WHEN "FECHA"
                MOVE WS-TODAY-DISPLAY TO WS-MERGE-VALUE
            WHEN OTHER
                MOVE "N" TO WS-MERGE-KNOWN
        END-EVALUATE
    END-IF.
    IF WS-MERGE-KNOWN = "N"
        MOVE "{" TO WS-OUT-LINE (WS-OUT-POS:1)
        ADD 1 TO WS-OUT-POS
        ADD 1 TO WS-TPL-POS
        GO TO 5100-MERGE-FIELD-EXIT
    END-IF.
    IF WS-MERGE-VALUE NOT = SPACES
        STRING FUNCTION TRIM(WS-MERGE-VALUE) DELIMITED BY SIZE
            INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
            ON OVERFLOW MOVE 133 TO WS-OUT-POS
        END-STRING
    END-IF.
    COMPUTE WS-TPL-POS = WS-TPL-POS + WS-FIELD-LEN + 2.
5100-MERGE-FIELD-EXIT.
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
    STRING "CARTAS=" DELIMITED BY SIZE
           WS-LETTER-COUNT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LETTER-TYPE DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "Correspondence" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
