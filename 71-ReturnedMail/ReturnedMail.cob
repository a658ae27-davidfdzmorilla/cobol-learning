IDENTIFICATION DIVISION.
PROGRAM-ID. ReturnedMail.
*> Recepción de correo devuelto y de rebotes de correo electrónico.
*> Hasta ahora una carta que volvía o un correo que rebotaba no
*> quedaba en ninguna parte y la siguiente tanda iba a la misma
*> dirección muerta. Este programa lee:
*>   devoluciones.txt  (DEVOLUCIONES_FICHERO) la lista de cartas
*>                     devueltas, "ID;motivo" o "dirección;motivo"
*>                     (punto y coma: la dirección lleva comas);
*>   rebotes.txt       (REBOTES_FICHERO) el fichero de rebotes del
*>                     proveedor de correo, "correo,motivo";
*> y marca la línea vigente de contactos.txt de cada persona afectada
*> como devuelta (CT-UNDELIVERABLE, con la fecha), añadiendo una línea
*> nueva como cualquier corrección del fichero de sólo-añadir. Una
*> dirección compartida marca a todos los que la tienen. Correspondence
*> y ExtractEngine dejan fuera el canal marcado; la marca se quita
*> sola cuando el operador anota una dirección o un correo nuevos.
*> Resultado de cada entrada en devoluciones.rpt y, siempre, la lista
*> de trabajo de quién necesita dirección o correo nuevos en
*> sindireccion.rpt (si no hay ficheros de entrada, sólo la lista).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT RETURNS-FILE ASSIGN TO WS-RETURNS-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RETURNS-STATUS.
    SELECT BOUNCE-FILE ASSIGN TO WS-BOUNCE-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BOUNCE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "devoluciones.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT WORKLIST-FILE ASSIGN TO "sindireccion.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WORKLIST-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

*> Datos de contacto, en fichero compañero de sólo-añadir: la línea
*> vigente de cada ID es la última (ver CONTACTREC.cpy).
FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

FD RETURNS-FILE.
01 RETURNS-RECORD PIC X(120).

FD BOUNCE-FILE.
01 BOUNCE-RECORD PIC X(120).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

FD WORKLIST-FILE.
01 WORKLIST-LINE PIC X(132).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-CONTACT-STATUS PIC XX VALUE "00".
01 WS-RETURNS-STATUS PIC XX VALUE "00".
01 WS-BOUNCE-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-WORKLIST-STATUS PIC XX VALUE "00".
01 WS-RETURNS-FILE-NAME PIC X(80) VALUE "devoluciones.txt".
01 WS-BOUNCE-FILE-NAME PIC X(80) VALUE "rebotes.txt".
01 WS-FILE-ENV PIC X(80) VALUE SPACES.
01 WS-EOF PIC X VALUE "N".
01 WS-MASTER-OPEN PIC X VALUE "N".
01 WS-CONTACT-OPEN PIC X VALUE "N".
01 WS-TODAY-DATE PIC 9(08) VALUE 0.
01 WS-TODAY-INT PIC 9(08) VALUE 0.

*> Tabla en memoria de la línea vigente de cada ID de
*> contactos.txt; la última línea de cada ID pisa a las anteriores.
01 WS-CONTACT-EOF PIC X VALUE "N".
01 WS-CONTACT-TABLE.
    05 WS-CTT-ENTRY OCCURS 5000 TIMES.
        10 WS-CTT-ID   PIC 9(06).
        10 WS-CTT-LINE PIC X(110).
01 WS-CTT-COUNT PIC 9(04) VALUE 0.
01 WS-CTT-IDX PIC 9(04) VALUE 0.
01 WS-CTT-FOUND-IDX PIC 9(04) VALUE 0.
01 WS-CONTACT-OVERFLOW PIC X VALUE "N".

*> Línea de contacto en curso, para mirar y cambiar sus campos.
COPY CONTACTREC REPLACING CONTACT-RECORD BY WS-CONTACT-WORK.

*> Entrada en curso (devolución o rebote).
01 WS-IN-KEY PIC X(60) VALUE SPACES.
01 WS-IN-REASON PIC X(60) VALUE SPACES.
01 WS-IN-KEY-UPPER PIC X(60) VALUE SPACES.
01 WS-IN-ID PIC 9(06) VALUE 0.
01 WS-IN-IS-ID PIC X VALUE "N".
01 WS-CMP-VALUE PIC X(60) VALUE SPACES.
01 WS-CHANNEL PIC X VALUE SPACE.
    88 WS-CHANNEL-POST  VALUE "P".
    88 WS-CHANNEL-EMAIL VALUE "E".
01 WS-MATCH-COUNT PIC 9(04) VALUE 0.
01 WS-RESULT-TEXT PIC X(14) VALUE SPACES.

*> Contadores.
01 WS-RETURNS-READ PIC 9(06) VALUE 0.
01 WS-BOUNCES-READ PIC 9(06) VALUE 0.
01 WS-MARKED-COUNT PIC 9(06) VALUE 0.
01 WS-ALREADY-COUNT PIC 9(06) VALUE 0.
01 WS-NOT-FOUND-COUNT PIC 9(06) VALUE 0.
01 WS-WORKLIST-COUNT PIC 9(06) VALUE 0.

*> Lista de trabajo.
01 WS-WL-NAME PIC X(20) VALUE SPACES.
01 WS-WL-BRANCH PIC X(04) VALUE SPACES.
01 WS-WL-CHANNEL PIC X(18) VALUE SPACES.
01 WS-WL-DAYS PIC 9(05) VALUE 0.
01 WS-WL-DAYS-DISPLAY PIC ZZZZ9.

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
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
    ACCEPT WS-FILE-ENV FROM ENVIRONMENT "DEVOLUCIONES_FICHERO".
    IF WS-FILE-ENV NOT = SPACES
        MOVE WS-FILE-ENV TO WS-RETURNS-FILE-NAME
    END-IF.
    MOVE SPACES TO WS-FILE-ENV.
    ACCEPT WS-FILE-ENV FROM ENVIRONMENT "REBOTES_FICHERO".
    IF WS-FILE-ENV NOT = SPACES
        MOVE WS-FILE-ENV TO WS-BOUNCE-FILE-NAME
    END-IF.

    PERFORM 1000-LOAD-CONTACT-TABLE THRU 1000-LOAD-CONTACT-TABLE-EXIT.

    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS = "00"
        MOVE "Y" TO WS-MASTER-OPEN
    ELSE
        *> Sin maestro la lista sale sin nombre ni sucursal.
        DISPLAY "Aviso: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS "); la lista sale sin nombres."
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE "DEVOLUCIONES Y REBOTES RECIBIDOS" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM 2000-PROCESS-RETURNS THRU 2000-PROCESS-RETURNS-EXIT.
    PERFORM 3000-PROCESS-BOUNCES THRU 3000-PROCESS-BOUNCES-EXIT.

    IF WS-CONTACT-OPEN = "Y"
        CLOSE CONTACT-FILE
    END-IF.

    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Devoluciones: " DELIMITED BY SIZE
           WS-RETURNS-READ DELIMITED BY SIZE
           "  rebotes: " DELIMITED BY SIZE
           WS-BOUNCES-READ DELIMITED BY SIZE
           "  marcadas: " DELIMITED BY SIZE
           WS-MARKED-COUNT DELIMITED BY SIZE
           "  ya marcadas: " DELIMITED BY SIZE
           WS-ALREADY-COUNT DELIMITED BY SIZE
           "  sin coincidencia: " DELIMITED BY SIZE
           WS-NOT-FOUND-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.

    PERFORM 5000-WRITE-WORKLIST THRU 5000-WRITE-WORKLIST-EXIT.
    IF WS-MASTER-OPEN = "Y"
        CLOSE MASTER-FILE
    END-IF.

    DISPLAY "Líneas de contacto marcadas como devueltas: "
        WS-MARKED-COUNT " (detalle en 'devoluciones.rpt').".
    DISPLAY "Personas pendientes de dirección o correo nuevos: "
        WS-WORKLIST-COUNT " (lista en 'sindireccion.rpt').".
    IF WS-NOT-FOUND-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-CONTACT-TABLE.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
        GO TO 1000-LOAD-CONTACT-TABLE-EXIT
    END-IF.
    MOVE "N" TO WS-CONTACT-EOF.
    PERFORM UNTIL WS-CONTACT-EOF = "Y"
        READ CONTACT-FILE
            AT END MOVE "Y" TO WS-CONTACT-EOF
            NOT AT END
                PERFORM 1050-STORE-CONTACT-ENTRY
        END-READ
    END-PERFORM.
    CLOSE CONTACT-FILE.
    IF WS-CONTACT-OVERFLOW = "Y"
        DISPLAY "Aviso: más de 5000 IDs con contacto; los "
            "sobrantes no se revisan."
    END-IF.
1000-LOAD-CONTACT-TABLE-EXIT.
    EXIT.

1050-STORE-CONTACT-ENTRY.
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
        MOVE CONTACT-REC TO WS-CTT-LINE (WS-CTT-FOUND-IDX)
    END-IF.
1050-STORE-CONTACT-ENTRY-EXIT.
    EXIT.

2000-PROCESS-RETURNS.
    OPEN INPUT RETURNS-FILE.
    IF WS-RETURNS-STATUS NOT = "00"
        *> Sin lista de devoluciones hoy: sólo rebotes o sólo lista.
        GO TO 2000-PROCESS-RETURNS-EXIT
    END-IF.
    SET WS-CHANNEL-POST TO TRUE.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ RETURNS-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF RETURNS-RECORD NOT = SPACES
                        AND RETURNS-RECORD (1:1) NOT = "*"
                    ADD 1 TO WS-RETURNS-READ
                    MOVE SPACES TO WS-IN-KEY
                    MOVE SPACES TO WS-IN-REASON
                    UNSTRING RETURNS-RECORD DELIMITED BY ";"
                        INTO WS-IN-KEY WS-IN-REASON
                    PERFORM 4000-APPLY-ENTRY
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RETURNS-FILE.
2000-PROCESS-RETURNS-EXIT.
    EXIT.

3000-PROCESS-BOUNCES.
    OPEN INPUT BOUNCE-FILE.
    IF WS-BOUNCE-STATUS NOT = "00"
        GO TO 3000-PROCESS-BOUNCES-EXIT
    END-IF.
    SET WS-CHANNEL-EMAIL TO TRUE.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ BOUNCE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF BOUNCE-RECORD NOT = SPACES
                        AND BOUNCE-RECORD (1:1) NOT = "*"
                    ADD 1 TO WS-BOUNCES-READ
                    MOVE SPACES TO WS-IN-KEY
                    MOVE SPACES TO WS-IN-REASON
                    UNSTRING BOUNCE-RECORD DELIMITED BY "," OR ";"
                        INTO WS-IN-KEY WS-IN-REASON
                    PERFORM 4000-APPLY-ENTRY
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BOUNCE-FILE.
3000-PROCESS-BOUNCES-EXIT.
    EXIT.

4000-APPLY-ENTRY.
    *> Una devolución puede venir por ID o por dirección; un rebote,
    *> por la dirección de correo. Se compara en mayúsculas y sin
    *> blancos a la izquierda.
    MOVE FUNCTION TRIM(WS-IN-KEY) TO WS-IN-KEY-UPPER.
    INSPECT WS-IN-KEY-UPPER CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE "N" TO WS-IN-IS-ID.
    IF WS-CHANNEL-POST AND WS-IN-KEY-UPPER (1:6) IS NUMERIC
            AND WS-IN-KEY-UPPER (7:1) = SPACE
        MOVE "Y" TO WS-IN-IS-ID
        MOVE WS-IN-KEY-UPPER (1:6) TO WS-IN-ID
    END-IF.
    MOVE 0 TO WS-MATCH-COUNT.
    IF WS-IN-KEY-UPPER NOT = SPACES
        PERFORM 4050-SCAN-CONTACTS
    END-IF.
    IF WS-MATCH-COUNT = 0
        ADD 1 TO WS-NOT-FOUND-COUNT
        MOVE "SIN COINCIDEN." TO WS-RESULT-TEXT
        MOVE 0 TO WS-IN-ID
        PERFORM 4900-REPORT-ENTRY
    END-IF.
4000-APPLY-ENTRY-EXIT.
    EXIT.

4050-SCAN-CONTACTS.
    PERFORM VARYING WS-CTT-IDX FROM 1 BY 1
        UNTIL WS-CTT-IDX > WS-CTT-COUNT
        MOVE WS-CTT-LINE (WS-CTT-IDX) TO WS-CONTACT-WORK
        IF WS-IN-IS-ID = "Y"
            IF WS-CTT-ID (WS-CTT-IDX) = WS-IN-ID
                PERFORM 4100-MARK-CONTACT THRU 4100-MARK-CONTACT-EXIT
            END-IF
        ELSE
            IF WS-CHANNEL-POST
                MOVE FUNCTION TRIM(CT-ADDRESS OF WS-CONTACT-WORK)
                    TO WS-CMP-VALUE
            ELSE
                MOVE FUNCTION TRIM(CT-EMAIL OF WS-CONTACT-WORK)
                    TO WS-CMP-VALUE
            END-IF
            INSPECT WS-CMP-VALUE CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF WS-CMP-VALUE = WS-IN-KEY-UPPER
                PERFORM 4100-MARK-CONTACT THRU 4100-MARK-CONTACT-EXIT
            END-IF
        END-IF
    END-PERFORM.
4050-SCAN-CONTACTS-EXIT.
    EXIT.

4100-MARK-CONTACT.
    ADD 1 TO WS-MATCH-COUNT.
    MOVE WS-CTT-ID (WS-CTT-IDX) TO WS-IN-ID.
    IF (WS-CHANNEL-POST AND CT-UNDELIV-POST OF WS-CONTACT-WORK)
            OR (WS-CHANNEL-EMAIL
                AND CT-UNDELIV-EMAIL OF WS-CONTACT-WORK)
        ADD 1 TO WS-ALREADY-COUNT
        MOVE "YA MARCADA" TO WS-RESULT-TEXT
        PERFORM 4900-REPORT-ENTRY
        GO TO 4100-MARK-CONTACT-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN CT-UNDELIV-NONE OF WS-CONTACT-WORK
            MOVE WS-CHANNEL TO CT-UNDELIVERABLE OF WS-CONTACT-WORK
        WHEN OTHER
            *> El otro canal ya estaba marcado: quedan los dos.
            MOVE "B" TO CT-UNDELIVERABLE OF WS-CONTACT-WORK
    END-EVALUATE.
    MOVE WS-TODAY-DATE TO CT-UNDELIV-DATE OF WS-CONTACT-WORK.
    IF WS-CONTACT-OPEN = "N"
        OPEN EXTEND CONTACT-FILE
        IF WS-CONTACT-STATUS = "35"
            OPEN OUTPUT CONTACT-FILE
        END-IF
        IF WS-CONTACT-STATUS NOT = "00"
            DISPLAY "Aviso: no se pudo escribir 'contactos.txt' "
                "(status " WS-CONTACT-STATUS ")."
            MOVE "NO ESCRITA" TO WS-RESULT-TEXT
            PERFORM 4900-REPORT-ENTRY
            GO TO 4100-MARK-CONTACT-EXIT
        END-IF
        MOVE "Y" TO WS-CONTACT-OPEN
    END-IF.
    MOVE WS-CONTACT-WORK TO CONTACT-REC.
    WRITE CONTACT-REC.
    MOVE WS-CONTACT-WORK TO WS-CTT-LINE (WS-CTT-IDX).
    ADD 1 TO WS-MARKED-COUNT.
    MOVE "MARCADA" TO WS-RESULT-TEXT.
    PERFORM 4900-REPORT-ENTRY.
4100-MARK-CONTACT-EXIT.
    EXIT.

4900-REPORT-ENTRY.
    MOVE SPACES TO REPORT-LINE.
    IF WS-CHANNEL-POST
        STRING "CARTA   " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               " ID " DELIMITED BY SIZE
               WS-IN-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-IN-KEY (1:40) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-IN-REASON (1:40) DELIMITED BY SIZE
            INTO REPORT-LINE
    ELSE
        STRING "CORREO  " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               " ID " DELIMITED BY SIZE
               WS-IN-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-IN-KEY (1:40) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-IN-REASON (1:40) DELIMITED BY SIZE
            INTO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
4900-REPORT-ENTRY-EXIT.
    EXIT.

5000-WRITE-WORKLIST.
    OPEN OUTPUT WORKLIST-FILE.
    IF WS-WORKLIST-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'sindireccion.rpt' "
            "(status " WS-WORKLIST-STATUS ")."
        GO TO 5000-WRITE-WORKLIST-EXIT
    END-IF.
    MOVE "PERSONAS CON DIRECCION O CORREO DEVUELTOS" TO WORKLIST-LINE.
    WRITE WORKLIST-LINE.
    MOVE "ID     NOMBRE               SUC. DEVUELTO           FECHA     DIAS  DIRECCION / CORREO"
        TO WORKLIST-LINE.
    WRITE WORKLIST-LINE.
    MOVE ALL "-" TO WORKLIST-LINE.
    WRITE WORKLIST-LINE.
    PERFORM VARYING WS-CTT-IDX FROM 1 BY 1
        UNTIL WS-CTT-IDX > WS-CTT-COUNT
        MOVE WS-CTT-LINE (WS-CTT-IDX) TO WS-CONTACT-WORK
        IF NOT CT-UNDELIV-NONE OF WS-CONTACT-WORK
            PERFORM 5100-WRITE-WORKLIST-LINE
        END-IF
    END-PERFORM.
    MOVE ALL "-" TO WORKLIST-LINE.
    WRITE WORKLIST-LINE.
    MOVE SPACES TO WORKLIST-LINE.
    STRING "Total pendientes: " DELIMITED BY SIZE
           WS-WORKLIST-COUNT DELIMITED BY SIZE
        INTO WORKLIST-LINE.
    WRITE WORKLIST-LINE.
    CLOSE WORKLIST-FILE.
5000-WRITE-WORKLIST-EXIT.
    EXIT.

5100-WRITE-WORKLIST-LINE.
    MOVE SPACES TO WS-WL-NAME.
    MOVE SPACES TO WS-WL-BRANCH.
    IF WS-MASTER-OPEN = "Y"
        MOVE WS-CTT-ID (WS-CTT-IDX) TO PR-PERSON-ID OF MASTER-RECORD
        READ MASTER-FILE
            INVALID KEY
                MOVE "(no esta en maestro)" TO WS-WL-NAME
            NOT INVALID KEY
                MOVE PR-NAME OF MASTER-RECORD TO WS-WL-NAME
                MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-WL-BRANCH
        END-READ
    END-IF.
    EVALUATE CT-UNDELIVERABLE OF WS-CONTACT-WORK
        WHEN "P"
            MOVE "DIRECCION" TO WS-WL-CHANNEL
        WHEN "E"
            MOVE "CORREO" TO WS-WL-CHANNEL
        WHEN OTHER
            MOVE "DIRECCION Y CORREO" TO WS-WL-CHANNEL
    END-EVALUATE.
    MOVE 0 TO WS-WL-DAYS.
    IF CT-UNDELIV-DATE OF WS-CONTACT-WORK IS NUMERIC
            AND CT-UNDELIV-DATE OF WS-CONTACT-WORK > 0
        COMPUTE WS-WL-DAYS = WS-TODAY-INT -
            FUNCTION INTEGER-OF-DATE
                (CT-UNDELIV-DATE OF WS-CONTACT-WORK)
    END-IF.
    MOVE WS-WL-DAYS TO WS-WL-DAYS-DISPLAY.
    MOVE SPACES TO WORKLIST-LINE.
    IF CT-UNDELIVERABLE OF WS-CONTACT-WORK = "E"
        STRING WS-CTT-ID (WS-CTT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WL-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WL-BRANCH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WL-CHANNEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-UNDELIV-DATE OF WS-CONTACT-WORK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WL-DAYS-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-EMAIL OF WS-CONTACT-WORK DELIMITED BY SIZE
            INTO WORKLIST-LINE
    ELSE
        STRING WS-CTT-ID (WS-CTT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WL-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WL-BRANCH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WL-CHANNEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-UNDELIV-DATE OF WS-CONTACT-WORK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WL-DAYS-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-ADDRESS OF WS-CONTACT-WORK DELIMITED BY SIZE
            INTO WORKLIST-LINE
    END-IF.
    WRITE WORKLIST-LINE.
    ADD 1 TO WS-WORKLIST-COUNT.
5100-WRITE-WORKLIST-LINE-EXIT.
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
    STRING "DEVUELTAS=" DELIMITED BY SIZE
           WS-MARKED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "ReturnedMail" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
