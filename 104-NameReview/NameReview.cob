IDENTIFICATION DIVISION.
PROGRAM-ID. NameReview.
*> Puesto de revisión de la cola de propuestas de nombre
*> (cola_nombres.txt) que deja NameSweep: recorre las pendientes
*> de las sucursales del operador mostrando el nombre del maestro y
*> el propuesto, y el operador dicta veredicto: (A)ceptar,
*> (R)echazar — el mismo antes/después no vuelve a proponerse —,
*> (E)scribir el nombre bueno cuando la propuesta no acierta (queda
*> aceptado con la norma "O"), (S)altar para dejarla pendiente o
*> (Q)uitar la sesión. El veredicto queda con fecha y operador en la
*> propia cola; las aceptadas salen como transacciones de
*> BatchMaintenance en la siguiente pasada de NameSweep.
*> Una propuesta cuya persona ya no está activa o cuyo nombre cambió
*> por otro camino se da por resuelta sin preguntar.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUEUE-FILE ASSIGN TO "cola_nombres.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
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
FD QUEUE-FILE.
    COPY NOMBREREC REPLACING NAME-PROPOSAL-RECORD BY QUEUE-REC.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-QUEUE-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-QUEUE-EOF PIC X VALUE "N".
01 WS-CHANGED PIC X VALUE "N".
01 WS-STOP-REVIEW PIC X VALUE "N".
01 WS-VERDICT PIC X VALUE "S".
01 WS-VERDICT-DATE PIC 9(8) VALUE 0.
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-PROPOSAL-SHOWN PIC X VALUE "N".
01 WS-PENDING-COUNT PIC 9(04) VALUE 0.
01 WS-ACCEPTED-COUNT PIC 9(04) VALUE 0.
01 WS-REJECTED-COUNT PIC 9(04) VALUE 0.
01 WS-RESOLVED-COUNT PIC 9(04) VALUE 0.
01 WS-OTHER-BRANCH-COUNT PIC 9(04) VALUE 0.

*> Nombre escrito por el operador: se lee más largo que PR-NAME
*> para poder rechazar el que no cabe en vez de cortarlo.
01 WS-TYPED-NAME PIC X(40) VALUE SPACES.
01 WS-NAME-VALID PIC X VALUE "N".
01 WS-COMMA-COUNT PIC 9(02) VALUE 0.

*> Cola cargada en memoria; se reescribe entera al salir si hubo
*> veredictos nuevos.
01 WS-QUEUE-TABLE.
    05 WS-QT-ENTRY OCCURS 5000 TIMES.
        10 WS-QT-ID       PIC 9(06).
        10 WS-QT-STATUS   PIC X(01).
        10 WS-QT-PDATE    PIC 9(08).
        10 WS-QT-VDATE    PIC 9(08).
        10 WS-QT-OPERATOR PIC X(20).
        10 WS-QT-OLD      PIC X(20).
        10 WS-QT-NEW      PIC X(20).
        10 WS-QT-RULES    PIC X(06).
01 WS-QT-COUNT PIC 9(04) VALUE 0.
01 WS-QT-IDX PIC 9(04) VALUE 0.
01 WS-QT-OVERFLOW PIC X VALUE "N".

COPY BRACAREA REPLACING BRANCH-ACCESS-AREA BY WS-BRA-AREA.

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
    CANCEL "BranchAccess".
    PERFORM 1000-LOAD-QUEUE THRU 1000-LOAD-QUEUE-EXIT.
    PERFORM 1900-COUNT-PENDING THRU 1900-COUNT-PENDING-EXIT.
    IF WS-PENDING-COUNT = 0
        DISPLAY "No hay propuestas de nombre pendientes; ejecuta "
            "antes NameSweep."
        GOBACK
    END-IF.

    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    DISPLAY "Normas: M mayúsculas, D dígitos, C comas, P puntos "
        "finales, E espacios, O escrito por el operador.".

    PERFORM VARYING WS-QT-IDX FROM 1 BY 1
        UNTIL WS-QT-IDX > WS-QT-COUNT OR WS-STOP-REVIEW = "Y"
        IF WS-QT-STATUS (WS-QT-IDX) = "P"
            PERFORM 2000-REVIEW-ONE THRU 2000-REVIEW-ONE-EXIT
        END-IF
    END-PERFORM.
    CLOSE MASTER-FILE.

    PERFORM 1900-COUNT-PENDING THRU 1900-COUNT-PENDING-EXIT.
    IF WS-CHANGED = "Y"
        PERFORM 6000-REWRITE-QUEUE THRU 6000-REWRITE-QUEUE-EXIT
    END-IF.
    DISPLAY "Revisión terminada: " WS-ACCEPTED-COUNT " aceptadas, "
        WS-REJECTED-COUNT " rechazadas, " WS-RESOLVED-COUNT
        " resueltas solas, " WS-PENDING-COUNT " siguen pendientes.".
    IF WS-OTHER-BRANCH-COUNT > 0
        DISPLAY WS-OTHER-BRANCH-COUNT " pendientes son de otras "
            "sucursales y no se han mostrado."
    END-IF.
    IF WS-ACCEPTED-COUNT > 0
        DISPLAY "Las aceptadas salen en 'nombres_correcciones.txt' "
            "en la próxima pasada de NameSweep."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-WRITE-AUDIT-LOG-EXIT.
    GOBACK.

1000-LOAD-QUEUE.
    OPEN INPUT QUEUE-FILE.
    IF WS-QUEUE-STATUS NOT = "00"
        GO TO 1000-LOAD-QUEUE-EXIT
    END-IF.
    MOVE "N" TO WS-QUEUE-EOF.
    PERFORM UNTIL WS-QUEUE-EOF = "Y"
        READ QUEUE-FILE
            AT END MOVE "Y" TO WS-QUEUE-EOF
            NOT AT END
                IF WS-QT-COUNT >= 5000
                    IF WS-QT-OVERFLOW = "N"
                        DISPLAY "Aviso: más de 5000 propuestas; el "
                            "resto espera a otra sesión."
                        MOVE "Y" TO WS-QT-OVERFLOW
                    END-IF
                ELSE
                    ADD 1 TO WS-QT-COUNT
                    MOVE NP-PERSON-ID OF QUEUE-REC
                        TO WS-QT-ID (WS-QT-COUNT)
                    MOVE NP-STATUS OF QUEUE-REC
                        TO WS-QT-STATUS (WS-QT-COUNT)
                    MOVE NP-PROPOSAL-DATE OF QUEUE-REC
                        TO WS-QT-PDATE (WS-QT-COUNT)
                    MOVE NP-VERDICT-DATE OF QUEUE-REC
                        TO WS-QT-VDATE (WS-QT-COUNT)
                    MOVE NP-OPERATOR OF QUEUE-REC
                        TO WS-QT-OPERATOR (WS-QT-COUNT)
                    MOVE NP-OLD-NAME OF QUEUE-REC
                        TO WS-QT-OLD (WS-QT-COUNT)
                    MOVE NP-NEW-NAME OF QUEUE-REC
                        TO WS-QT-NEW (WS-QT-COUNT)
                    MOVE NP-RULES OF QUEUE-REC
                        TO WS-QT-RULES (WS-QT-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE QUEUE-FILE.
1000-LOAD-QUEUE-EXIT.
    EXIT.

1900-COUNT-PENDING.
    MOVE 0 TO WS-PENDING-COUNT.
    PERFORM VARYING WS-QT-IDX FROM 1 BY 1
        UNTIL WS-QT-IDX > WS-QT-COUNT
        IF WS-QT-STATUS (WS-QT-IDX) = "P"
            ADD 1 TO WS-PENDING-COUNT
        END-IF
    END-PERFORM.
1900-COUNT-PENDING-EXIT.
    EXIT.

2000-REVIEW-ONE.
    PERFORM 2100-SHOW-PROPOSAL THRU 2100-SHOW-PROPOSAL-EXIT.
    IF WS-PROPOSAL-SHOWN = "N"
        GO TO 2000-REVIEW-ONE-EXIT
    END-IF.
    DISPLAY "Veredicto: (A)ceptar, (R)echazar, (E)scribir otro, "
        "(S)altar, (Q)uitar sesión: " WITH NO ADVANCING.
    ACCEPT WS-VERDICT.
    EVALUATE WS-VERDICT
        WHEN "A" WHEN "a"
            MOVE "A" TO WS-QT-STATUS (WS-QT-IDX)
            PERFORM 5000-STAMP-VERDICT THRU 5000-STAMP-VERDICT-EXIT
            ADD 1 TO WS-ACCEPTED-COUNT
        WHEN "R" WHEN "r"
            MOVE "R" TO WS-QT-STATUS (WS-QT-IDX)
            PERFORM 5000-STAMP-VERDICT THRU 5000-STAMP-VERDICT-EXIT
            ADD 1 TO WS-REJECTED-COUNT
            DISPLAY "Rechazada; este cambio no se volverá a proponer."
        WHEN "E" WHEN "e"
            PERFORM 3000-TYPE-NAME THRU 3000-TYPE-NAME-EXIT
        WHEN "Q" WHEN "q"
            MOVE "Y" TO WS-STOP-REVIEW
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
2000-REVIEW-ONE-EXIT.
    EXIT.

2100-SHOW-PROPOSAL.
    *> La propuesta sólo vale mientras el maestro siga con el nombre
    *> de antes y la persona activa; si no, se resuelve sola.
    MOVE "N" TO WS-PROPOSAL-SHOWN.
    MOVE WS-QT-ID (WS-QT-IDX) TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "La persona " WS-QT-ID (WS-QT-IDX) " ya no "
                "existe; la propuesta se da por resuelta."
            PERFORM 4000-MARK-RESOLVED THRU 4000-MARK-RESOLVED-EXIT
            GO TO 2100-SHOW-PROPOSAL-EXIT
    END-READ.
    IF NOT PR-STATUS-ACTIVE OF MASTER-RECORD
            OR PR-NAME OF MASTER-RECORD NOT = WS-QT-OLD (WS-QT-IDX)
        DISPLAY "La persona " WS-QT-ID (WS-QT-IDX) " ya no está "
            "activa o cambió de nombre; la propuesta se da por "
            "resuelta."
        PERFORM 4000-MARK-RESOLVED THRU 4000-MARK-RESOLVED-EXIT
        GO TO 2100-SHOW-PROPOSAL-EXIT
    END-IF.

    SET BRA-REQ-CHECK OF WS-BRA-AREA TO TRUE.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO BRA-PERSON-ID OF WS-BRA-AREA.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD
        TO BRA-BRANCH-CODE OF WS-BRA-AREA.
    MOVE "NameReview" TO BRA-PROGRAM OF WS-BRA-AREA.
    CALL "BranchAccess" USING WS-BRA-AREA.
    IF BRA-REFUSED OF WS-BRA-AREA
        ADD 1 TO WS-OTHER-BRANCH-COUNT
        GO TO 2100-SHOW-PROPOSAL-EXIT
    END-IF.

    DISPLAY " ".
    DISPLAY "--- Propuesta de nombre ID " WS-QT-ID (WS-QT-IDX)
        "  suc " PR-BRANCH-CODE OF MASTER-RECORD
        "  del " WS-QT-PDATE (WS-QT-IDX) " ---".
    DISPLAY "Antes:   [" WS-QT-OLD (WS-QT-IDX) "]".
    DISPLAY "Después: [" WS-QT-NEW (WS-QT-IDX) "]  normas "
        WS-QT-RULES (WS-QT-IDX).
    MOVE "Y" TO WS-PROPOSAL-SHOWN.
2100-SHOW-PROPOSAL-EXIT.
    EXIT.

3000-TYPE-NAME.
    *> El nombre escrito se pasa a mayúsculas como el resto; no puede
    *> quedar en blanco, llevar comas (no cabrían en la transacción),
    *> pasar de 20 bytes ni coincidir con el que ya tiene.
    DISPLAY "Nombre correcto: " WITH NO ADVANCING.
    MOVE SPACES TO WS-TYPED-NAME.
    ACCEPT WS-TYPED-NAME.
    MOVE "N" TO WS-NAME-VALID.
    MOVE FUNCTION TRIM (WS-TYPED-NAME LEADING) TO WS-TYPED-NAME.
    INSPECT WS-TYPED-NAME CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT WS-TYPED-NAME REPLACING ALL "á" BY "Á".
    INSPECT WS-TYPED-NAME REPLACING ALL "é" BY "É".
    INSPECT WS-TYPED-NAME REPLACING ALL "í" BY "Í".
    INSPECT WS-TYPED-NAME REPLACING ALL "ó" BY "Ó".
    INSPECT WS-TYPED-NAME REPLACING ALL "ú" BY "Ú".
    INSPECT WS-TYPED-NAME REPLACING ALL "ü" BY "Ü".
    INSPECT WS-TYPED-NAME REPLACING ALL "ñ" BY "Ñ".
    INSPECT WS-TYPED-NAME REPLACING ALL "à" BY "À".
    INSPECT WS-TYPED-NAME REPLACING ALL "è" BY "È".
    INSPECT WS-TYPED-NAME REPLACING ALL "ò" BY "Ò".
    INSPECT WS-TYPED-NAME REPLACING ALL "ï" BY "Ï".
    INSPECT WS-TYPED-NAME REPLACING ALL "ç" BY "Ç".
    MOVE 0 TO WS-COMMA-COUNT.
    INSPECT WS-TYPED-NAME TALLYING WS-COMMA-COUNT FOR ALL ",".
    EVALUATE TRUE
        WHEN WS-TYPED-NAME = SPACES
            DISPLAY "Nombre en blanco; la propuesta sigue pendiente."
        WHEN WS-COMMA-COUNT > 0
            DISPLAY "El nombre no puede llevar comas; la propuesta "
                "sigue pendiente."
        WHEN WS-TYPED-NAME (21:20) NOT = SPACES
            DISPLAY "El nombre pasa de 20 caracteres; la propuesta "
                "sigue pendiente."
        WHEN WS-TYPED-NAME (1:20) = WS-QT-OLD (WS-QT-IDX)
            DISPLAY "Es el mismo nombre que ya tiene; usa (R)echazar "
                "si no hay que cambiarlo."
        WHEN OTHER
            MOVE "Y" TO WS-NAME-VALID
    END-EVALUATE.
    IF WS-NAME-VALID = "N"
        GO TO 3000-TYPE-NAME-EXIT
    END-IF.
    MOVE WS-TYPED-NAME (1:20) TO WS-QT-NEW (WS-QT-IDX).
    MOVE "O" TO WS-QT-RULES (WS-QT-IDX).
    MOVE "A" TO WS-QT-STATUS (WS-QT-IDX).
    PERFORM 5000-STAMP-VERDICT THRU 5000-STAMP-VERDICT-EXIT.
    ADD 1 TO WS-ACCEPTED-COUNT.
    DISPLAY "Aceptada con el nombre [" WS-QT-NEW (WS-QT-IDX) "].".
3000-TYPE-NAME-EXIT.
    EXIT.

4000-MARK-RESOLVED.
    MOVE "F" TO WS-QT-STATUS (WS-QT-IDX).
    PERFORM 5000-STAMP-VERDICT THRU 5000-STAMP-VERDICT-EXIT.
    ADD 1 TO WS-RESOLVED-COUNT.
4000-MARK-RESOLVED-EXIT.
    EXIT.

5000-STAMP-VERDICT.
    ACCEPT WS-VERDICT-DATE FROM DATE YYYYMMDD.
    MOVE WS-VERDICT-DATE TO WS-QT-VDATE (WS-QT-IDX).
    MOVE WS-OPERATOR TO WS-QT-OPERATOR (WS-QT-IDX).
    MOVE "Y" TO WS-CHANGED.
5000-STAMP-VERDICT-EXIT.
    EXIT.

6000-REWRITE-QUEUE.
    OPEN OUTPUT QUEUE-FILE.
    IF WS-QUEUE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo guardar 'cola_nombres.txt' "
            "(status " WS-QUEUE-STATUS ")."
        GO TO 6000-REWRITE-QUEUE-EXIT
    END-IF.
    PERFORM VARYING WS-QT-IDX FROM 1 BY 1
        UNTIL WS-QT-IDX > WS-QT-COUNT
        MOVE SPACES TO QUEUE-REC
        MOVE WS-QT-ID (WS-QT-IDX) TO NP-PERSON-ID OF QUEUE-REC
        MOVE WS-QT-STATUS (WS-QT-IDX) TO NP-STATUS OF QUEUE-REC
        MOVE WS-QT-PDATE (WS-QT-IDX) TO NP-PROPOSAL-DATE OF QUEUE-REC
        MOVE WS-QT-VDATE (WS-QT-IDX) TO NP-VERDICT-DATE OF QUEUE-REC
        MOVE WS-QT-OPERATOR (WS-QT-IDX) TO NP-OPERATOR OF QUEUE-REC
        MOVE WS-QT-OLD (WS-QT-IDX) TO NP-OLD-NAME OF QUEUE-REC
        MOVE WS-QT-NEW (WS-QT-IDX) TO NP-NEW-NAME OF QUEUE-REC
        MOVE WS-QT-RULES (WS-QT-IDX) TO NP-RULES OF QUEUE-REC
        WRITE QUEUE-REC
    END-PERFORM.
    CLOSE QUEUE-FILE.
6000-REWRITE-QUEUE-EXIT.
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
    STRING "ACEPT=" DELIMITED BY SIZE
           WS-ACCEPTED-COUNT DELIMITED BY SIZE
           " RECH=" DELIMITED BY SIZE
           WS-REJECTED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "NameReview" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
