IDENTIFICATION DIVISION.
PROGRAM-ID. ReconfirmEntry.
*> Anotación de las reconfirmaciones de datos: el operador que ha
*> hablado con la persona (por la lista de contacto de
*> ReconfirmCampaign o porque ha venido a la sucursal) anota si
*> confirmó sus datos tal cual o qué campos estaban mal y su valor
*> correcto.
*>   (R)egistrar  confirmación de una persona activa.
*>   (P)endientes personas de la última campaña todavía sin
*>                confirmar.
*> Sólo se anotan personas de las sucursales del operador
*> (BranchAccess). Las anotaciones se añaden a confirmaciones.txt
*> (ver CONFREC.cpy) con la campaña sin cerrar en la que está la
*> persona, o cero si no está en ninguna; ReconfirmCampaign las
*> recoge en su pasada nocturna. Si la baja de la persona ya estaba
*> programada, además hay que cancelarla en PendingInquiry antes de
*> su fecha efectiva.

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
    SELECT CAMPAIGN-FILE ASSIGN TO "reconfirmacion.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CAMPAIGN-STATUS.
    SELECT CONFIRM-FILE ASSIGN TO "confirmaciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONFIRM-STATUS.
    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD CAMPAIGN-FILE.
    COPY RECONREC REPLACING RECONFIRM-RECORD BY CAMPAIGN-REC.

FD CONFIRM-FILE.
    COPY CONFREC REPLACING CONFIRMATION-RECORD BY CONFIRM-REC.

FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-CAMPAIGN-STATUS PIC XX VALUE "00".
01 WS-CONFIRM-STATUS PIC XX VALUE "00".
01 WS-CONTACT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-CONTINUE PIC X VALUE "Y".
01 WS-OPTION PIC X VALUE SPACE.
01 WS-ID PIC 9(06) VALUE 0.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-RECORDED-COUNT PIC 9(04) VALUE 0.
01 WS-SHOWN-COUNT PIC 9(04) VALUE 0.

*> Persona que se está anotando: el maestro y su contacto vigente
*> (la última línea de contactos.txt de su ID).
01 WS-PERSON-BRANCH PIC X(04) VALUE SPACES.
01 WS-CONTACT-FOUND PIC X VALUE "N".
COPY CONTACTREC REPLACING CONTACT-RECORD BY WS-CT-WORK.

*> Línea de la persona en la campaña más reciente en que aparece.
01 WS-IN-CAMPAIGN PIC X VALUE "N".
COPY RECONREC REPLACING RECONFIRM-RECORD BY WS-RC-WORK.
01 WS-CAMPAIGN-ID PIC 9(08) VALUE 0.
01 WS-STATUS-WORD PIC X(30) VALUE SPACES.

*> Confirmación que se está anotando: hasta un campo corregido por
*> cada campo de la ficha.
01 WS-OUTCOME PIC X VALUE SPACE.
01 WS-NEW-TABLE.
    05 WS-NEW-ENTRY OCCURS 7 TIMES.
        10 WS-NEW-FIELD PIC X(01).
        10 WS-NEW-VALUE PIC X(40).
01 WS-NEW-COUNT PIC 9 VALUE 0.
01 WS-NEW-IDX PIC 9 VALUE 0.
01 WS-NEW-FOUND PIC 9 VALUE 0.
01 WS-MASTER-FIELDS PIC 9 VALUE 0.
01 WS-FIELD-CODE PIC X VALUE SPACE.
01 WS-FIELD-OK PIC X VALUE "N".
01 WS-REAL-VALUE PIC X(40) VALUE SPACES.
01 WS-SHEET-VALUE PIC X(40) VALUE SPACES.
01 WS-COMMA-COUNT PIC 9(02) VALUE 0.
01 WS-DATE-CHECK PIC 9(08) VALUE 0.
01 WS-AGE-CHECK PIC 9(03) VALUE 0.
COPY CONFREC REPLACING CONFIRMATION-RECORD BY WS-CF-WORK.

*> Acceso por sucursal del operador (ver BRACAREA.cpy).
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
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-CONTINUE = "N"
        DISPLAY "Reconfirmación: (R)egistrar, (P)endientes, "
            "(S)alir: " WITH NO ADVANCING
        ACCEPT WS-OPTION
        EVALUATE WS-OPTION
            WHEN "R" WHEN "r"
                PERFORM 2000-RECORD-CONFIRMATION
                    THRU 2000-RECORD-CONFIRMATION-EXIT
            WHEN "P" WHEN "p"
                PERFORM 3000-SHOW-PENDING THRU 3000-SHOW-PENDING-EXIT
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
                DISPLAY "Opción no reconocida."
        END-EVALUATE
    END-PERFORM.
    CLOSE MASTER-FILE.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-CONTACT.
    MOVE "N" TO WS-CONTACT-FOUND.
    MOVE SPACES TO WS-CT-WORK.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
        GO TO 1000-LOAD-CONTACT-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CONTACT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF CT-PERSON-ID OF CONTACT-REC = WS-ID
                    MOVE CONTACT-REC TO WS-CT-WORK
                    MOVE "Y" TO WS-CONTACT-FOUND
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONTACT-FILE.
1000-LOAD-CONTACT-EXIT.
    EXIT.

1100-FIND-CAMPAIGN-LINE.
    *> La línea de la campaña más reciente en que aparece la persona;
    *> sólo si sigue sin cerrar se anota la confirmación en ella.
    MOVE "N" TO WS-IN-CAMPAIGN.
    MOVE SPACES TO WS-RC-WORK.
    MOVE 0 TO RC-CAMPAIGN-ID OF WS-RC-WORK.
    MOVE 0 TO WS-CAMPAIGN-ID.
    OPEN INPUT CAMPAIGN-FILE.
    IF WS-CAMPAIGN-STATUS NOT = "00"
        GO TO 1100-FIND-CAMPAIGN-LINE-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CAMPAIGN-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF RC-PERSON-ID OF CAMPAIGN-REC = WS-ID
                        AND RC-CAMPAIGN-ID OF CAMPAIGN-REC
                            >= RC-CAMPAIGN-ID OF WS-RC-WORK
                    MOVE CAMPAIGN-REC TO WS-RC-WORK
                    MOVE "Y" TO WS-IN-CAMPAIGN
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CAMPAIGN-FILE.
    IF WS-IN-CAMPAIGN = "Y" AND RC-OPEN OF WS-RC-WORK
        MOVE RC-CAMPAIGN-ID OF WS-RC-WORK TO WS-CAMPAIGN-ID
    END-IF.
1100-FIND-CAMPAIGN-LINE-EXIT.
    EXIT.

2000-RECORD-CONFIRMATION.
    DISPLAY "ID de la persona: " WITH NO ADVANCING.
    MOVE 0 TO WS-ID.
    ACCEPT WS-ID.
    MOVE WS-ID TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "El ID " WS-ID " no existe."
            GO TO 2000-RECORD-CONFIRMATION-EXIT
    END-READ.
    IF NOT PR-TYPE-DETAIL OF MASTER-RECORD
            OR PR-ID-IS-TRAILER OF MASTER-RECORD
        DISPLAY "El ID " WS-ID " no existe."
        GO TO 2000-RECORD-CONFIRMATION-EXIT
    END-IF.
    IF NOT PR-STATUS-ACTIVE OF MASTER-RECORD
        DISPLAY "El ID " WS-ID " no está activo; no se confirma."
        GO TO 2000-RECORD-CONFIRMATION-EXIT
    END-IF.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-PERSON-BRANCH.
    SET BRA-REQ-VERIFY OF WS-BRA-AREA TO TRUE.
    MOVE WS-ID TO BRA-PERSON-ID OF WS-BRA-AREA.
    MOVE WS-PERSON-BRANCH TO BRA-BRANCH-CODE OF WS-BRA-AREA.
    MOVE "ReconfirmEntry" TO BRA-PROGRAM OF WS-BRA-AREA.
    CALL "BranchAccess" USING WS-BRA-AREA.
    IF BRA-REFUSED OF WS-BRA-AREA
        DISPLAY "El ID " WS-ID " pertenece a otra sucursal ("
            WS-PERSON-BRANCH "); acceso rechazado y registrado."
        GO TO 2000-RECORD-CONFIRMATION-EXIT
    END-IF.
    PERFORM 1000-LOAD-CONTACT THRU 1000-LOAD-CONTACT-EXIT.
    PERFORM 1100-FIND-CAMPAIGN-LINE THRU 1100-FIND-CAMPAIGN-LINE-EXIT.
    PERFORM 2100-SHOW-PERSON THRU 2100-SHOW-PERSON-EXIT.

    DISPLAY "Resultado: (C)onfirmado, (D)atos corregidos: "
        WITH NO ADVANCING.
    MOVE SPACE TO WS-OUTCOME.
    ACCEPT WS-OUTCOME.
    MOVE FUNCTION UPPER-CASE (WS-OUTCOME) TO WS-OUTCOME.
    IF WS-OUTCOME NOT = "C" AND WS-OUTCOME NOT = "D"
        DISPLAY "Resultado no reconocido; no se anota nada."
        GO TO 2000-RECORD-CONFIRMATION-EXIT
    END-IF.
    MOVE 0 TO WS-NEW-COUNT.
    MOVE "*" TO WS-FIELD-CODE.
    IF WS-OUTCOME = "D"
        PERFORM 2200-ASK-FIELD THRU 2200-ASK-FIELD-EXIT
            UNTIL WS-FIELD-CODE = SPACE
        IF WS-NEW-COUNT = 0
            DISPLAY "No se ha indicado ningún campo corregido; no se "
                "anota nada."
            GO TO 2000-RECORD-CONFIRMATION-EXIT
        END-IF
    END-IF.
    PERFORM 2500-SAVE-CONFIRMATION THRU 2500-SAVE-CONFIRMATION-EXIT.
2000-RECORD-CONFIRMATION-EXIT.
    EXIT.

2100-SHOW-PERSON.
    DISPLAY "ID " WS-ID " - sucursal " WS-PERSON-BRANCH.
    DISPLAY "  N Nombre          : " PR-NAME OF MASTER-RECORD.
    DISPLAY "  E Edad            : " PR-AGE OF MASTER-RECORD.
    DISPLAY "  F Fecha nacimiento: " PR-BIRTH-DATE OF MASTER-RECORD.
    DISPLAY "  S Sucursal        : " PR-BRANCH-CODE OF MASTER-RECORD.
    IF WS-CONTACT-FOUND = "Y"
        DISPLAY "  D Dirección       : " CT-ADDRESS OF WS-CT-WORK
        DISPLAY "  T Teléfono        : " CT-PHONE OF WS-CT-WORK
        DISPLAY "  M Correo          : " CT-EMAIL OF WS-CT-WORK
        IF CT-UNDELIV-POST OF WS-CT-WORK
            DISPLAY "    (el correo postal a esta dirección vuelve "
                "devuelto)"
        END-IF
        IF CT-UNDELIV-EMAIL OF WS-CT-WORK
            DISPLAY "    (los correos a esta dirección rebotan)"
        END-IF
    ELSE
        DISPLAY "  D/T/M Contacto    : (sin datos de contacto)"
    END-IF.
    IF WS-IN-CAMPAIGN = "N"
        DISPLAY "  Campaña           : (no está en ninguna)"
        GO TO 2100-SHOW-PERSON-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN RC-PENDING OF WS-RC-WORK
            MOVE "PENDIENTE DE CONFIRMAR" TO WS-STATUS-WORD
        WHEN RC-CONFIRMED OF WS-RC-WORK
            MOVE "CONFIRMADA" TO WS-STATUS-WORD
        WHEN RC-CORRECTED OF WS-RC-WORK
            MOVE "CORREGIDA" TO WS-STATUS-WORD
        WHEN RC-CHANGED OF WS-RC-WORK
            MOVE "CAMBIADA POR OTRA VIA" TO WS-STATUS-WORD
        WHEN RC-SCHEDULED OF WS-RC-WORK
            MOVE "BAJA PROGRAMADA" TO WS-STATUS-WORD
        WHEN RC-RETAINED OF WS-RC-WORK
            MOVE "BAJA CANCELADA" TO WS-STATUS-WORD
        WHEN OTHER
            MOVE "FUERA DE LA CAMPAÑA" TO WS-STATUS-WORD
    END-EVALUATE.
    DISPLAY "  Campaña           : " RC-CAMPAIGN-ID OF WS-RC-WORK
        " plazo " RC-DEADLINE OF WS-RC-WORK " - "
        FUNCTION TRIM(WS-STATUS-WORD).
    IF RC-SCHEDULED OF WS-RC-WORK
        DISPLAY "    Baja programada con fecha efectiva "
            RC-EFFECTIVE-DATE OF WS-RC-WORK "."
    END-IF.
2100-SHOW-PERSON-EXIT.
    EXIT.

2200-ASK-FIELD.
    DISPLAY "Campo corregido (N,E,F,S,D,T,M; en blanco = terminar): "
        WITH NO ADVANCING.
    MOVE SPACE TO WS-FIELD-CODE.
    ACCEPT WS-FIELD-CODE.
    MOVE FUNCTION UPPER-CASE (WS-FIELD-CODE) TO WS-FIELD-CODE.
    IF WS-FIELD-CODE = SPACE
        GO TO 2200-ASK-FIELD-EXIT
    END-IF.
    MOVE WS-FIELD-CODE TO CF-FIELD OF WS-CF-WORK.
    IF NOT CF-FIELD-VALID OF WS-CF-WORK
        DISPLAY "Campo no reconocido."
        GO TO 2200-ASK-FIELD-EXIT
    END-IF.
    DISPLAY "Dato correcto: " WITH NO ADVANCING.
    MOVE SPACES TO WS-REAL-VALUE.
    ACCEPT WS-REAL-VALUE.
    PERFORM 2300-CHECK-VALUE THRU 2300-CHECK-VALUE-EXIT.
    IF WS-FIELD-OK = "N"
        GO TO 2200-ASK-FIELD-EXIT
    END-IF.
    *> Un campo repetido sustituye al anotado antes.
    MOVE 0 TO WS-NEW-FOUND.
    PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
        UNTIL WS-NEW-IDX > WS-NEW-COUNT
        IF WS-NEW-FIELD (WS-NEW-IDX) = WS-FIELD-CODE
            MOVE WS-NEW-IDX TO WS-NEW-FOUND
        END-IF
    END-PERFORM.
    IF WS-NEW-FOUND = 0
        ADD 1 TO WS-NEW-COUNT
        MOVE WS-NEW-COUNT TO WS-NEW-FOUND
    END-IF.
    MOVE WS-FIELD-CODE TO WS-NEW-FIELD (WS-NEW-FOUND).
    MOVE WS-REAL-VALUE TO WS-NEW-VALUE (WS-NEW-FOUND).
2200-ASK-FIELD-EXIT.
    EXIT.

2300-CHECK-VALUE.
    *> El dato correcto tiene que poder pasar al fichero tal cual:
    *> los del maestro con su formato, y sin comas, que separan los
    *> campos de las transacciones de BatchMaintenance.
    MOVE "N" TO WS-FIELD-OK.
    IF WS-REAL-VALUE = SPACES AND WS-FIELD-CODE NOT = "T"
            AND WS-FIELD-CODE NOT = "M"
        DISPLAY "El dato correcto no puede quedar en blanco."
        GO TO 2300-CHECK-VALUE-EXIT
    END-IF.
    MOVE 0 TO WS-COMMA-COUNT.
    INSPECT WS-REAL-VALUE TALLYING WS-COMMA-COUNT FOR ALL ",".
    IF WS-COMMA-COUNT > 0
        DISPLAY "El dato correcto no puede llevar comas."
        GO TO 2300-CHECK-VALUE-EXIT
    END-IF.
    MOVE SPACES TO WS-SHEET-VALUE.
    EVALUATE WS-FIELD-CODE
        WHEN "N"
            IF WS-REAL-VALUE (21:20) NOT = SPACES
                DISPLAY "El nombre no cabe en 20 caracteres."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE FUNCTION UPPER-CASE (WS-REAL-VALUE) TO WS-REAL-VALUE
            MOVE PR-NAME OF MASTER-RECORD TO WS-SHEET-VALUE
        WHEN "E"
            IF FUNCTION TRIM(WS-REAL-VALUE) IS NOT NUMERIC
                DISPLAY "La edad tiene que ser un número de 0 a 99."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            COMPUTE WS-AGE-CHECK = FUNCTION NUMVAL (WS-REAL-VALUE)
            IF WS-AGE-CHECK > 99
                DISPLAY "La edad tiene que ser un número de 0 a 99."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE SPACES TO WS-REAL-VALUE
            MOVE WS-AGE-CHECK (2:2) TO WS-REAL-VALUE (1:2)
            MOVE PR-AGE OF MASTER-RECORD TO WS-SHEET-VALUE
        WHEN "F"
            IF WS-REAL-VALUE (1:8) IS NOT NUMERIC
                    OR WS-REAL-VALUE (9:32) NOT = SPACES
                DISPLAY "Fecha no válida; se espera AAAAMMDD."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE WS-REAL-VALUE (1:8) TO WS-DATE-CHECK
            IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK) NOT = 0
                    OR WS-DATE-CHECK > WS-TODAY
                DISPLAY "Fecha no válida; se espera AAAAMMDD."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE PR-BIRTH-DATE OF MASTER-RECORD TO WS-SHEET-VALUE
        WHEN "S"
            IF WS-REAL-VALUE (5:36) NOT = SPACES
                DISPLAY "El código de sucursal tiene 4 caracteres."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE FUNCTION UPPER-CASE (WS-REAL-VALUE) TO WS-REAL-VALUE
            MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-SHEET-VALUE
        WHEN "D"
            MOVE CT-ADDRESS OF WS-CT-WORK TO WS-SHEET-VALUE
        WHEN "T"
            IF WS-REAL-VALUE (16:25) NOT = SPACES
                DISPLAY "El teléfono no cabe en 15 caracteres."
                GO TO 2300-CHECK-VALUE-EXIT
            END-IF
            MOVE CT-PHONE OF WS-CT-WORK TO WS-SHEET-VALUE
        WHEN "M"
            MOVE CT-EMAIL OF WS-CT-WORK TO WS-SHEET-VALUE
    END-EVALUATE.
    IF WS-REAL-VALUE = WS-SHEET-VALUE
        DISPLAY "El dato coincide con el que ya consta; no es una "
            "corrección."
        GO TO 2300-CHECK-VALUE-EXIT
    END-IF.
    MOVE "Y" TO WS-FIELD-OK.
2300-CHECK-VALUE-EXIT.
    EXIT.

2500-SAVE-CONFIRMATION.
    OPEN EXTEND CONFIRM-FILE.
    IF WS-CONFIRM-STATUS = "35"
        OPEN OUTPUT CONFIRM-FILE
    END-IF.
    IF WS-CONFIRM-STATUS NOT = "00"
        DISPLAY "Error: no se pudo escribir 'confirmaciones.txt' "
            "(status " WS-CONFIRM-STATUS "); no se anota."
        GO TO 2500-SAVE-CONFIRMATION-EXIT
    END-IF.
    MOVE 0 TO WS-MASTER-FIELDS.
    IF WS-OUTCOME = "D"
        PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
            UNTIL WS-NEW-IDX > WS-NEW-COUNT
            PERFORM 2600-WRITE-CONFIRM-LINE
            IF WS-NEW-FIELD (WS-NEW-IDX) = "N"
                    OR WS-NEW-FIELD (WS-NEW-IDX) = "E"
                    OR WS-NEW-FIELD (WS-NEW-IDX) = "S"
                ADD 1 TO WS-MASTER-FIELDS
            END-IF
        END-PERFORM
    ELSE
        MOVE 0 TO WS-NEW-IDX
        PERFORM 2600-WRITE-CONFIRM-LINE
    END-IF.
    CLOSE CONFIRM-FILE.
    ADD 1 TO WS-RECORDED-COUNT.
    DISPLAY "Confirmación anotada para el ID " WS-ID ".".

    IF WS-IN-CAMPAIGN = "Y" AND RC-SCHEDULED OF WS-RC-WORK
        DISPLAY "ATENCIÓN: la baja de esta persona está programada "
            "para el " RC-EFFECTIVE-DATE OF WS-RC-WORK "; cancélela "
            "en PendingInquiry antes de esa fecha."
    END-IF.
    IF WS-OUTCOME = "D"
        IF WS-CAMPAIGN-ID > 0 AND WS-MASTER-FIELDS > 0
            DISPLAY "Nombre, edad y sucursal corregidos se generan "
                "para BatchMaintenance en la pasada de "
                "ReconfirmCampaign; el resto, en UpdateRecord."
        ELSE
            DISPLAY "Corrija los datos en UpdateRecord; esta "
                "confirmación sólo deja constancia."
        END-IF
    END-IF.
2500-SAVE-CONFIRMATION-EXIT.
    EXIT.

2600-WRITE-CONFIRM-LINE.
    MOVE SPACES TO WS-CF-WORK.
    MOVE WS-ID TO CF-PERSON-ID OF WS-CF-WORK.
    MOVE WS-TODAY TO CF-DATE OF WS-CF-WORK.
    MOVE WS-OUTCOME TO CF-OUTCOME OF WS-CF-WORK.
    IF WS-NEW-IDX > 0
        MOVE WS-NEW-FIELD (WS-NEW-IDX) TO CF-FIELD OF WS-CF-WORK
        MOVE WS-NEW-VALUE (WS-NEW-IDX) TO CF-NEW-VALUE OF WS-CF-WORK
    END-IF.
    MOVE WS-CAMPAIGN-ID TO CF-CAMPAIGN-ID OF WS-CF-WORK.
    MOVE WS-PERSON-BRANCH TO CF-BRANCH-CODE OF WS-CF-WORK.
    MOVE WS-OPERATOR TO CF-RECORDED-BY OF WS-CF-WORK.
    MOVE WS-CF-WORK TO CONFIRM-REC.
    WRITE CONFIRM-REC.
2600-WRITE-CONFIRM-LINE-EXIT.
    EXIT.

3000-SHOW-PENDING.
    *> Personas de la última campaña sin confirmar, sólo de las
    *> sucursales del operador; las demás no se enseñan, sin
    *> registrar rechazo (es un recorrido).
    MOVE 0 TO WS-CAMPAIGN-ID.
    OPEN INPUT CAMPAIGN-FILE.
    IF WS-CAMPAIGN-STATUS NOT = "00"
        DISPLAY "No hay ninguna campaña de reconfirmación."
        GO TO 3000-SHOW-PENDING-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CAMPAIGN-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF RC-CAMPAIGN-ID OF CAMPAIGN-REC > WS-CAMPAIGN-ID
                    MOVE RC-CAMPAIGN-ID OF CAMPAIGN-REC
                        TO WS-CAMPAIGN-ID
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CAMPAIGN-FILE.
    IF WS-CAMPAIGN-ID = 0
        DISPLAY "No hay ninguna campaña de reconfirmación."
        GO TO 3000-SHOW-PENDING-EXIT
    END-IF.
    DISPLAY "Campaña " WS-CAMPAIGN-ID ":".
    MOVE 0 TO WS-SHOWN-COUNT.
    OPEN INPUT CAMPAIGN-FILE.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CAMPAIGN-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF RC-CAMPAIGN-ID OF CAMPAIGN-REC = WS-CAMPAIGN-ID
                        AND RC-OPEN OF CAMPAIGN-REC
                    PERFORM 3100-SHOW-ONE-PENDING
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CAMPAIGN-FILE.
    IF WS-SHOWN-COUNT = 0
        DISPLAY "No quedan personas pendientes de confirmar."
    ELSE
        DISPLAY "Pendientes de confirmar: " WS-SHOWN-COUNT
    END-IF.
3000-SHOW-PENDING-EXIT.
    EXIT.

3100-SHOW-ONE-PENDING.
    SET BRA-REQ-CHECK OF WS-BRA-AREA TO TRUE.
    MOVE RC-PERSON-ID OF CAMPAIGN-REC TO BRA-PERSON-ID OF WS-BRA-AREA.
    MOVE RC-BRANCH-CODE OF CAMPAIGN-REC TO BRA-BRANCH-CODE OF WS-BRA-AREA.
    MOVE "ReconfirmEntry" TO BRA-PROGRAM OF WS-BRA-AREA.
    CALL "BranchAccess" USING WS-BRA-AREA.
    IF BRA-ALLOWED OF WS-BRA-AREA
        ADD 1 TO WS-SHOWN-COUNT
        IF RC-SCHEDULED OF CAMPAIGN-REC
            DISPLAY "  " RC-BRANCH-CODE OF CAMPAIGN-REC " ID "
                RC-PERSON-ID OF CAMPAIGN-REC " "
                RC-NAME OF CAMPAIGN-REC " baja programada "
                RC-EFFECTIVE-DATE OF CAMPAIGN-REC
        ELSE
            DISPLAY "  " RC-BRANCH-CODE OF CAMPAIGN-REC " ID "
                RC-PERSON-ID OF CAMPAIGN-REC " "
                RC-NAME OF CAMPAIGN-REC " plazo "
                RC-DEADLINE OF CAMPAIGN-REC
        END-IF
    END-IF.
3100-SHOW-ONE-PENDING-EXIT.
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
    STRING "ANOTADAS=" DELIMITED BY SIZE
           WS-RECORDED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "ReconfirmEntry" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
