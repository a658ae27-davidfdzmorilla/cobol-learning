IDENTIFICATION DIVISION.
PROGRAM-ID. FollowUpMaintenance.
*> Mantenimiento de seguimientos (seguimientos.txt, ver SEGUIREC.cpy):
*> lo que una nota dejaba en el aire ("llamar el viernes", "espera
*> documentos") queda como compromiso con fecha y operador
*> responsable.
*>   (A)lta       valida el ID contra el maestro y la sucursal del
*>                operador, pide fecha, responsable (por defecto el
*>                propio operador) y texto.
*>   (V)er        todos los seguimientos de una persona.
*>   (P)endientes los abiertos de un operador, vencidos primero.
*>   (H)echo      cierra el seguimiento como hecho.
*>   (N)ular      cierra el seguimiento como anulado.
*>   (R)eprogramar cambia la fecha o el responsable de uno abierto.
*> Cerrar un seguimiento deja una nota en notas.txt con el resultado,
*> para que el historial de la persona lo cuente sin buscar aquí.
*> Se llega desde PersonNotes y desde LookupRecord; éste pasa la
*> persona mostrada en SEGUIMIENTO_ID, que sirve de ID por defecto.
*> Cada cambio recarga el fichero y lo reescribe entero.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FOLLOWUP-FILE ASSIGN TO "seguimientos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FOLLOWUP-STATUS.
    SELECT NOTES-FILE ASSIGN TO "notas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTES-STATUS.
    SELECT PROFILE-FILE ASSIGN TO "operadores.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PROFILE-STATUS.
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
FD FOLLOWUP-FILE.
    COPY SEGUIREC REPLACING FOLLOWUP-RECORD BY FOLLOWUP-REC.

FD NOTES-FILE.
    COPY NOTAREC REPLACING NOTE-RECORD BY NOTE-REC.

FD PROFILE-FILE.
    COPY OPERREC REPLACING OPERATOR-RECORD BY PROFILE-REC.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FOLLOWUP-STATUS PIC XX VALUE "00".
01 WS-NOTES-STATUS PIC XX VALUE "00".
01 WS-PROFILE-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-CONTINUE PIC X VALUE "Y".
01 WS-OPTION PIC X VALUE "V".
01 WS-ID PIC 9(06) VALUE 0.
01 WS-PRESET-ENV PIC X(06) VALUE SPACES.
01 WS-PRESET-ID PIC 9(06) VALUE 0.
01 WS-PERSON-OK PIC X VALUE "N".
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-NOW-TIME PIC 9(8) VALUE 0.
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-ADDED-COUNT PIC 9(04) VALUE 0.
01 WS-CLOSED-COUNT PIC 9(04) VALUE 0.
01 WS-SHOWN-COUNT PIC 9(04) VALUE 0.

*> Datos tecleados.
01 WS-DATE-X PIC X(08) VALUE SPACES.
01 WS-DUE-DATE PIC 9(08) VALUE 0.
01 WS-DATE-OK PIC X VALUE "N".
01 WS-ASSIGNEE PIC X(20) VALUE SPACES.
01 WS-ASSIGNEE-OK PIC X VALUE "N".
01 WS-TEXT PIC X(60) VALUE SPACES.
01 WS-RESULT-TEXT PIC X(60) VALUE SPACES.
01 WS-NUMBER PIC 9(06) VALUE 0.
01 WS-CLOSE-STATUS PIC X VALUE SPACE.
01 WS-CLOSE-WORD PIC X(07) VALUE SPACES.
01 WS-NOTE-TEXT PIC X(60) VALUE SPACES.
01 WS-LATE-MARK PIC X(08) VALUE SPACES.

*> Seguimientos cargados de seguimientos.txt.
01 WS-SG-TABLE.
    05 WS-SG-LINE PIC X(167) OCCURS 3000 TIMES.
01 WS-SG-COUNT PIC 9(04) VALUE 0.
01 WS-SG-IDX PIC 9(04) VALUE 0.
01 WS-SG-FOUND-IDX PIC 9(04) VALUE 0.
01 WS-SG-OVERFLOW PIC X VALUE "N".
01 WS-SG-LOADED PIC X VALUE "N".
01 WS-LAST-NUMBER PIC 9(06) VALUE 0.
COPY SEGUIREC REPLACING FOLLOWUP-RECORD BY WS-SG-WORK.

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
    ACCEPT WS-PRESET-ENV FROM ENVIRONMENT "SEGUIMIENTO_ID".
    IF WS-PRESET-ENV IS NUMERIC
        MOVE WS-PRESET-ENV TO WS-PRESET-ID
    END-IF.
    IF WS-PRESET-ID > 0
        MOVE WS-PRESET-ID TO WS-ID
        PERFORM 3000-SHOW-PERSON THRU 3000-SHOW-PERSON-EXIT
    END-IF.

    PERFORM UNTIL WS-CONTINUE = "N"
        DISPLAY "Seguimientos: (A)lta, (V)er de una persona, "
            "(P)endientes, (H)echo, a(N)ular, (R)eprogramar, "
            "(S)alir: " WITH NO ADVANCING
        ACCEPT WS-OPTION
        EVALUATE WS-OPTION
            WHEN "A" WHEN "a"
                PERFORM 2000-ADD-FOLLOWUP THRU 2000-ADD-FOLLOWUP-EXIT
            WHEN "V" WHEN "v"
                PERFORM 1500-ASK-PERSON-ID
                PERFORM 3000-SHOW-PERSON THRU 3000-SHOW-PERSON-EXIT
            WHEN "P" WHEN "p"
                PERFORM 3500-SHOW-OPERATOR THRU 3500-SHOW-OPERATOR-EXIT
            WHEN "H" WHEN "h"
                MOVE "H" TO WS-CLOSE-STATUS
                PERFORM 4000-CLOSE-FOLLOWUP THRU 4000-CLOSE-FOLLOWUP-EXIT
            WHEN "N" WHEN "n"
                MOVE "C" TO WS-CLOSE-STATUS
                PERFORM 4000-CLOSE-FOLLOWUP THRU 4000-CLOSE-FOLLOWUP-EXIT
            WHEN "R" WHEN "r"
                PERFORM 5000-RESCHEDULE THRU 5000-RESCHEDULE-EXIT
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
                DISPLAY "Opción no reconocida."
        END-EVALUATE
    END-PERFORM.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-FOLLOWUPS.
    MOVE 0 TO WS-SG-COUNT.
    MOVE 0 TO WS-LAST-NUMBER.
    MOVE "N" TO WS-SG-OVERFLOW.
    MOVE "N" TO WS-SG-LOADED.
    OPEN INPUT FOLLOWUP-FILE.
    IF WS-FOLLOWUP-STATUS = "35"
        *> Todavía no hay ningún seguimiento.
        MOVE "Y" TO WS-SG-LOADED
        GO TO 1000-LOAD-FOLLOWUPS-EXIT
    END-IF.
    IF WS-FOLLOWUP-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'seguimientos.txt' (status "
            WS-FOLLOWUP-STATUS ")."
        GO TO 1000-LOAD-FOLLOWUPS-EXIT
    END-IF.
    MOVE "Y" TO WS-SG-LOADED.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ FOLLOWUP-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-SG-COUNT < 3000
                    ADD 1 TO WS-SG-COUNT
                    MOVE FOLLOWUP-REC TO WS-SG-LINE (WS-SG-COUNT)
                    IF SG-FOLLOWUP-ID OF FOLLOWUP-REC > WS-LAST-NUMBER
                        MOVE SG-FOLLOWUP-ID OF FOLLOWUP-REC
                            TO WS-LAST-NUMBER
                    END-IF
                ELSE
                    MOVE "Y" TO WS-SG-OVERFLOW
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FOLLOWUP-FILE.
    IF WS-SG-OVERFLOW = "Y"
        *> Reescribir desde una tabla incompleta perdería las líneas
        *> que no caben: se puede consultar pero no cambiar nada.
        DISPLAY "Aviso: 'seguimientos.txt' tiene más de 3000 líneas; "
            "sólo se consultan las primeras y no se admiten cambios."
    END-IF.
1000-LOAD-FOLLOWUPS-EXIT.
    EXIT.

1100-SAVE-FOLLOWUPS.
    OPEN OUTPUT FOLLOWUP-FILE.
    IF WS-FOLLOWUP-STATUS NOT = "00"
        DISPLAY "Error: no se pudo escribir 'seguimientos.txt' "
            "(status " WS-FOLLOWUP-STATUS ")."
        GO TO 1100-SAVE-FOLLOWUPS-EXIT
    END-IF.
    PERFORM VARYING WS-SG-IDX FROM 1 BY 1
        UNTIL WS-SG-IDX > WS-SG-COUNT
        MOVE WS-SG-LINE (WS-SG-IDX) TO FOLLOWUP-REC
        WRITE FOLLOWUP-REC
    END-PERFORM.
    CLOSE FOLLOWUP-FILE.
1100-SAVE-FOLLOWUPS-EXIT.
    EXIT.

1200-FIND-NUMBER.
    MOVE 0 TO WS-SG-FOUND-IDX.
    PERFORM VARYING WS-SG-IDX FROM 1 BY 1
        UNTIL WS-SG-IDX > WS-SG-COUNT
        MOVE WS-SG-LINE (WS-SG-IDX) TO WS-SG-WORK
        IF SG-FOLLOWUP-ID OF WS-SG-WORK = WS-NUMBER
            MOVE WS-SG-IDX TO WS-SG-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-SG-FOUND-IDX > 0
        MOVE WS-SG-LINE (WS-SG-FOUND-IDX) TO WS-SG-WORK
    END-IF.
1200-FIND-NUMBER-EXIT.
    EXIT.

1500-ASK-PERSON-ID.
    IF WS-PRESET-ID > 0
        DISPLAY "ID de la persona (en blanco = " WS-PRESET-ID "): "
            WITH NO ADVANCING
    ELSE
        DISPLAY "ID de la persona: " WITH NO ADVANCING
    END-IF.
    MOVE 0 TO WS-ID.
    ACCEPT WS-ID.
    IF WS-ID = 0
        MOVE WS-PRESET-ID TO WS-ID
    END-IF.
1500-ASK-PERSON-ID-EXIT.
    EXIT.

1600-ASK-DATE.
    *> Fecha AAAAMMDD válida y no anterior a hoy; en blanco, hoy.
    MOVE "N" TO WS-DATE-OK.
    MOVE SPACES TO WS-DATE-X.
    ACCEPT WS-DATE-X.
    IF WS-DATE-X = SPACES
        MOVE WS-TODAY TO WS-DUE-DATE
        MOVE "Y" TO WS-DATE-OK
        GO TO 1600-ASK-DATE-EXIT
    END-IF.
    IF WS-DATE-X IS NOT NUMERIC
        DISPLAY "Fecha no válida; se espera AAAAMMDD."
        GO TO 1600-ASK-DATE-EXIT
    END-IF.
    MOVE WS-DATE-X TO WS-DUE-DATE.
    IF FUNCTION TEST-DATE-YYYYMMDD (WS-DUE-DATE) NOT = 0
        DISPLAY "Fecha no válida; se espera AAAAMMDD."
        GO TO 1600-ASK-DATE-EXIT
    END-IF.
    IF WS-DUE-DATE < WS-TODAY
        DISPLAY "La fecha no puede ser anterior a hoy."
        GO TO 1600-ASK-DATE-EXIT
    END-IF.
    MOVE "Y" TO WS-DATE-OK.
1600-ASK-DATE-EXIT.
    EXIT.

1700-CHECK-ASSIGNEE.
    *> El responsable tiene que ser un operador dado de alta; sin
    *> maestro de operadores vale cualquier nombre, como en la firma.
    MOVE "N" TO WS-ASSIGNEE-OK.
    OPEN INPUT PROFILE-FILE.
    IF WS-PROFILE-STATUS NOT = "00"
        MOVE "Y" TO WS-ASSIGNEE-OK
        GO TO 1700-CHECK-ASSIGNEE-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ PROFILE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF OP-NAME OF PROFILE-REC = WS-ASSIGNEE
                        AND NOT OP-ACTIVE-NO OF PROFILE-REC
                    MOVE "Y" TO WS-ASSIGNEE-OK
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PROFILE-FILE.
    IF WS-ASSIGNEE-OK = "N"
        DISPLAY "El operador " FUNCTION TRIM(WS-ASSIGNEE)
            " no existe o está desactivado."
    END-IF.
1700-CHECK-ASSIGNEE-EXIT.
    EXIT.

2000-ADD-FOLLOWUP.
    PERFORM 1500-ASK-PERSON-ID.
    PERFORM 2100-CHECK-PERSON-EXISTS THRU 2100-CHECK-PERSON-EXISTS-EXIT.
    IF WS-PERSON-OK = "N"
        GO TO 2000-ADD-FOLLOWUP-EXIT
    END-IF.
    DISPLAY "Fecha AAAAMMDD (en blanco = hoy): " WITH NO ADVANCING.
    PERFORM 1600-ASK-DATE THRU 1600-ASK-DATE-EXIT.
    IF WS-DATE-OK = "N"
        GO TO 2000-ADD-FOLLOWUP-EXIT
    END-IF.
    DISPLAY "Responsable (en blanco = " FUNCTION TRIM(WS-OPERATOR)
        "): " WITH NO ADVANCING.
    MOVE SPACES TO WS-ASSIGNEE.
    ACCEPT WS-ASSIGNEE.
    IF WS-ASSIGNEE = SPACES
        MOVE WS-OPERATOR TO WS-ASSIGNEE
    END-IF.
    PERFORM 1700-CHECK-ASSIGNEE THRU 1700-CHECK-ASSIGNEE-EXIT.
    IF WS-ASSIGNEE-OK = "N"
        GO TO 2000-ADD-FOLLOWUP-EXIT
    END-IF.
    DISPLAY "Qué hay que hacer (máx. 60 caracteres): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-TEXT.
    ACCEPT WS-TEXT.
    IF WS-TEXT = SPACES
        DISPLAY "El seguimiento no puede quedar en blanco."
        GO TO 2000-ADD-FOLLOWUP-EXIT
    END-IF.

    PERFORM 1000-LOAD-FOLLOWUPS THRU 1000-LOAD-FOLLOWUPS-EXIT.
    IF WS-SG-LOADED = "N" OR WS-SG-OVERFLOW = "Y"
        GO TO 2000-ADD-FOLLOWUP-EXIT
    END-IF.
    IF WS-SG-COUNT >= 3000
        DISPLAY "Aviso: 'seguimientos.txt' está lleno (3000 líneas); "
            "no se da de alta."
        GO TO 2000-ADD-FOLLOWUP-EXIT
    END-IF.
    MOVE SPACES TO WS-SG-WORK.
    ADD 1 TO WS-LAST-NUMBER.
    MOVE WS-LAST-NUMBER TO SG-FOLLOWUP-ID OF WS-SG-WORK.
    MOVE WS-ID TO SG-PERSON-ID OF WS-SG-WORK.
    MOVE WS-DUE-DATE TO SG-DUE-DATE OF WS-SG-WORK.
    MOVE WS-ASSIGNEE TO SG-ASSIGNED-TO OF WS-SG-WORK.
    SET SG-OPEN OF WS-SG-WORK TO TRUE.
    MOVE WS-TEXT TO SG-TEXT OF WS-SG-WORK.
    MOVE WS-TODAY TO SG-CREATED-DATE OF WS-SG-WORK.
    MOVE WS-OPERATOR TO SG-CREATED-BY OF WS-SG-WORK.
    MOVE 0 TO SG-CLOSED-DATE OF WS-SG-WORK.
    ADD 1 TO WS-SG-COUNT.
    MOVE WS-SG-WORK TO WS-SG-LINE (WS-SG-COUNT).
    PERFORM 1100-SAVE-FOLLOWUPS THRU 1100-SAVE-FOLLOWUPS-EXIT.
    IF WS-FOLLOWUP-STATUS = "00"
        ADD 1 TO WS-ADDED-COUNT
        DISPLAY "Seguimiento " WS-LAST-NUMBER " anotado para el "
            WS-DUE-DATE " a cargo de " FUNCTION TRIM(WS-ASSIGNEE) "."
    END-IF.
2000-ADD-FOLLOWUP-EXIT.
    EXIT.

2100-CHECK-PERSON-EXISTS.
    MOVE "N" TO WS-PERSON-OK.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        GO TO 2100-CHECK-PERSON-EXISTS-EXIT
    END-IF.
    MOVE WS-ID TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "No existe ninguna persona con ID " WS-ID
        NOT INVALID KEY
            IF PR-TYPE-TRAILER OF MASTER-RECORD
                DISPLAY "El ID " WS-ID " está reservado para el "
                    "registro de control."
            ELSE
                *> Los seguimientos de una persona de otra sucursal
                *> no se ven ni se tocan; el intento queda registrado.
                SET BRA-REQ-VERIFY OF WS-BRA-AREA TO TRUE
                MOVE WS-ID TO BRA-PERSON-ID OF WS-BRA-AREA
                MOVE PR-BRANCH-CODE OF MASTER-RECORD
                    TO BRA-BRANCH-CODE OF WS-BRA-AREA
                MOVE "FollowUpMaintenance" TO BRA-PROGRAM OF WS-BRA-AREA
                CALL "BranchAccess" USING WS-BRA-AREA
                IF BRA-REFUSED OF WS-BRA-AREA
                    DISPLAY "El ID " WS-ID " pertenece a otra sucursal ("
                        PR-BRANCH-CODE OF MASTER-RECORD
                        "); acceso rechazado y registrado."
                ELSE
                    MOVE "Y" TO WS-PERSON-OK
                    DISPLAY "Persona: " PR-NAME OF MASTER-RECORD
                END-IF
            END-IF
    END-READ.
    CLOSE MASTER-FILE.
2100-CHECK-PERSON-EXISTS-EXIT.
    EXIT.

3000-SHOW-PERSON.
    PERFORM 2100-CHECK-PERSON-EXISTS THRU 2100-CHECK-PERSON-EXISTS-EXIT.
    IF WS-PERSON-OK = "N"
        GO TO 3000-SHOW-PERSON-EXIT
    END-IF.
    PERFORM 1000-LOAD-FOLLOWUPS THRU 1000-LOAD-FOLLOWUPS-EXIT.
    MOVE 0 TO WS-SHOWN-COUNT.
    PERFORM VARYING WS-SG-IDX FROM 1 BY 1
        UNTIL WS-SG-IDX > WS-SG-COUNT
        MOVE WS-SG-LINE (WS-SG-IDX) TO WS-SG-WORK
        IF SG-PERSON-ID OF WS-SG-WORK = WS-ID
            ADD 1 TO WS-SHOWN-COUNT
            PERFORM 3900-SHOW-LINE
        END-IF
    END-PERFORM.
    IF WS-SHOWN-COUNT = 0
        DISPLAY "El ID " WS-ID " no tiene seguimientos."
    ELSE
        DISPLAY "Seguimientos mostrados: " WS-SHOWN-COUNT
    END-IF.
3000-SHOW-PERSON-EXIT.
    EXIT.

3500-SHOW-OPERATOR.
    DISPLAY "Operador (en blanco = " FUNCTION TRIM(WS-OPERATOR) "): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-ASSIGNEE.
    ACCEPT WS-ASSIGNEE.
    IF WS-ASSIGNEE = SPACES
        MOVE WS-OPERATOR TO WS-ASSIGNEE
    END-IF.
    PERFORM 1000-LOAD-FOLLOWUPS THRU 1000-LOAD-FOLLOWUPS-EXIT.
    MOVE 0 TO WS-SHOWN-COUNT.
    *> Dos pasadas: primero lo vencido y lo de hoy, después lo que
    *> está por venir.
    PERFORM VARYING WS-SG-IDX FROM 1 BY 1
        UNTIL WS-SG-IDX > WS-SG-COUNT
        MOVE WS-SG-LINE (WS-SG-IDX) TO WS-SG-WORK
        IF SG-OPEN OF WS-SG-WORK
                AND SG-ASSIGNED-TO OF WS-SG-WORK = WS-ASSIGNEE
                AND SG-DUE-DATE OF WS-SG-WORK <= WS-TODAY
            ADD 1 TO WS-SHOWN-COUNT
            PERFORM 3900-SHOW-LINE
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-SG-IDX FROM 1 BY 1
        UNTIL WS-SG-IDX > WS-SG-COUNT
        MOVE WS-SG-LINE (WS-SG-IDX) TO WS-SG-WORK
        IF SG-OPEN OF WS-SG-WORK
                AND SG-ASSIGNED-TO OF WS-SG-WORK = WS-ASSIGNEE
                AND SG-DUE-DATE OF WS-SG-WORK > WS-TODAY
            ADD 1 TO WS-SHOWN-COUNT
            PERFORM 3900-SHOW-LINE
        END-IF
    END-PERFORM.
    IF WS-SHOWN-COUNT = 0
        DISPLAY FUNCTION TRIM(WS-ASSIGNEE)
            " no tiene seguimientos abiertos."
    ELSE
        DISPLAY "Seguimientos abiertos: " WS-SHOWN-COUNT
    END-IF.
3500-SHOW-OPERATOR-EXIT.
    EXIT.

3900-SHOW-LINE.
    MOVE SPACES TO WS-LATE-MARK.
    EVALUATE TRUE
        WHEN SG-DONE OF WS-SG-WORK
            MOVE "HECHO" TO WS-LATE-MARK
        WHEN SG-CANCELLED OF WS-SG-WORK
            MOVE "ANULADO" TO WS-LATE-MARK
        WHEN SG-DUE-DATE OF WS-SG-WORK < WS-TODAY
            MOVE "VENCIDO" TO WS-LATE-MARK
        WHEN SG-DUE-DATE OF WS-SG-WORK = WS-TODAY
            MOVE "HOY" TO WS-LATE-MARK
        WHEN OTHER
            MOVE "ABIERTO" TO WS-LATE-MARK
    END-EVALUATE.
    DISPLAY SG-FOLLOWUP-ID OF WS-SG-WORK " "
        SG-DUE-DATE OF WS-SG-WORK " " WS-LATE-MARK " ID "
        SG-PERSON-ID OF WS-SG-WORK " "
        FUNCTION TRIM(SG-ASSIGNED-TO OF WS-SG-WORK) ": "
        FUNCTION TRIM(SG-TEXT OF WS-SG-WORK).
3900-SHOW-LINE-EXIT.
    EXIT.

4000-CLOSE-FOLLOWUP.
    PERFORM 4100-ASK-OPEN-FOLLOWUP THRU 4100-ASK-OPEN-FOLLOWUP-EXIT.
    IF WS-SG-FOUND-IDX = 0
        GO TO 4000-CLOSE-FOLLOWUP-EXIT
    END-IF.
    IF WS-CLOSE-STATUS = "H"
        DISPLAY "Resultado (en blanco = el texto del seguimiento): "
            WITH NO ADVANCING
    ELSE
        DISPLAY "Motivo de la anulación (en blanco = el texto del "
            "seguimiento): " WITH NO ADVANCING
    END-IF.
    MOVE SPACES TO WS-RESULT-TEXT.
    ACCEPT WS-RESULT-TEXT.
    IF WS-RESULT-TEXT = SPACES
        MOVE SG-TEXT OF WS-SG-WORK TO WS-RESULT-TEXT
    END-IF.
    MOVE WS-CLOSE-STATUS TO SG-STATUS OF WS-SG-WORK.
    MOVE WS-TODAY TO SG-CLOSED-DATE OF WS-SG-WORK.
    MOVE WS-OPERATOR TO SG-CLOSED-BY OF WS-SG-WORK.
    MOVE WS-SG-WORK TO WS-SG-LINE (WS-SG-FOUND-IDX).
    PERFORM 1100-SAVE-FOLLOWUPS THRU 1100-SAVE-FOLLOWUPS-EXIT.
    IF WS-FOLLOWUP-STATUS NOT = "00"
        GO TO 4000-CLOSE-FOLLOWUP-EXIT
    END-IF.
    ADD 1 TO WS-CLOSED-COUNT.
    PERFORM 4500-WRITE-NOTE THRU 4500-WRITE-NOTE-EXIT.
    DISPLAY "Seguimiento " WS-NUMBER " cerrado como "
        FUNCTION TRIM(WS-CLOSE-WORD) "; nota añadida al ID "
        SG-PERSON-ID OF WS-SG-WORK ".".
4000-CLOSE-FOLLOWUP-EXIT.
    EXIT.

4100-ASK-OPEN-FOLLOWUP.
    *> Pide el número, lo busca y comprueba que sigue abierto y que
    *> la persona es de las sucursales del operador.
    MOVE 0 TO WS-SG-FOUND-IDX.
    DISPLAY "Número de seguimiento: " WITH NO ADVANCING.
    MOVE 0 TO WS-NUMBER.
    ACCEPT WS-NUMBER.
    PERFORM 1000-LOAD-FOLLOWUPS THRU 1000-LOAD-FOLLOWUPS-EXIT.
    IF WS-SG-LOADED = "N" OR WS-SG-OVERFLOW = "Y"
        GO TO 4100-ASK-OPEN-FOLLOWUP-EXIT
    END-IF.
    PERFORM 1200-FIND-NUMBER THRU 1200-FIND-NUMBER-EXIT.
    IF WS-SG-FOUND-IDX = 0
        DISPLAY "No existe el seguimiento " WS-NUMBER "."
        GO TO 4100-ASK-OPEN-FOLLOWUP-EXIT
    END-IF.
    IF NOT SG-OPEN OF WS-SG-WORK
        DISPLAY "El seguimiento " WS-NUMBER " ya está cerrado."
        MOVE 0 TO WS-SG-FOUND-IDX
        GO TO 4100-ASK-OPEN-FOLLOWUP-EXIT
    END-IF.
    MOVE SG-PERSON-ID OF WS-SG-WORK TO WS-ID.
    PERFORM 2100-CHECK-PERSON-EXISTS THRU 2100-CHECK-PERSON-EXISTS-EXIT.
    IF WS-PERSON-OK = "N"
        MOVE 0 TO WS-SG-FOUND-IDX
        GO TO 4100-ASK-OPEN-FOLLOWUP-EXIT
    END-IF.
    IF WS-CLOSE-STATUS = "H"
        MOVE "HECHO" TO WS-CLOSE-WORD
    ELSE
        MOVE "ANULADO" TO WS-CLOSE-WORD
    END-IF.
    PERFORM 3900-SHOW-LINE.
4100-ASK-OPEN-FOLLOWUP-EXIT.
    EXIT.

4500-WRITE-NOTE.
    MOVE SPACES TO WS-NOTE-TEXT.
    STRING "SEGUIMIENTO " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CLOSE-WORD) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-RESULT-TEXT DELIMITED BY SIZE
        INTO WS-NOTE-TEXT.
    OPEN EXTEND NOTES-FILE.
    IF WS-NOTES-STATUS = "35"
        OPEN OUTPUT NOTES-FILE
    END-IF.
    IF WS-NOTES-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'notas.txt' (status "
            WS-NOTES-STATUS "); el cierre queda sin nota."
        GO TO 4500-WRITE-NOTE-EXIT
    END-IF.
    ACCEPT WS-NOW-TIME FROM TIME.
    MOVE SPACES TO NOTE-REC.
    MOVE SG-PERSON-ID OF WS-SG-WORK TO NT-PERSON-ID OF NOTE-REC.
    MOVE WS-TODAY TO NT-NOTE-DATE OF NOTE-REC.
    MOVE WS-NOW-TIME (1:6) TO NT-NOTE-TIME OF NOTE-REC.
    MOVE WS-OPERATOR TO NT-OPERATOR OF NOTE-REC.
    MOVE WS-NOTE-TEXT TO NT-TEXT OF NOTE-REC.
    WRITE NOTE-REC.
    CLOSE NOTES-FILE.
4500-WRITE-NOTE-EXIT.
    EXIT.

5000-RESCHEDULE.
    MOVE "R" TO WS-CLOSE-STATUS.
    PERFORM 4100-ASK-OPEN-FOLLOWUP THRU 4100-ASK-OPEN-FOLLOWUP-EXIT.
    IF WS-SG-FOUND-IDX = 0
        GO TO 5000-RESCHEDULE-EXIT
    END-IF.
    DISPLAY "Nueva fecha AAAAMMDD (en blanco = hoy): "
        WITH NO ADVANCING.
    PERFORM 1600-ASK-DATE THRU 1600-ASK-DATE-EXIT.
    IF WS-DATE-OK = "N"
        GO TO 5000-RESCHEDULE-EXIT
    END-IF.
    DISPLAY "Responsable (en blanco = "
        FUNCTION TRIM(SG-ASSIGNED-TO OF WS-SG-WORK) "): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-ASSIGNEE.
    ACCEPT WS-ASSIGNEE.
    IF WS-ASSIGNEE = SPACES
        MOVE SG-ASSIGNED-TO OF WS-SG-WORK TO WS-ASSIGNEE
    END-IF.
    PERFORM 1700-CHECK-ASSIGNEE THRU 1700-CHECK-ASSIGNEE-EXIT.
    IF WS-ASSIGNEE-OK = "N"
        GO TO 5000-RESCHEDULE-EXIT
    END-IF.
    MOVE WS-DUE-DATE TO SG-DUE-DATE OF WS-SG-WORK.
    MOVE WS-ASSIGNEE TO SG-ASSIGNED-TO OF WS-SG-WORK.
    MOVE WS-SG-WORK TO WS-SG-LINE (WS-SG-FOUND-IDX).
    PERFORM 1100-SAVE-FOLLOWUPS THRU 1100-SAVE-FOLLOWUPS-EXIT.
    IF WS-FOLLOWUP-STATUS = "00"
        DISPLAY "Seguimiento " WS-NUMBER " reprogramado para el "
            WS-DUE-DATE " a cargo de " FUNCTION TRIM(WS-ASSIGNEE) "."
    END-IF.
5000-RESCHEDULE-EXIT.
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
    STRING "ALTA=" DELIMITED BY SIZE
           WS-ADDED-COUNT DELIMITED BY SIZE
           " CIERRE=" DELIMITED BY SIZE
           WS-CLOSED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "FollowUpMaintenance" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
