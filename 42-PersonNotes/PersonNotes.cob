*> hasta ahora vivía en papeles del mostrador queda en notas.txt,
*> fechado y con el operador firmado. (A)ñadir valida el ID contra
*> el maestro y añade la nota; (V)er lista el historial completo de
*> un ID en orden cronológico. (G)estionar seguimientos pasa a
*> FollowUpMaintenance, para lo que no es una nota sino algo que
*> hay que hacer en una fecha.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-ID PIC 9(06) VALUE 0.
01 WS-NOTE-TEXT PIC X(60) VALUE SPACES.
01 WS-PERSON-OK PIC X VALUE "N".
01 WS-BRANCH-REFUSED PIC X VALUE "N".
01 WS-NOTE-DATE PIC 9(8) VALUE 0.
01 WS-NOTE-TIME PIC 9(8) VALUE 0.
01 WS-NOTE-OPERATOR PIC X(20) VALUE SPACES.
01 WS-ADDED-COUNT PIC 9(04) VALUE 0.
01 WS-SHOWN-COUNT PIC 9(04) VALUE 0.

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

    PERFORM UNTIL WS-CONTINUE = "N"
        PERFORM 0100-SHOW-TRAINING-MARK
        DISPLAY "Notas de persona: (A)ñadir, (V)er historial, "
            "(G)estionar seguimientos, (S)alir: " WITH NO ADVANCING
        ACCEPT WS-OPTION
        EVALUATE WS-OPTION
            WHEN "A" WHEN "a"
                PERFORM 2000-ADD-NOTE THRU 2000-ADD-NOTE-EXIT
            WHEN "V" WHEN "v"
                PERFORM 3000-BROWSE-NOTES THRU 3000-BROWSE-NOTES-EXIT
            WHEN "G" WHEN "g"
                PERFORM 4000-FOLLOWUPS
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

0100-SHOW-TRAINING-MARK.
    IF WS-RUN-ENVIRONMENT = "FORMACION"
        DISPLAY "*** FORMACION *** Entorno de prácticas: nada de esto "
            "llega a producción."
    END-IF.
0100-SHOW-TRAINING-MARK-EXIT.
    EXIT.

2000-ADD-NOTE.
    DISPLAY "ID de la persona: " WITH NO ADVANCING.
    ACCEPT WS-ID.
    PERFORM 2100-CHECK-PERSON-EXISTS THRU 2100-CHECK-PERSON-EXISTS-EXIT.
    IF WS-PERSON-OK = "N"
        GO TO 2000-ADD-NOTE-EXIT
    END-IF.

2100-CHECK-PERSON-EXISTS.
    MOVE "N" TO WS-PERSON-OK.
    MOVE "N" TO WS-BRANCH-REFUSED.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
                DISPLAY "El ID " WS-ID " está reservado para el "
                    "registro de control."
            ELSE
                *> Las notas de una persona de otra sucursal no se
                *> ven ni se añaden; el intento queda registrado.
                SET BRA-REQ-VERIFY OF WS-BRA-AREA TO TRUE
                MOVE WS-ID TO BRA-PERSON-ID OF WS-BRA-AREA
                MOVE PR-BRANCH-CODE OF MASTER-RECORD
                    TO BRA-BRANCH-CODE OF WS-BRA-AREA
                MOVE "PersonNotes" TO BRA-PROGRAM OF WS-BRA-AREA
                CALL "BranchAccess" USING WS-BRA-AREA
                IF BRA-REFUSED OF WS-BRA-AREA
                    MOVE "Y" TO WS-BRANCH-REFUSED
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
    DISPLAY "ID de la persona: " WITH NO ADVANCING.
    ACCEPT WS-ID.
    MOVE 0 TO WS-SHOWN-COUNT.
    *> Las notas de alguien que ya no está en el maestro se siguen
    *> pudiendo ver; sólo se cortan las de otra sucursal.
    PERFORM 2100-CHECK-PERSON-EXISTS THRU 2100-CHECK-PERSON-EXISTS-EXIT.
    IF WS-BRANCH-REFUSED = "Y"
        GO TO 3000-BROWSE-NOTES-EXIT
    END-IF.
    OPEN INPUT NOTES-FILE.
    IF WS-NOTES-STATUS NOT = "00"
        DISPLAY "No hay fichero de notas todavía."
3000-BROWSE-NOTES-EXIT.
    EXIT.

4000-FOLLOWUPS.
    CALL "FollowUpMaintenance"
        ON EXCEPTION
            DISPLAY "No se pudo cargar el programa FollowUpMaintenance."
    END-CALL.
    CANCEL "FollowUpMaintenance".
4000-FOLLOWUPS-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
