*> campo AUD-OPERATOR de todas las líneas de auditoría y el testigo
*> de bloqueo), y un menú numerado lanza cada programa y vuelve al
*> menú al terminar.
*> Si hay entorno de formación preparado (TrainingReset), al firmar
*> se ofrece una sesión de formación: el menú se pasa al directorio
*> "formacion" y, como todos los programas usan nombres de fichero
*> relativos, nada de lo que se haga llega al maestro, la bitácora,
*> el diario ni los envíos de producción.
*> Nada más firmar, cada operador ve sus seguimientos abiertos que
*> vencen hoy o ya están vencidos (seguimientos.txt).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT PROFILE-FILE ASSIGN TO "operadores.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PROFILE-STATUS.
    SELECT FOLLOWUP-FILE ASSIGN TO "seguimientos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FOLLOWUP-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
FD PROFILE-FILE.
    COPY OPERREC REPLACING OPERATOR-RECORD BY PROFILE-REC.

*> Seguimientos asignados a los operadores (ver SEGUIREC.cpy).
FD FOLLOWUP-FILE.
    COPY SEGUIREC REPLACING FOLLOWUP-RECORD BY FOLLOWUP-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

01 WS-CALL-PROGRAM PIC X(30) VALUE SPACES.
01 WS-LAUNCH-COUNT PIC 9(04) VALUE 0.

*> Sesión de formación.
01 WS-TRAINING PIC X VALUE "N".
01 WS-TRAINING-REPLY PIC X VALUE SPACE.
01 WS-TRAINING-DIR PIC X(20) VALUE "formacion".
01 WS-TRAINING-MASTER PIC X(40) VALUE "formacion/personas.txt".
01 WS-PRODUCTION-DIR PIC X(20) VALUE "..".
01 WS-FILE-DETAILS PIC X(16) VALUE SPACES.

*> Seguimientos del operador que vencen hoy o están vencidos.
01 WS-FOLLOWUP-STATUS PIC XX VALUE "00".
01 WS-FOLLOWUP-EOF PIC X VALUE "N".
01 WS-FOLLOWUP-COUNT PIC 9(04) VALUE 0.
01 WS-FOLLOWUP-LATE PIC 9(04) VALUE 0.
01 WS-FOLLOWUP-MARK PIC X(07) VALUE SPACES.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.

*> Verificación de la firma contra el maestro de operadores: sin
*> fichero de perfiles se mantiene el comportamiento histórico
*> (cualquier nombre vale); con él, contraseña obligatoria, tres
        10 WS-OP-PASSWORD PIC X(12).
        10 WS-OP-ACTIVE   PIC X(01).
        10 WS-OP-FAILS    PIC 9(01).
        10 WS-OP-BRANCHES PIC X(20).
01 WS-OP-COUNT PIC 9(03) VALUE 0.
01 WS-OP-IDX PIC 9(03) VALUE 0.
01 WS-OP-FOUND-IDX PIC 9(03) VALUE 0.
    *> se lancen desde el menú.
    DISPLAY "OPERADOR" UPON ENVIRONMENT-NAME.
    DISPLAY WS-OPERATOR-NAME UPON ENVIRONMENT-VALUE.
    PERFORM 1700-CHOOSE-ENVIRONMENT THRU 1700-CHOOSE-ENVIRONMENT-EXIT.
    DISPLAY "Hola, " FUNCTION TRIM(WS-OPERATOR-NAME) ".".

    *> Panel de situación de la mañana, nada más firmarse: la foto
    END-CALL.
    CANCEL "MorningStatus".
    MOVE 0 TO RETURN-CODE.
    PERFORM 1800-SHOW-FOLLOWUPS THRU 1800-SHOW-FOLLOWUPS-EXIT.

    PERFORM UNTIL WS-CONTINUE = "N"
        PERFORM 2000-SHOW-MENU
            WHEN "9"
                MOVE "PersonNotes" TO WS-CALL-PROGRAM
                PERFORM 3000-LAUNCH-PROGRAM
            WHEN "R"
            WHEN "r"
                IF WS-TRAINING = "Y"
                    PERFORM 3200-RESET-TRAINING
                ELSE
                    DISPLAY "Opción no reconocida."
                END-IF
            WHEN "0"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
                        ELSE
                            MOVE 0 TO WS-OP-FAILS (WS-OP-COUNT)
                        END-IF
                        MOVE OP-BRANCHES OF PROFILE-REC
                            TO WS-OP-BRANCHES (WS-OP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
            IF WS-PROFILE-EXISTS = "N"
                MOVE "Y" TO WS-SIGNED-ON
            ELSE
                PERFORM 1600-VERIFY-SIGN-ON THRU 1600-VERIFY-SIGN-ON-EXIT
            END-IF
        END-IF
    END-PERFORM.
1600-VERIFY-SIGN-ON-EXIT.
    EXIT.

1700-CHOOSE-ENVIRONMENT.
    *> Sin maestro de formación no hay nada que elegir y la firma
    *> sigue como siempre.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-TRAINING-MASTER
        WS-FILE-DETAILS.
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        GO TO 1700-CHOOSE-ENVIRONMENT-EXIT
    END-IF.
    DISPLAY "¿Sesión de formación? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-TRAINING-REPLY.
    IF WS-TRAINING-REPLY NOT = "Y" AND WS-TRAINING-REPLY NOT = "y"
        GO TO 1700-CHOOSE-ENVIRONMENT-EXIT
    END-IF.
    CALL "CBL_CHANGE_DIR" USING WS-TRAINING-DIR.
    IF RETURN-CODE NOT = 0
        DISPLAY "No se pudo entrar en el entorno de formación; "
            "sesión terminada para no trabajar sobre producción."
        STOP RUN
    END-IF.
    MOVE "Y" TO WS-TRAINING.
    *> ENTORNO avisa a quien lo quiera mirar; SALIDA_FICHERO podría
    *> apuntar la remesa a la central fuera del área de formación.
    DISPLAY "ENTORNO" UPON ENVIRONMENT-NAME.
    DISPLAY "FORMACION" UPON ENVIRONMENT-VALUE.
    DISPLAY "SALIDA_FICHERO" UPON ENVIRONMENT-NAME.
    DISPLAY " " UPON ENVIRONMENT-VALUE.
    PERFORM 2100-SHOW-TRAINING-BANNER.
1700-CHOOSE-ENVIRONMENT-EXIT.
    EXIT.

1800-SHOW-FOLLOWUPS.
    OPEN INPUT FOLLOWUP-FILE.
    IF WS-FOLLOWUP-STATUS NOT = "00"
        GO TO 1800-SHOW-FOLLOWUPS-EXIT
    END-IF.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    MOVE 0 TO WS-FOLLOWUP-COUNT.
    MOVE 0 TO WS-FOLLOWUP-LATE.
    MOVE "N" TO WS-FOLLOWUP-EOF.
    PERFORM UNTIL WS-FOLLOWUP-EOF = "Y"
        READ FOLLOWUP-FILE
            AT END MOVE "Y" TO WS-FOLLOWUP-EOF
            NOT AT END
                IF SG-OPEN OF FOLLOWUP-REC
                        AND SG-ASSIGNED-TO OF FOLLOWUP-REC
                            = WS-OPERATOR-NAME
                        AND SG-DUE-DATE OF FOLLOWUP-REC
                            <= WS-TODAY-DATE
                    IF WS-FOLLOWUP-COUNT = 0
                        DISPLAY " "
                        DISPLAY "Tus seguimientos para hoy y "
                            "atrasados:"
                    END-IF
                    ADD 1 TO WS-FOLLOWUP-COUNT
                    IF SG-DUE-DATE OF FOLLOWUP-REC < WS-TODAY-DATE
                        ADD 1 TO WS-FOLLOWUP-LATE
                        MOVE "VENCIDO" TO WS-FOLLOWUP-MARK
                    ELSE
                        MOVE "HOY" TO WS-FOLLOWUP-MARK
                    END-IF
                    DISPLAY "  " SG-FOLLOWUP-ID OF FOLLOWUP-REC " "
                        SG-DUE-DATE OF FOLLOWUP-REC " "
                        WS-FOLLOWUP-MARK " ID "
                        SG-PERSON-ID OF FOLLOWUP-REC " "
                        FUNCTION TRIM(SG-TEXT OF FOLLOWUP-REC)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FOLLOWUP-FILE.
    IF WS-FOLLOWUP-COUNT > 0
        DISPLAY "  " WS-FOLLOWUP-COUNT " seguimientos, "
            WS-FOLLOWUP-LATE " vencidos (opción 9, Notas > "
            "Seguimientos)."
    END-IF.
1800-SHOW-FOLLOWUPS-EXIT.
    EXIT.

1900-REWRITE-PROFILE.
    OPEN OUTPUT PROFILE-FILE.
    IF WS-PROFILE-STATUS NOT = "00"
                TO OP-ACTIVE OF PROFILE-REC
            MOVE WS-OP-FAILS (WS-OP-IDX)
                TO OP-FAIL-COUNT OF PROFILE-REC
            MOVE WS-OP-BRANCHES (WS-OP-IDX)
                TO OP-BRANCHES OF PROFILE-REC
            WRITE PROFILE-REC
        END-PERFORM
        CLOSE PROFILE-FILE

2000-SHOW-MENU.
    DISPLAY " ".
    IF WS-TRAINING = "Y"
        PERFORM 2100-SHOW-TRAINING-BANNER
    END-IF.
    DISPLAY "===== MENU PRINCIPAL =====".
    DISPLAY " 1. Registrar personas".
    DISPLAY " 2. Buscar una persona".
    DISPLAY " 7. Cadena nocturna completa".
    DISPLAY " 8. Reparar rechazados".
    DISPLAY " 9. Notas de una persona".
    IF WS-TRAINING = "Y"
        DISPLAY " R. Reiniciar la formación (supervisores)"
    END-IF.
    DISPLAY " 0. Salir".
    DISPLAY "Elige una opción: " WITH NO ADVANCING.
2000-SHOW-MENU-EXIT.
    EXIT.

2100-SHOW-TRAINING-BANNER.
    DISPLAY "********************* FORMACION *********************".
    DISPLAY "*  Entorno de prácticas: nada de lo que hagas llega  *".
    DISPLAY "*  a los ficheros de producción.                     *".
    DISPLAY "*****************************************************".
2100-SHOW-TRAINING-BANNER-EXIT.
    EXIT.

3000-LAUNCH-PROGRAM.
    ADD 1 TO WS-LAUNCH-COUNT.
    IF WS-TRAINING = "Y"
        PERFORM 2100-SHOW-TRAINING-BANNER
    END-IF.
    CALL WS-CALL-PROGRAM
        ON EXCEPTION
            DISPLAY "No se pudo cargar el programa "
3100-CLEAR-PIPELINE-ENV-EXIT.
    EXIT.

3200-RESET-TRAINING.
    *> TrainingReset trabaja desde producción: comprueba el nivel con
    *> el maestro de operadores real y deja la traza en la bitácora
    *> de producción. Después se vuelve al área de formación.
    CALL "CBL_CHANGE_DIR" USING WS-PRODUCTION-DIR.
    MOVE "TrainingReset" TO WS-CALL-PROGRAM.
    CALL WS-CALL-PROGRAM
        ON EXCEPTION
            DISPLAY "No se pudo cargar el programa "
                FUNCTION TRIM(WS-CALL-PROGRAM) "."
    END-CALL.
    CANCEL WS-CALL-PROGRAM.
    CALL "CBL_CHANGE_DIR" USING WS-TRAINING-DIR.
    IF RETURN-CODE NOT = 0
        DISPLAY "No se pudo volver al entorno de formación; sesión "
            "terminada para no trabajar sobre producción."
        STOP RUN
    END-IF.
    MOVE 0 TO RETURN-CODE.
3200-RESET-TRAINING-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
