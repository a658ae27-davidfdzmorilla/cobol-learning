*> Diario de actualizaciones del maestro (rehacer tras un fallo).
COPY JRNAREA REPLACING JOURNAL-AREA BY WS-JRN-AREA.

*> Acceso por sucursal del operador (ver BRACAREA.cpy).
COPY BRACAREA REPLACING BRANCH-ACCESS-AREA BY WS-BRA-AREA.

*> Tutelas: los IDs que salen del fichero en esta ejecución se pasan
*> a GuardianAlert una vez cerrado el maestro (ver GDAREA.cpy).
COPY GDAREA REPLACING GUARDIAN-ALERT-AREA BY WS-GDA-AREA.
*> Tarjetas de socio: las de esos mismos IDs quedan anuladas con
*> CardCancel (ver CANCAREA.cpy).
COPY CANCAREA REPLACING CARD-CANCEL-AREA BY WS-CXL-AREA.
01 WS-GONE-TABLE.
    05 WS-GONE-ID PIC 9(06) OCCURS 1000 TIMES.
01 WS-GONE-COUNT PIC 9(04) VALUE 0.
01 WS-GONE-IDX PIC 9(04) VALUE 0.

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
    CANCEL "GuardianAlert".
    ACCEPT WS-RUN-ENVIRONMENT FROM ENVIRONMENT "ENTORNO".

    MOVE 2 TO AUT-REQUIRED-LEVEL OF WS-AUTH-AREA
    MOVE "BAJA DE PERSONAS" TO AUT-OPERATION OF WS-AUTH-AREA
    CALL "OperatorAuth" USING WS-AUTH-AREA
    END-IF.

    PERFORM UNTIL WS-CONTINUE = "N"
        PERFORM 0100-SHOW-TRAINING-MARK
        DISPLAY "Introduce el ID de la persona a dar de baja: "
            WITH NO ADVANCING
        ACCEPT WS-ID
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
                            "control y no se puede dar de baja."
                    ELSE
                        PERFORM 0700-CHECK-BRANCH
                        IF BRA-REFUSED OF WS-BRA-AREA
                            DISPLAY "El ID " WS-ID " pertenece a otra sucursal ("
                                PR-BRANCH-CODE OF MASTER-RECORD
                                "); acceso rechazado y registrado."
                        ELSE
                            IF PR-STATUS-INACTIVE OF MASTER-RECORD
                                DISPLAY "La persona " WS-ID
                                    " ya está dada de baja: " PR-NAME OF MASTER-RECORD
                            ELSE
                                DISPLAY "Nombre: " PR-NAME OF MASTER-RECORD
                                    " | Edad: " PR-AGE OF MASTER-RECORD
                                DISPLAY "¿Confirmar baja de este registro? (Y/N): "
                                    WITH NO ADVANCING
                                ACCEPT WS-CONFIRM
                                IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                                    *> Las bajas previstas con antelación se
                                    *> programan con fecha efectiva y las aplica
                                    *> la cadena nocturna el día que tocan.
                                    MOVE "N" TO WS-DEFERRED
                                    DISPLAY "Fecha efectiva AAAAMMDD (en blanco "
                                        "= hoy): " WITH NO ADVANCING
                                    ACCEPT WS-EFF-DATE-X
                                    IF WS-EFF-DATE-X IS NUMERIC
                                        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                                        MOVE WS-EFF-DATE-X TO WS-EFF-DATE
                                        IF WS-EFF-DATE > WS-TODAY-DATE
                                            MOVE "Y" TO WS-DEFERRED
                                            PERFORM 6000-WRITE-PENDING
                                        END-IF
                                    END-IF
                                    IF WS-DEFERRED = "N"
                                        MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                                        SET PR-STATUS-INACTIVE OF MASTER-RECORD TO TRUE
                                        ACCEPT WS-STATUS-DATE FROM DATE YYYYMMDD
                                        MOVE WS-STATUS-DATE
                                            TO PR-STATUS-DATE OF MASTER-RECORD
                                        REWRITE MASTER-RECORD
                                            INVALID KEY
                                                DISPLAY "Error al dar de baja el registro " WS-ID
                                            NOT INVALID KEY
                                                DISPLAY "Registro " WS-ID " dado de baja."
                                                ADD 1 TO WS-DEACTIVATED-COUNT
                                                PERFORM 7500-WRITE-HISTORY
                                                PERFORM 7750-REMEMBER-GONE
                                                SET JRN-ACT-REWRITE OF WS-JRN-AREA
                                                    TO TRUE
                                                MOVE MASTER-RECORD
                                                    TO JRN-IMAGE OF WS-JRN-AREA
                                                PERFORM 7700-WRITE-JOURNAL
                                        END-REWRITE
                                    END-IF
                                ELSE
                                    DISPLAY "Baja cancelada."
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-READ
            PERFORM 0600-RELEASE-RECORD
        END-IF

        DISPLAY "¿Dar de baja a otra persona? (Y/N): " WITH NO ADVANCING
    END-PERFORM.

    CLOSE MASTER-FILE.
    PERFORM 7800-ALERT-GUARDIANS.
    PERFORM 7850-CANCEL-CARDS.
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
    *> Sólo se dan de baja personas de las sucursales del operador;
    *> el intento sobre otra queda en accesos.txt y en la bitácora.
    SET BRA-REQ-VERIFY OF WS-BRA-AREA TO TRUE.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO BRA-PERSON-ID OF WS-BRA-AREA.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD
        TO BRA-BRANCH-CODE OF WS-BRA-AREA.
    MOVE "DeactivateRecord" TO BRA-PROGRAM OF WS-BRA-AREA.
    CALL "BranchAccess" USING WS-BRA-AREA.
0700-CHECK-BRANCH-EXIT.
    EXIT.

6000-WRITE-PENDING.
    OPEN EXTEND PENDING-FILE.
    IF WS-PENDING-STATUS = "35"
7700-WRITE-JOURNAL-EXIT.
    EXIT.

7750-REMEMBER-GONE.
    IF WS-GONE-COUNT < 1000
        ADD 1 TO WS-GONE-COUNT
        MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-GONE-ID (WS-GONE-COUNT)
    END-IF.
7750-REMEMBER-GONE-EXIT.
    EXIT.

7800-ALERT-GUARDIANS.
    PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
        UNTIL WS-GONE-IDX > WS-GONE-COUNT
        MOVE WS-GONE-ID (WS-GONE-IDX) TO GDA-GUARDIAN-ID OF WS-GDA-AREA
        MOVE "BAJA" TO GDA-EVENT OF WS-GDA-AREA
        MOVE 0 TO GDA-SURVIVOR-ID OF WS-GDA-AREA
        MOVE "DeactivateRecord" TO GDA-PROGRAM OF WS-GDA-AREA
        CALL "GuardianAlert" USING WS-GDA-AREA
    END-PERFORM.
7800-ALERT-GUARDIANS-EXIT.
    EXIT.

7850-CANCEL-CARDS.
    PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
        UNTIL WS-GONE-IDX > WS-GONE-COUNT
        MOVE WS-GONE-ID (WS-GONE-IDX) TO CXL-PERSON-ID OF WS-CXL-AREA
        MOVE "BAJA" TO CXL-EVENT OF WS-CXL-AREA
        MOVE "DeactivateRecord" TO CXL-PROGRAM OF WS-CXL-AREA
        CALL "CardCancel" USING WS-CXL-AREA
    END-PERFORM.
7850-CANCEL-CARDS-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
