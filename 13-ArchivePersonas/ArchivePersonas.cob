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
    MOVE "ArchivePersonas" TO LCK-PROGRAM OF WS-LOCK-AREA.
