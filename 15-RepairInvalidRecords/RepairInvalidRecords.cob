*> Diario de actualizaciones del maestro (rehacer tras un fallo).
COPY JRNAREA REPLACING JOURNAL-AREA BY WS-JRN-AREA.

*> Entorno de la sesión: Greeting deja ENTORNO=FORMACION cuando se
*> trabaja en el directorio de prácticas.
01 WS-RUN-ENVIRONMENT PIC X(10) VALUE SPACES.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    ACCEPT WS-RUN-ENVIRONMENT FROM ENVIRONMENT "ENTORNO".

    ACCEPT WS-EDAD-MIN-ENV FROM ENVIRONMENT "EDAD_MINIMA".
    IF WS-EDAD-MIN-ENV IS NUMERIC
        MOVE WS-EDAD-MIN-ENV TO WS-EDAD-MIN
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
    MOVE "RepairInvalidRecords" TO LCK-PROGRAM OF WS-LOCK-AREA.
        WHEN OTHER MOVE "Motivo desconocido" TO WS-REASON-TEXT
    END-EVALUATE.
    DISPLAY "-------------------------------------------".
    PERFORM 0100-SHOW-TRAINING-MARK.
    DISPLAY "Registro " WS-INV-IDX " de " WS-INVALID-COUNT.
    DISPLAY "ID original: " PR-PERSON-ID OF WS-WORK-RECORD.
    DISPLAY "Nombre     : " PR-NAME OF WS-WORK-RECORD.
