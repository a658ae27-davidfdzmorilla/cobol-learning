*> tratamiento que el mantenimiento por lote (bloqueo, historial,
*> validación de sucursal); las futuras se conservan. El informe
*> pendientes.rpt dice qué se aplicó, qué se rechazó y qué queda.
*> Las atrasadas con fecha dentro de un mes contable ya cerrado
*> (periodos.txt) sólo se aplican con el doble control de
*> supervisores (PeriodGuard) y quedan en ajustes_periodo.txt; sin
*> él se retienen en pendientes.txt como "RETENIDA". La cadena
*> nocturna no tiene a nadie delante, así que por defecto no se pide
*> la segunda firma; un supervisor que lo lance a mano puede pedirla
*> con PENDIENTES_ATENDIDO=S.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-PENDING-EOF PIC X VALUE "N".
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-UNATTENDED PIC X VALUE "Y".
01 WS-ATTENDED-ENV PIC X(01) VALUE SPACES.

*> Tabla en memoria con las transacciones pendientes, para poder
*> reescribir el fichero al final sólo con las no vencidas.
01 WS-APPLIED-COUNT PIC 9(05) VALUE 0.
01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
01 WS-REMAINING-COUNT PIC 9(05) VALUE 0.
01 WS-HELD-COUNT PIC 9(05) VALUE 0.
01 WS-AGE-CHECK PIC 9 VALUE 1.
01 WS-AGE-VALID PIC X VALUE "Y".
01 WS-ID-VALID PIC X VALUE "Y".
01 WS-HIST-DATE PIC 9(8) VALUE 0.
01 WS-HIST-TIME PIC 9(8) VALUE 0.

*> Guarda de los periodos contables cerrados (ver PGAREA.cpy).
COPY PGAREA REPLACING PERIOD-GUARD-AREA BY WS-PG-AREA.

*> Bloqueo de un solo escritor sobre personas.txt.
COPY LOCKAREA REPLACING LOCK-AREA BY WS-LOCK-AREA.
01 WS-LOCK-CONFIRM PIC X VALUE "N".
*> Diario de actualizaciones del maestro (rehacer tras un fallo).
COPY JRNAREA REPLACING JOURNAL-AREA BY WS-JRN-AREA.

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
01 WS-GONE-DUE PIC X VALUE "N".

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes y PeriodGuard vuelva a
    *> pedir el doble control.
    CANCEL "PeriodGuard".
    CANCEL "GuardianAlert".
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    *> Sólo en una ejecución atendida se pide el doble control para
    *> los cambios en mes cerrado; si no, se retienen.
    ACCEPT WS-ATTENDED-ENV FROM ENVIRONMENT "PENDIENTES_ATENDIDO".
    IF WS-ATTENDED-ENV = "S" OR WS-ATTENDED-ENV = "s"
        MOVE "N" TO WS-UNATTENDED
    END-IF.

    PERFORM 1000-LOAD-PENDING.
    IF WS-PEND-COUNT = 0
           WS-REMAINING-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-HELD-COUNT > 0
        MOVE SPACES TO REPORT-LINE
        STRING "Retenidas por periodo cerrado (incluidas en las "
                   DELIMITED BY SIZE
               "pendientes): " DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.

    CLOSE MASTER-FILE.
    PERFORM 0600-RELEASE-MASTER-LOCK.
    PERFORM 7800-ALERT-GUARDIANS.
    PERFORM 7850-CANCEL-CARDS.
    PERFORM 5000-REWRITE-PENDING.

    DISPLAY "Cambios aplicados: " WS-APPLIED-COUNT
                INTO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            PERFORM 3070-CHECK-PERIOD
            IF PG-ADJUSTMENT-REFUSED OF WS-PG-AREA
                *> Fecha de un mes cerrado sin doble control: se
                *> retiene hasta que dos supervisores la aprueben o se
                *> reabra el periodo.
                ADD 1 TO WS-REMAINING-COUNT
                ADD 1 TO WS-HELD-COUNT
                MOVE SPACES TO REPORT-LINE
                STRING "RETENIDA  " DELIMITED BY SIZE
                       WS-PEND-LINE (WS-PEND-IDX) DELIMITED BY SIZE
                       " <- periodo " DELIMITED BY SIZE
                       PG-PERIOD OF WS-PG-AREA DELIMITED BY SIZE
                       " cerrado" DELIMITED BY SIZE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE "N" TO WS-PEND-KEEP (WS-PEND-IDX)
                PERFORM 3100-APPLY-DUE
            END-IF
        END-IF
    END-IF.
3000-EXAMINE-ONE-EXIT.
    EXIT.

3070-CHECK-PERIOD.
    SET PG-REQ-CHECK OF WS-PG-AREA TO TRUE.
    MOVE WS-UNATTENDED TO PG-UNATTENDED OF WS-PG-AREA.
    MOVE WS-TRANS-DATE TO PG-DATE OF WS-PG-AREA.
    CALL "PeriodGuard" USING WS-PG-AREA.
3070-CHECK-PERIOD-EXIT.
    EXIT.

3100-APPLY-DUE.
    PERFORM 3050-CHECK-ID-VALID.
    IF WS-ID-VALID = "N"
        SET PR-STATUS-INACTIVE OF MASTER-RECORD TO TRUE
        ACCEPT WS-STATUS-DATE FROM DATE YYYYMMDD
        MOVE WS-STATUS-DATE TO PR-STATUS-DATE OF MASTER-RECORD
        MOVE "Y" TO WS-GONE-DUE
        PERFORM 3800-REWRITE-AND-REPORT
        MOVE "N" TO WS-GONE-DUE
    END-IF.
3300-APPLY-DEACTIVATE-EXIT.
    EXIT.
    IF PR-STATUS-ACTIVE OF MASTER-RECORD
        MOVE "Ya estaba activa" TO WS-REJECT-REASON
        PERFORM 3900-REPORT-REJECTED
    ELSE
    IF PR-DECEASED OF MASTER-RECORD
        MOVE "Defuncion registrada" TO WS-REJECT-REASON
        PERFORM 3900-REPORT-REJECTED
    ELSE
        SET PR-STATUS-ACTIVE OF MASTER-RECORD TO TRUE
        ACCEPT WS-STATUS-DATE FROM DATE YYYYMMDD
        MOVE WS-STATUS-DATE TO PR-STATUS-DATE OF MASTER-RECORD
        PERFORM 3800-REWRITE-AND-REPORT
    END-IF
    END-IF.
3400-APPLY-REACTIVATE-EXIT.
    EXIT.
            IF WS-ALIAS-DUE = "Y"
                PERFORM 7600-WRITE-ALIAS
            END-IF
            IF WS-GONE-DUE = "Y"
                PERFORM 7750-REMEMBER-GONE
            END-IF
            SET JRN-ACT-REWRITE OF WS-JRN-AREA TO TRUE
            MOVE MASTER-RECORD TO JRN-IMAGE OF WS-JRN-AREA
            PERFORM 7700-WRITE-JOURNAL
            MOVE SPACES TO REPORT-LINE
            IF PG-ADJUSTMENT-ALLOWED OF WS-PG-AREA
                PERFORM 7900-RECORD-ADJUSTMENT
                STRING "APLICADA  " DELIMITED BY SIZE
                       WS-PEND-LINE (WS-PEND-IDX) DELIMITED BY SIZE
                       " <- ajuste de periodo cerrado" DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                STRING "APLICADA  " DELIMITED BY SIZE
                       WS-PEND-LINE (WS-PEND-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE
            END-IF
            WRITE REPORT-LINE
    END-REWRITE.
3800-REWRITE-AND-REPORT-EXIT.
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
        MOVE "ApplyPendingChanges" TO GDA-PROGRAM OF WS-GDA-AREA
        CALL "GuardianAlert" USING WS-GDA-AREA
    END-PERFORM.
7800-ALERT-GUARDIANS-EXIT.
    EXIT.

7850-CANCEL-CARDS.
    PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
        UNTIL WS-GONE-IDX > WS-GONE-COUNT
        MOVE WS-GONE-ID (WS-GONE-IDX) TO CXL-PERSON-ID OF WS-CXL-AREA
        MOVE "BAJA" TO CXL-EVENT OF WS-CXL-AREA
        MOVE "ApplyPendingChanges" TO CXL-PROGRAM OF WS-CXL-AREA
        CALL "CardCancel" USING WS-CXL-AREA
    END-PERFORM.
7850-CANCEL-CARDS-EXIT.
    EXIT.

7900-RECORD-ADJUSTMENT.
    SET PG-REQ-RECORD OF WS-PG-AREA TO TRUE.
    MOVE "ApplyPendingChanges" TO PG-PROGRAM OF WS-PG-AREA.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO PG-PERSON-ID OF WS-PG-AREA.
    MOVE FUNCTION UPPER-CASE (WS-TRANS-TYPE (1:1))
        TO PG-TYPE OF WS-PG-AREA.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO PG-BRANCH OF WS-PG-AREA.
    CALL "PeriodGuard" USING WS-PG-AREA.
7900-RECORD-ADJUSTMENT-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
