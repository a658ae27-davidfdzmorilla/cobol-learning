*>   B,id                           baja
*>   R,id                           reactivación
*>   T,id,sucursal                  traslado de sucursal
*> Cualquiera de ellas puede llevar delante la fecha efectiva, con el
*> mismo formato que pendientes.txt (AAAAMMDD,U,id,...); sin fecha
*> vale la de hoy. Una fecha dentro de un mes contable cerrado
*> (periodos.txt) exige el doble control de supervisores.
FD TRANS-FILE.
01 TRANS-RECORD PIC X(80).

01 WS-UNATTENDED PIC X VALUE "N".

*> Campos de la transacción recién leída.
01 WS-TRANS-DATE PIC 9(08) VALUE 0.
01 WS-TRANS-BODY PIC X(80) VALUE SPACES.
01 WS-TODAY-DATE PIC 9(08) VALUE 0.
01 WS-TRANS-TYPE PIC X(02).
01 WS-TRANS-ID-X PIC X(08).
01 WS-TRANS-FIELD-3 PIC X(20).
01 WS-HIST-DATE PIC 9(8) VALUE 0.
01 WS-HIST-TIME PIC 9(8) VALUE 0.

*> Guarda de los periodos contables cerrados (ver PGAREA.cpy).
COPY PGAREA REPLACING PERIOD-GUARD-AREA BY WS-PG-AREA.

*> Niveles de autorización para operaciones destructivas.
COPY AUTHAREA REPLACING AUTH-AREA BY WS-AUTH-AREA.

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
    CANCEL "BranchAccess".
    CANCEL "GuardianAlert".
    ACCEPT WS-TRANS-FILE-ENV FROM ENVIRONMENT "MANTENIMIENTO_FICHERO".
    IF WS-TRANS-FILE-ENV NOT = SPACES
        MOVE WS-TRANS-FILE-ENV TO WS-TRANS-FILE-NAME
                    CONTINUE
                ELSE
                    PERFORM 3000-APPLY-TRANSACTION
                        THRU 3000-APPLY-TRANSACTION-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TRANS-FILE.
    CLOSE MASTER-FILE.
    PERFORM 0600-RELEASE-MASTER-LOCK.
    PERFORM 7800-ALERT-GUARDIANS.
    PERFORM 7850-CANCEL-CARDS.

    DISPLAY "Transacciones aplicadas : " WS-APPLIED-COUNT.
    DISPLAY "Transacciones rechazadas: " WS-REJECTED-COUNT.
    MOVE SPACES TO WS-TRANS-FIELD-3.
    MOVE SPACES TO WS-TRANS-FIELD-4.
    MOVE SPACES TO WS-REJECT-REASON.
    SET PG-PERIOD-OPEN OF WS-PG-AREA TO TRUE.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    IF TRANS-RECORD (1:8) IS NUMERIC AND TRANS-RECORD (9:1) = ","
        MOVE TRANS-RECORD (1:8) TO WS-TRANS-DATE
        MOVE TRANS-RECORD (10:71) TO WS-TRANS-BODY
    ELSE
        MOVE WS-TODAY-DATE TO WS-TRANS-DATE
        MOVE TRANS-RECORD TO WS-TRANS-BODY
    END-IF.
    UNSTRING WS-TRANS-BODY DELIMITED BY ","
        INTO WS-TRANS-TYPE WS-TRANS-ID-X
             WS-TRANS-FIELD-3 WS-TRANS-FIELD-4.

    IF WS-TRANS-DATE > WS-TODAY-DATE
        *> Lo futuro se programa en pendientes.txt, no aquí.
        MOVE "Fecha efectiva futura" TO WS-REJECT-REASON
        PERFORM 3900-REPORT-REJECTED
        GO TO 3000-APPLY-TRANSACTION-EXIT
    END-IF.
    IF WS-TRANS-DATE < WS-TODAY-DATE
        PERFORM 3060-CHECK-PERIOD
        IF PG-ADJUSTMENT-REFUSED OF WS-PG-AREA
            MOVE SPACES TO WS-REJECT-REASON
            STRING "Periodo " DELIMITED BY SIZE
                   PG-PERIOD OF WS-PG-AREA DELIMITED BY SIZE
                   " cerrado sin doble control" DELIMITED BY SIZE
                INTO WS-REJECT-REASON
            PERFORM 3900-REPORT-REJECTED
            GO TO 3000-APPLY-TRANSACTION-EXIT
        END-IF
    END-IF.

    PERFORM 3050-CHECK-ID-VALID.
    IF WS-ID-VALID = "N"
        MOVE "ID no numerico" TO WS-REJECT-REASON
                    PERFORM 3900-REPORT-REJECTED
                NOT INVALID KEY
                    MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                    PERFORM 3070-CHECK-BRANCH
                    IF BRA-REFUSED OF WS-BRA-AREA
                        MOVE "Persona de otra sucursal"
                            TO WS-REJECT-REASON
                        PERFORM 3900-REPORT-REJECTED
                    ELSE
                        EVALUATE WS-TRANS-TYPE
                            WHEN "U" WHEN "u"
                                PERFORM 3100-APPLY-UPDATE
                            WHEN "B" WHEN "b"
                                PERFORM 3200-APPLY-DEACTIVATE
                            WHEN "R" WHEN "r"
                                PERFORM 3300-APPLY-REACTIVATE
                            WHEN "T" WHEN "t"
                                PERFORM 3400-APPLY-TRANSFER
                            WHEN OTHER
                                MOVE "Tipo de transaccion desconocido"
                                    TO WS-REJECT-REASON
                                PERFORM 3900-REPORT-REJECTED
                        END-EVALUATE
                    END-IF
            END-READ
        END-IF
    END-IF.
3050-CHECK-ID-VALID-EXIT.
    EXIT.

3060-CHECK-PERIOD.
    *> En ejecución desatendida no hay quién dé la segunda firma: el
    *> cambio en un mes cerrado se rechaza directamente.
    SET PG-REQ-CHECK OF WS-PG-AREA TO TRUE.
    MOVE WS-UNATTENDED TO PG-UNATTENDED OF WS-PG-AREA.
    MOVE WS-TRANS-DATE TO PG-DATE OF WS-PG-AREA.
    CALL "PeriodGuard" USING WS-PG-AREA.
3060-CHECK-PERIOD-EXIT.
    EXIT.

3070-CHECK-BRANCH.
    *> Sólo se aplican transacciones sobre personas de las
    *> sucursales del operador; el rechazo queda además en
    *> accesos.txt y en la bitácora.
    SET BRA-REQ-VERIFY OF WS-BRA-AREA TO TRUE.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO BRA-PERSON-ID OF WS-BRA-AREA.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD
        TO BRA-BRANCH-CODE OF WS-BRA-AREA.
    MOVE "BatchMaintenance" TO BRA-PROGRAM OF WS-BRA-AREA.
    CALL "BranchAccess" USING WS-BRA-AREA.
3070-CHECK-BRANCH-EXIT.
    EXIT.

3100-APPLY-UPDATE.
    MOVE "Y" TO WS-AGE-VALID.
    IF WS-TRANS-FIELD-4 (1:2) NOT = SPACES
        SET PR-STATUS-INACTIVE OF MASTER-RECORD TO TRUE
        ACCEPT WS-STATUS-DATE FROM DATE YYYYMMDD
        MOVE WS-STATUS-DATE TO PR-STATUS-DATE OF MASTER-RECORD
        MOVE "Y" TO WS-GONE-DUE
        PERFORM 3800-REWRITE-AND-REPORT
        MOVE "N" TO WS-GONE-DUE
    END-IF.
3200-APPLY-DEACTIVATE-EXIT.
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
3300-APPLY-REACTIVATE-EXIT.
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
                       TRANS-RECORD DELIMITED BY SIZE
                       " <- ajuste de periodo cerrado" DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                STRING "APLICADA  " DELIMITED BY SIZE
                       TRANS-RECORD DELIMITED BY SIZE
                    INTO REPORT-LINE
            END-IF
            WRITE REPORT-LINE
    END-REWRITE.
3800-REWRITE-AND-REPORT-EXIT.
7600-WRITE-ALIAS-EXIT.
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
        MOVE "BatchMaintenance" TO GDA-PROGRAM OF WS-GDA-AREA
        CALL "GuardianAlert" USING WS-GDA-AREA
    END-PERFORM.
7800-ALERT-GUARDIANS-EXIT.
    EXIT.

7850-CANCEL-CARDS.
    PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
        UNTIL WS-GONE-IDX > WS-GONE-COUNT
        MOVE WS-GONE-ID (WS-GONE-IDX) TO CXL-PERSON-ID OF WS-CXL-AREA
        MOVE "BAJA" TO CXL-EVENT OF WS-CXL-AREA
        MOVE "BatchMaintenance" TO CXL-PROGRAM OF WS-CXL-AREA
        CALL "CardCancel" USING WS-CXL-AREA
    END-PERFORM.
7850-CANCEL-CARDS-EXIT.
    EXIT.

7900-RECORD-ADJUSTMENT.
    SET PG-REQ-RECORD OF WS-PG-AREA TO TRUE.
    MOVE "BatchMaintenance" TO PG-PROGRAM OF WS-PG-AREA.
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
