IDENTIFICATION DIVISION.
PROGRAM-ID. DeceasedRegister.
*> Registro de defunciones. Una defunción no es una baja más: además
*> de dejar a la persona de baja, se anota la fecha de defunción y la
*> referencia del documento que la acredita (defunciones.txt, ver
*> DEFUNREC.cpy) y se marca el registro del maestro (PR-DECEASED). Al
*> cerrar el maestro se arrastra a los ficheros compañeros:
*>   - se cancelan sus transacciones de pendientes.txt, con su asiento
*>     en historial.txt como las que cancela PendingInquiry;
*>   - se desvincula de su hogar en hogares.txt;
*>   - GuardianAlert avisa si era tutor de un menor activo.
*>   - CardCancel anula su tarjeta de socio.
*> Con la marca, los envíos hacia fuera (PartnerOutbound,
*> ExtractEngine, DeltaExtract) y Correspondence la excluyen, y
*> PurgeInactive la conserva el plazo legal en lugar de aplicarle la
*> regla de inactividad.

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
    SELECT DEATH-FILE ASSIGN TO "defunciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DEATH-STATUS.
    SELECT PENDING-FILE ASSIGN TO "pendientes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PENDING-STATUS.
    SELECT HOUSEHOLD-FILE ASSIGN TO "hogares.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOUSEHOLD-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "historial.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD DEATH-FILE.
    COPY DEFUNREC REPLACING DEATH-RECORD BY DEATH-REC.

FD PENDING-FILE.
01 PENDING-RECORD PIC X(80).

FD HOUSEHOLD-FILE.
    COPY HOGARREC REPLACING HOUSEHOLD-RECORD BY HOUSEHOLD-REC.

FD HISTORY-FILE.
    COPY HISTREC REPLACING HISTORY-RECORD BY HISTORY-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-ID PIC 9(06).
01 WS-CONFIRM PIC X.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-DEATH-STATUS PIC XX VALUE "00".
01 WS-CONTINUE PIC X VALUE "Y".
01 WS-REGISTERED-COUNT PIC 9(04) VALUE 0.
01 WS-TODAY-DATE PIC 9(08) VALUE 0.
01 WS-OPERATOR PIC X(20) VALUE SPACES.

*> Datos de la defunción que se está registrando.
01 WS-DEATH-DATE-X PIC X(08) VALUE SPACES.
01 WS-DEATH-DATE PIC 9(08) VALUE 0.
01 WS-DEATH-DATE-R REDEFINES WS-DEATH-DATE.
    05 WS-DEATH-YEAR  PIC 9(04).
    05 WS-DEATH-MONTH PIC 9(02).
    05 WS-DEATH-DAY   PIC 9(02).
01 WS-EVIDENCE PIC X(30) VALUE SPACES.

*> Cambios con fecha efectiva pendientes de la persona: se cargan,
*> se quitan los de las defunciones y se reescribe la cola.
01 WS-PENDING-STATUS PIC XX VALUE "00".
01 WS-PENDING-EOF PIC X VALUE "N".
01 WS-PEND-TABLE.
    05 WS-PEND-ENTRY OCCURS 1000 TIMES.
        10 WS-PEND-LINE PIC X(80).
        10 WS-PEND-KEEP PIC X(01).
01 WS-PEND-COUNT PIC 9(04) VALUE 0.
01 WS-PEND-IDX PIC 9(04) VALUE 0.
01 WS-PEND-OVERFLOW PIC X VALUE "N".
01 WS-TRANS-DATE-X PIC X(10).
01 WS-TRANS-TYPE PIC X(02).
01 WS-TRANS-ID-X PIC X(08).
01 WS-TRANS-REST PIC X(60).
01 WS-TRANS-ID PIC 9(06) VALUE 0.
01 WS-CANCELLED-COUNT PIC 9(04) VALUE 0.

*> Hogares: el fichero entero en memoria, línea a línea, para
*> reescribirlo sin los miembros fallecidos.
01 WS-HOUSEHOLD-STATUS PIC XX VALUE "00".
01 WS-HOUSEHOLD-EOF PIC X VALUE "N".
01 WS-HG-TABLE.
    05 WS-HG-ENTRY OCCURS 1200 TIMES.
        10 WS-HG-LINE PIC X(40).
        10 WS-HG-KEEP PIC X(01).
01 WS-HG-COUNT PIC 9(04) VALUE 0.
01 WS-HG-IDX PIC 9(04) VALUE 0.
01 WS-HG-OVERFLOW PIC X VALUE "N".
01 WS-DETACHED-COUNT PIC 9(04) VALUE 0.

*> Historial de cambios del maestro (imagen antes/después).
01 WS-HISTORY-STATUS PIC XX VALUE "00".
01 WS-BEFORE-IMAGE PIC X(80) VALUE SPACES.
01 WS-AFTER-IMAGE PIC X(80) VALUE SPACES.
01 WS-HIST-ID PIC 9(06) VALUE 0.
01 WS-HIST-DATE PIC 9(8) VALUE 0.
01 WS-HIST-TIME PIC 9(8) VALUE 0.

*> Niveles de autorización para operaciones destructivas.
COPY AUTHAREA REPLACING AUTH-AREA BY WS-AUTH-AREA.

*> Reserva a nivel de registro, como en DeactivateRecord.
COPY RSRVAREA REPLACING RESERVE-AREA BY WS-RSV-AREA.

*> Diario de actualizaciones del maestro (rehacer tras un fallo).
COPY JRNAREA REPLACING JOURNAL-AREA BY WS-JRN-AREA.

*> Defunciones registradas en esta ejecución: con el maestro ya
*> cerrado se recorren para pendientes, hogares y tutelas (ver
*> GDAREA.cpy).
COPY GDAREA REPLACING GUARDIAN-ALERT-AREA BY WS-GDA-AREA.
*> Tarjetas de socio: las de esos mismos IDs quedan anuladas con
*> CardCancel (ver CANCAREA.cpy).
COPY CANCAREA REPLACING CARD-CANCEL-AREA BY WS-CXL-AREA.
01 WS-GONE-TABLE.
    05 WS-GONE-ID PIC 9(06) OCCURS 1000 TIMES.
01 WS-GONE-COUNT PIC 9(04) VALUE 0.
01 WS-GONE-IDX PIC 9(04) VALUE 0.
01 WS-GONE-FOUND PIC X VALUE "N".
01 WS-GONE-CHECK-ID PIC 9(06) VALUE 0.

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
    CANCEL "GuardianAlert".
    MOVE 2 TO AUT-REQUIRED-LEVEL OF WS-AUTH-AREA
    MOVE "REGISTRO DEFUNCION" TO AUT-OPERATION OF WS-AUTH-AREA
    CALL "OperatorAuth" USING WS-AUTH-AREA
    IF AUT-DENIED OF WS-AUTH-AREA
        DISPLAY "Operación denegada: "
            FUNCTION TRIM(AUT-OPERATION OF WS-AUTH-AREA)
            " exige nivel " AUT-REQUIRED-LEVEL OF WS-AUTH-AREA
            " y el operador "
            FUNCTION TRIM(AUT-OPERATOR OF WS-AUTH-AREA)
            " tiene nivel " AUT-OPERATOR-LEVEL OF WS-AUTH-AREA "."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

    OPEN I-O MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-CONTINUE = "N"
        DISPLAY "Introduce el ID de la persona fallecida: "
            WITH NO ADVANCING
        ACCEPT WS-ID
        PERFORM 0500-RESERVE-RECORD
        IF RSV-BUSY OF WS-RSV-AREA
            CONTINUE
        ELSE
            PERFORM 2000-REGISTER-ONE THRU 2000-REGISTER-ONE-EXIT
            PERFORM 0600-RELEASE-RECORD
        END-IF

        DISPLAY "¿Registrar otra defunción? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-CONTINUE
    END-PERFORM.

    CLOSE MASTER-FILE.

    IF WS-GONE-COUNT > 0
        PERFORM 3000-CANCEL-PENDING THRU 3000-CANCEL-PENDING-EXIT
        PERFORM 4000-DETACH-HOUSEHOLDS
            THRU 4000-DETACH-HOUSEHOLDS-EXIT
        PERFORM 7800-ALERT-GUARDIANS
        PERFORM 7850-CANCEL-CARDS
        DISPLAY "Defunciones registradas: " WS-REGISTERED-COUNT
            "; pendientes canceladas: " WS-CANCELLED-COUNT
            "; desvinculadas de hogar: " WS-DETACHED-COUNT "."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

0500-RESERVE-RECORD.
    SET RSV-REQ-ACQUIRE OF WS-RSV-AREA TO TRUE.
    MOVE WS-ID TO RSV-PERSON-ID OF WS-RSV-AREA.
    MOVE "DeceasedRegister" TO RSV-PROGRAM OF WS-RSV-AREA.
    CALL "RecordLock" USING WS-RSV-AREA.
    IF RSV-BUSY OF WS-RSV-AREA
        DISPLAY "Registro ocupado: el ID " WS-ID " está en uso por "
            FUNCTION TRIM(RSV-HOLDER-PROGRAM OF WS-RSV-AREA)
            " / operador "
            FUNCTION TRIM(RSV-HOLDER-OPERATOR OF WS-RSV-AREA)
            " desde las " RSV-HOLDER-TIME OF WS-RSV-AREA "."
    END-IF.
0500-RESERVE-RECORD-EXIT.
    EXIT.

0600-RELEASE-RECORD.
    SET RSV-REQ-RELEASE OF WS-RSV-AREA TO TRUE.
    MOVE WS-ID TO RSV-PERSON-ID OF WS-RSV-AREA.
    MOVE "DeceasedRegister" TO RSV-PROGRAM OF WS-RSV-AREA.
    CALL "RecordLock" USING WS-RSV-AREA.
0600-RELEASE-RECORD-EXIT.
    EXIT.

2000-REGISTER-ONE.
    MOVE WS-ID TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "No existe ninguna persona con ID " WS-ID
            GO TO 2000-REGISTER-ONE-EXIT
    END-READ.
    IF PR-TYPE-TRAILER OF MASTER-RECORD
        DISPLAY "El ID " WS-ID " está reservado para el registro de "
            "control."
        GO TO 2000-REGISTER-ONE-EXIT
    END-IF.
    IF PR-DECEASED OF MASTER-RECORD
        DISPLAY "La persona " WS-ID " ya tiene registrada la "
            "defunción con fecha " PR-DEATH-DATE OF MASTER-RECORD "."
        GO TO 2000-REGISTER-ONE-EXIT
    END-IF.
    DISPLAY "Nombre: " PR-NAME OF MASTER-RECORD
        " | Edad: " PR-AGE OF MASTER-RECORD
        " | Estado: " PR-STATUS OF MASTER-RECORD.

    DISPLAY "Fecha de defunción AAAAMMDD: " WITH NO ADVANCING.
    ACCEPT WS-DEATH-DATE-X.
    IF WS-DEATH-DATE-X IS NOT NUMERIC
        DISPLAY "Fecha no válida; no se registra nada."
        GO TO 2000-REGISTER-ONE-EXIT
    END-IF.
    MOVE WS-DEATH-DATE-X TO WS-DEATH-DATE.
    IF WS-DEATH-MONTH < 1 OR WS-DEATH-MONTH > 12
            OR WS-DEATH-DAY < 1 OR WS-DEATH-DAY > 31
        DISPLAY "Fecha no válida; no se registra nada."
        GO TO 2000-REGISTER-ONE-EXIT
    END-IF.
    IF WS-DEATH-DATE > WS-TODAY-DATE
        DISPLAY "La fecha de defunción no puede ser posterior a hoy."
        GO TO 2000-REGISTER-ONE-EXIT
    END-IF.
    IF PR-BIRTH-DATE OF MASTER-RECORD IS NUMERIC
            AND PR-BIRTH-DATE OF MASTER-RECORD NOT = 0
            AND WS-DEATH-DATE < PR-BIRTH-DATE OF MASTER-RECORD
        DISPLAY "La fecha de defunción es anterior a la de "
            "nacimiento (" PR-BIRTH-DATE OF MASTER-RECORD ")."
        GO TO 2000-REGISTER-ONE-EXIT
    END-IF.

    DISPLAY "Referencia del documento acreditativo: "
        WITH NO ADVANCING.
    ACCEPT WS-EVIDENCE.
    IF WS-EVIDENCE = SPACES
        DISPLAY "Sin documento acreditativo no se registra la "
            "defunción."
        GO TO 2000-REGISTER-ONE-EXIT
    END-IF.

    DISPLAY "¿Confirmar la defunción de " WS-ID " el "
        WS-DEATH-DATE "? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
        DISPLAY "Registro cancelado."
        GO TO 2000-REGISTER-ONE-EXIT
    END-IF.

    MOVE MASTER-RECORD TO WS-BEFORE-IMAGE.
    *> Quien ya estaba de baja conserva la fecha de su baja: la
    *> defunción tiene su propia fecha.
    IF NOT PR-STATUS-INACTIVE OF MASTER-RECORD
        SET PR-STATUS-INACTIVE OF MASTER-RECORD TO TRUE
        MOVE WS-TODAY-DATE TO PR-STATUS-DATE OF MASTER-RECORD
    END-IF.
    SET PR-DECEASED OF MASTER-RECORD TO TRUE.
    MOVE WS-DEATH-DATE TO PR-DEATH-DATE OF MASTER-RECORD.
    REWRITE MASTER-RECORD
        INVALID KEY
            DISPLAY "Error al registrar la defunción de " WS-ID
                " (status " WS-FILE-STATUS ")."
            GO TO 2000-REGISTER-ONE-EXIT
    END-REWRITE.
    DISPLAY "Defunción de " WS-ID " registrada.".
    ADD 1 TO WS-REGISTERED-COUNT.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-HIST-ID.
    MOVE MASTER-RECORD TO WS-AFTER-IMAGE.
    PERFORM 7500-WRITE-HISTORY.
    SET JRN-ACT-REWRITE OF WS-JRN-AREA TO TRUE.
    MOVE MASTER-RECORD TO JRN-IMAGE OF WS-JRN-AREA.
    PERFORM 7700-WRITE-JOURNAL.
    PERFORM 7750-REMEMBER-GONE.
    PERFORM 2500-WRITE-DEATH-FILE.
2000-REGISTER-ONE-EXIT.
    EXIT.

2500-WRITE-DEATH-FILE.
    OPEN EXTEND DEATH-FILE.
    IF WS-DEATH-STATUS = "35"
        OPEN OUTPUT DEATH-FILE
    END-IF.
    IF WS-DEATH-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'defunciones.txt' (status "
            WS-DEATH-STATUS ")."
    ELSE
        MOVE SPACES TO DEATH-REC
        MOVE WS-ID TO DF-PERSON-ID OF DEATH-REC
        MOVE WS-DEATH-DATE TO DF-DEATH-DATE OF DEATH-REC
        MOVE WS-EVIDENCE TO DF-EVIDENCE OF DEATH-REC
        MOVE WS-TODAY-DATE TO DF-RECORDED-DATE OF DEATH-REC
        MOVE WS-OPERATOR TO DF-OPERATOR OF DEATH-REC
        WRITE DEATH-REC
        CLOSE DEATH-FILE
    END-IF.
2500-WRITE-DEATH-FILE-EXIT.
    EXIT.

3000-CANCEL-PENDING.
    OPEN INPUT PENDING-FILE.
    IF WS-PENDING-STATUS NOT = "00"
        GO TO 3000-CANCEL-PENDING-EXIT
    END-IF.
    MOVE "N" TO WS-PENDING-EOF.
    PERFORM UNTIL WS-PENDING-EOF = "Y"
        READ PENDING-FILE
            AT END MOVE "Y" TO WS-PENDING-EOF
            NOT AT END
                IF PENDING-RECORD NOT = SPACES
                    IF WS-PEND-COUNT >= 1000
                        MOVE "Y" TO WS-PEND-OVERFLOW
                    ELSE
                        ADD 1 TO WS-PEND-COUNT
                        MOVE PENDING-RECORD
                            TO WS-PEND-LINE (WS-PEND-COUNT)
                        MOVE "Y" TO WS-PEND-KEEP (WS-PEND-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PENDING-FILE.
    *> Con la cola desbordada, reescribirla perdería las líneas que
    *> no caben en la tabla: se deja como está y se avisa.
    IF WS-PEND-OVERFLOW = "Y"
        DISPLAY "Aviso: más de 1000 pendientes; cancela a mano con "
            "PendingInquiry las de las defunciones registradas."
        GO TO 3000-CANCEL-PENDING-EXIT
    END-IF.

    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
        UNTIL WS-PEND-IDX > WS-PEND-COUNT
        PERFORM 3100-PARSE-PENDING
        MOVE WS-TRANS-ID TO WS-GONE-CHECK-ID
        PERFORM 7760-FIND-GONE
        IF WS-GONE-FOUND = "Y"
            MOVE "N" TO WS-PEND-KEEP (WS-PEND-IDX)
            ADD 1 TO WS-CANCELLED-COUNT
            MOVE WS-TRANS-ID TO WS-HIST-ID
            MOVE WS-PEND-LINE (WS-PEND-IDX) TO WS-BEFORE-IMAGE
            MOVE "** CANCELADA POR DEFUNCION **" TO WS-AFTER-IMAGE
            PERFORM 7500-WRITE-HISTORY
            DISPLAY "Pendiente cancelada: "
                FUNCTION TRIM(WS-PEND-LINE (WS-PEND-IDX))
        END-IF
    END-PERFORM.
    IF WS-CANCELLED-COUNT = 0
        GO TO 3000-CANCEL-PENDING-EXIT
    END-IF.

    OPEN OUTPUT PENDING-FILE.
    IF WS-PENDING-STATUS NOT = "00"
        DISPLAY "Error: no se pudo reescribir 'pendientes.txt' "
            "(status " WS-PENDING-STATUS ")."
        GO TO 3000-CANCEL-PENDING-EXIT
    END-IF.
    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
        UNTIL WS-PEND-IDX > WS-PEND-COUNT
        IF WS-PEND-KEEP (WS-PEND-IDX) = "Y"
            MOVE WS-PEND-LINE (WS-PEND-IDX) TO PENDING-RECORD
            WRITE PENDING-RECORD
        END-IF
    END-PERFORM.
    CLOSE PENDING-FILE.
3000-CANCEL-PENDING-EXIT.
    EXIT.

3100-PARSE-PENDING.
    *> AAAAMMDD,tipo,ID,...: el ID es el tercer campo.
    MOVE SPACES TO WS-TRANS-DATE-X.
    MOVE SPACES TO WS-TRANS-TYPE.
    MOVE SPACES TO WS-TRANS-ID-X.
    MOVE SPACES TO WS-TRANS-REST.
    MOVE 0 TO WS-TRANS-ID.
    UNSTRING WS-PEND-LINE (WS-PEND-IDX) DELIMITED BY ","
        INTO WS-TRANS-DATE-X WS-TRANS-TYPE WS-TRANS-ID-X
             WS-TRANS-REST.
    IF WS-TRANS-ID-X NOT = SPACES
        COMPUTE WS-TRANS-ID = FUNCTION NUMVAL (WS-TRANS-ID-X)
    END-IF.
3100-PARSE-PENDING-EXIT.
    EXIT.

4000-DETACH-HOUSEHOLDS.
    OPEN INPUT HOUSEHOLD-FILE.
    IF WS-HOUSEHOLD-STATUS NOT = "00"
        GO TO 4000-DETACH-HOUSEHOLDS-EXIT
    END-IF.
    MOVE "N" TO WS-HOUSEHOLD-EOF.
    PERFORM UNTIL WS-HOUSEHOLD-EOF = "Y"
        READ HOUSEHOLD-FILE
            AT END MOVE "Y" TO WS-HOUSEHOLD-EOF
            NOT AT END
                IF WS-HG-COUNT >= 1200
                    MOVE "Y" TO WS-HG-OVERFLOW
                ELSE
                    ADD 1 TO WS-HG-COUNT
                    MOVE HOUSEHOLD-REC TO WS-HG-LINE (WS-HG-COUNT)
                    MOVE "Y" TO WS-HG-KEEP (WS-HG-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HOUSEHOLD-FILE.
    IF WS-HG-OVERFLOW = "Y"
        DISPLAY "Aviso: 'hogares.txt' no cabe en memoria; desvincula "
            "a mano con HouseholdMaintenance a las personas fallecidas."
        GO TO 4000-DETACH-HOUSEHOLDS-EXIT
    END-IF.

    PERFORM VARYING WS-HG-IDX FROM 1 BY 1
        UNTIL WS-HG-IDX > WS-HG-COUNT
        MOVE WS-HG-LINE (WS-HG-IDX) TO HOUSEHOLD-REC
        IF HG-TYPE-MEMBER OF HOUSEHOLD-REC
            MOVE HG-PERSON-ID OF HOUSEHOLD-REC TO WS-GONE-CHECK-ID
            PERFORM 7760-FIND-GONE
            IF WS-GONE-FOUND = "Y"
                MOVE "N" TO WS-HG-KEEP (WS-HG-IDX)
                ADD 1 TO WS-DETACHED-COUNT
                DISPLAY "Persona " HG-PERSON-ID OF HOUSEHOLD-REC
                    " desvinculada del grupo "
                    HG-GROUP-ID OF HOUSEHOLD-REC "."
            END-IF
        END-IF
    END-PERFORM.
    IF WS-DETACHED-COUNT = 0
        GO TO 4000-DETACH-HOUSEHOLDS-EXIT
    END-IF.

    OPEN OUTPUT HOUSEHOLD-FILE.
    IF WS-HOUSEHOLD-STATUS NOT = "00"
        DISPLAY "Error: no se pudo guardar 'hogares.txt' (status "
            WS-HOUSEHOLD-STATUS ")."
        GO TO 4000-DETACH-HOUSEHOLDS-EXIT
    END-IF.
    PERFORM VARYING WS-HG-IDX FROM 1 BY 1
        UNTIL WS-HG-IDX > WS-HG-COUNT
        IF WS-HG-KEEP (WS-HG-IDX) = "Y"
            MOVE WS-HG-LINE (WS-HG-IDX) TO HOUSEHOLD-REC
            WRITE HOUSEHOLD-REC
        END-IF
    END-PERFORM.
    CLOSE HOUSEHOLD-FILE.
4000-DETACH-HOUSEHOLDS-EXIT.
    EXIT.

7500-WRITE-HISTORY.
    *> Asiento con la imagen anterior y posterior: el registro del
    *> maestro en la defunción, la línea de la transacción y la marca
    *> de cancelación en las pendientes.
    OPEN EXTEND HISTORY-FILE.
    IF WS-HISTORY-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'historial.txt' (status "
            WS-HISTORY-STATUS ")."
    ELSE
        ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD
        ACCEPT WS-HIST-TIME FROM TIME
        MOVE SPACES TO HISTORY-REC
        MOVE WS-HIST-ID TO HR-PERSON-ID OF HISTORY-REC
        MOVE WS-HIST-DATE TO HR-CHANGE-DATE OF HISTORY-REC
        MOVE WS-HIST-TIME (1:6) TO HR-CHANGE-TIME OF HISTORY-REC
        MOVE "DeceasedRegister" TO HR-PROGRAM OF HISTORY-REC
        MOVE WS-OPERATOR TO HR-OPERATOR OF HISTORY-REC
        MOVE WS-BEFORE-IMAGE TO HR-BEFORE-IMAGE OF HISTORY-REC
        MOVE WS-AFTER-IMAGE TO HR-AFTER-IMAGE OF HISTORY-REC
        WRITE HISTORY-REC
        CLOSE HISTORY-FILE
    END-IF.
7500-WRITE-HISTORY-EXIT.
    EXIT.

7700-WRITE-JOURNAL.
    MOVE "DeceasedRegister" TO JRN-PROGRAM OF WS-JRN-AREA.
    CALL "JournalWriter" USING WS-JRN-AREA.
7700-WRITE-JOURNAL-EXIT.
    EXIT.

7750-REMEMBER-GONE.
    IF WS-GONE-COUNT < 1000
        ADD 1 TO WS-GONE-COUNT
        MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-GONE-ID (WS-GONE-COUNT)
    END-IF.
7750-REMEMBER-GONE-EXIT.
    EXIT.

7760-FIND-GONE.
    MOVE "N" TO WS-GONE-FOUND.
    PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
        UNTIL WS-GONE-IDX > WS-GONE-COUNT
        IF WS-GONE-ID (WS-GONE-IDX) = WS-GONE-CHECK-ID
            MOVE "Y" TO WS-GONE-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
7760-FIND-GONE-EXIT.
    EXIT.

7800-ALERT-GUARDIANS.
    PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
        UNTIL WS-GONE-IDX > WS-GONE-COUNT
        MOVE WS-GONE-ID (WS-GONE-IDX) TO GDA-GUARDIAN-ID OF WS-GDA-AREA
        MOVE "DEFUN" TO GDA-EVENT OF WS-GDA-AREA
        MOVE 0 TO GDA-SURVIVOR-ID OF WS-GDA-AREA
        MOVE "DeceasedRegister" TO GDA-PROGRAM OF WS-GDA-AREA
        CALL "GuardianAlert" USING WS-GDA-AREA
    END-PERFORM.
7800-ALERT-GUARDIANS-EXIT.
    EXIT.

7850-CANCEL-CARDS.
    PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
        UNTIL WS-GONE-IDX > WS-GONE-COUNT
        MOVE WS-GONE-ID (WS-GONE-IDX) TO CXL-PERSON-ID OF WS-CXL-AREA
        MOVE "DEFUN" TO CXL-EVENT OF WS-CXL-AREA
        MOVE "DeceasedRegister" TO CXL-PROGRAM OF WS-CXL-AREA
        CALL "CardCancel" USING WS-CXL-AREA
    END-PERFORM.
7850-CANCEL-CARDS-EXIT.
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
    STRING "DEFUNCIONES=" DELIMITED BY SIZE
           WS-REGISTERED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "DeceasedRegister" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
