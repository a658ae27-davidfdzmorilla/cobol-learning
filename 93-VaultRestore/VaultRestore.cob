IDENTIFICATION DIVISION.
PROGRAM-ID. VaultRestore.
*> Verificación y reposición del depósito de recuperación ante
*> desastres que deja VaultBackup (BOVEDA.AAAAMMDD, ver VAULTREC.cpy).
*> Primero se recorre el depósito entero recalculando, para cada
*> miembro, los registros y la suma de control y cotejándolos con el
*> manifiesto; un depósito truncado, retocado o con el manifiesto
*> descuadrado no se repone. Después se reponen todos los miembros o
*> sólo los pedidos, y únicamente en un directorio donde no existan
*> ya: es la máquina de recambio, no un deshacer (para eso está
*> RestorePersonas). Al terminar se pasan las comprobaciones de
*> integridad sobre lo repuesto: AuditVerify si vuelve la bitácora,
*> IntegrityVerifier y OrphanSweep (en modo listar) si vuelve el
*> maestro.
*> Variables:
*>   BOVEDA_FICHERO  depósito a usar (por omisión BOVEDA.<hoy>);
*>   BOVEDA_MODO     V sólo verifica; cualquier otro valor repone;
*>   BOVEDA_MIEMBROS nombres de los miembros separados por comas
*>                   (en blanco, el juego completo).
*> El detalle queda en boveda.rpt. Termina con RETURN-CODE 0, 8 si
*> lo repuesto no pasa las comprobaciones o el operador no tiene
*> nivel, o 16 si el depósito está dañado o no se pudo reponer.

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
    SELECT MEMBER-FILE ASSIGN TO WS-MEMBER-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MEMBER-STATUS.
    SELECT VAULT-FILE ASSIGN TO WS-VAULT-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-VAULT-STATUS.
    SELECT REPORT-FILE ASSIGN TO "boveda.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD MEMBER-FILE.
01 MEMBER-RECORD PIC X(250).

FD VAULT-FILE.
    COPY VAULTREC REPLACING VAULT-RECORD BY VAULT-REC.

FD REPORT-FILE.
01 REPORT-LINE PIC X(100).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-MEMBER-STATUS PIC XX VALUE "00".
01 WS-VAULT-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-MEMBER-FILE-NAME PIC X(30) VALUE SPACES.
01 WS-VAULT-FILE-NAME PIC X(30) VALUE SPACES.
01 WS-RUN-DATE PIC 9(08) VALUE 0.

*> Parámetros de la ejecución.
01 WS-VAULT-ENV PIC X(30) VALUE SPACES.
01 WS-MODE-ENV PIC X(01) VALUE SPACES.
01 WS-SELECT-ENV PIC X(250) VALUE SPACES.
01 WS-SELECT-PTR PIC 9(03) VALUE 0.
01 WS-SELECT-NAME PIC X(30) VALUE SPACES.
01 WS-SELECT-FOUND PIC X VALUE "N".

*> Manifiesto y recuento real por número de miembro.
01 WS-MF-TABLE.
    05 WS-MF-ENTRY OCCURS 50 TIMES.
        10 WS-MF-NAME      PIC X(30).
        10 WS-MF-SEEN      PIC X(01).
        10 WS-MF-PRESENT   PIC X(01).
        10 WS-MF-COUNT     PIC 9(08).
        10 WS-MF-CHECK     PIC 9(08).
        10 WS-RD-COUNT     PIC 9(08).
        10 WS-RD-CHECK     PIC 9(08).
        10 WS-MF-SELECTED  PIC X(01).
        10 WS-MF-OPENED    PIC X(01).
        10 WS-MF-RESTORED  PIC 9(08).
01 WS-MF-IDX PIC 9(02) VALUE 0.
01 WS-MF-SEEN-COUNT PIC 9(02) VALUE 0.
01 WS-CUR-MEMBER PIC 9(02) VALUE 0.
01 WS-OPEN-MEMBER PIC 9(02) VALUE 0.

*> Cabecera y trailer del depósito.
01 WS-HEADER-SEEN PIC X VALUE "N".
01 WS-TRAILER-SEEN PIC X VALUE "N".
01 WS-MANIFEST-STARTED PIC X VALUE "N".
01 WS-VAULT-DATE PIC 9(08) VALUE 0.
01 WS-VAULT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-TRAILER-MEMBERS PIC 9(02) VALUE 0.
01 WS-TRAILER-LINES PIC 9(08) VALUE 0.
01 WS-DATA-READ PIC 9(08) VALUE 0.
01 WS-LINE-NUMBER PIC 9(08) VALUE 0.

*> Suma de control encadenada, con la fórmula de AuditSeal.
01 WS-CHECK-WORK PIC 9(12) VALUE 0.
01 WS-SCAN-POS PIC 9(03) VALUE 0.
01 WS-CHAR-ORD PIC 9(03) VALUE 0.

*> Resultado de la ejecución.
01 WS-VAULT-ERRORS PIC 9(04) VALUE 0.
01 WS-SELECT-ERRORS PIC 9(02) VALUE 0.
01 WS-TARGET-BUSY PIC 9(02) VALUE 0.
01 WS-RESTORE-ERRORS PIC 9(06) VALUE 0.
01 WS-RESTORED-MEMBERS PIC 9(02) VALUE 0.
01 WS-ERROR-TEXT PIC X(60) VALUE SPACES.
01 WS-MEMBER-RESULT PIC X(12) VALUE SPACES.
01 WS-MASTER-RESTORED PIC X VALUE "N".
01 WS-AUDIT-RESTORED PIC X VALUE "N".
01 WS-CALL-PROGRAM PIC X(20) VALUE SPACES.
01 WS-CALL-RC PIC 9(02) VALUE 0.
01 WS-CHECK-RC PIC 9(02) VALUE 0.
01 WS-FINAL-RC PIC 9(02) VALUE 0.

*> Niveles de autorización para operaciones destructivas.
COPY AUTHAREA REPLACING AUTH-AREA BY WS-AUTH-AREA.

*> Bloqueo de un solo escritor sobre personas.txt.
COPY LOCKAREA REPLACING LOCK-AREA BY WS-LOCK-AREA.
01 WS-LOCK-CONFIRM PIC X VALUE "N".

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
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-VAULT-ENV FROM ENVIRONMENT "BOVEDA_FICHERO".
    ACCEPT WS-MODE-ENV FROM ENVIRONMENT "BOVEDA_MODO".
    ACCEPT WS-SELECT-ENV FROM ENVIRONMENT "BOVEDA_MIEMBROS".
    IF WS-MODE-ENV = "v"
        MOVE "V" TO WS-MODE-ENV
    END-IF.
    IF WS-VAULT-ENV NOT = SPACES
        MOVE WS-VAULT-ENV TO WS-VAULT-FILE-NAME
    ELSE
        MOVE SPACES TO WS-VAULT-FILE-NAME
        STRING "BOVEDA." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
            INTO WS-VAULT-FILE-NAME
    END-IF.
    PERFORM VARYING WS-MF-IDX FROM 1 BY 1 UNTIL WS-MF-IDX > 50
        MOVE SPACES TO WS-MF-NAME (WS-MF-IDX)
        MOVE "N" TO WS-MF-SEEN (WS-MF-IDX)
        MOVE "N" TO WS-MF-PRESENT (WS-MF-IDX)
        MOVE 0 TO WS-MF-COUNT (WS-MF-IDX)
        MOVE 0 TO WS-MF-CHECK (WS-MF-IDX)
        MOVE 0 TO WS-RD-COUNT (WS-MF-IDX)
        MOVE 0 TO WS-RD-CHECK (WS-MF-IDX)
        MOVE "N" TO WS-MF-SELECTED (WS-MF-IDX)
        MOVE "N" TO WS-MF-OPENED (WS-MF-IDX)
        MOVE 0 TO WS-MF-RESTORED (WS-MF-IDX)
    END-PERFORM.

    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO REPORT-LINE.
    STRING "VERIFICACION Y REPOSICION DEL DEPOSITO "
               DELIMITED BY SIZE
           WS-VAULT-FILE-NAME DELIMITED BY SPACE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    OPEN INPUT VAULT-FILE.
    IF WS-VAULT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir el depósito '"
            FUNCTION TRIM(WS-VAULT-FILE-NAME) "' (status "
            WS-VAULT-STATUS ")."
        MOVE "DEPOSITO NO DISPONIBLE" TO REPORT-LINE
        WRITE REPORT-LINE
        CLOSE REPORT-FILE
        MOVE "BOVEDA NO DISPONIBLE" TO WS-AUDIT-DETAIL
        PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-WRITE-AUDIT-LOG-EXIT
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 1000-VERIFY-VAULT THRU 1000-VERIFY-VAULT-EXIT.
    CLOSE VAULT-FILE.
    PERFORM 1800-REPORT-MANIFEST THRU 1800-REPORT-MANIFEST-EXIT.

    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-VAULT-ERRORS > 0
        MOVE SPACES TO REPORT-LINE
        STRING "RESULTADO: DEPOSITO DANADO, " DELIMITED BY SIZE
               WS-VAULT-ERRORS DELIMITED BY SIZE
               " DEFECTOS; NO SE REPONE NADA" DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        CLOSE REPORT-FILE
        DISPLAY "DEPOSITO DAÑADO: " WS-VAULT-ERRORS
            " defectos (detalle en 'boveda.rpt'); no se repone nada."
        MOVE "BOVEDA DANADA" TO WS-AUDIT-DETAIL
        PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-WRITE-AUDIT-LOG-EXIT
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE "RESULTADO: DEPOSITO VERIFICADO" TO REPORT-LINE.
    WRITE REPORT-LINE.
    DISPLAY "Depósito '" FUNCTION TRIM(WS-VAULT-FILE-NAME)
        "' del " WS-VAULT-DATE " verificado: " WS-MF-SEEN-COUNT
        " miembros, " WS-DATA-READ " registros.".
    IF WS-MODE-ENV = "V"
        CLOSE REPORT-FILE
        MOVE "BOVEDA VERIF OK" TO WS-AUDIT-DETAIL
        PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-WRITE-AUDIT-LOG-EXIT
        GOBACK
    END-IF.

    PERFORM 2000-SELECT-MEMBERS THRU 2000-SELECT-MEMBERS-EXIT.
    IF WS-SELECT-ERRORS > 0
        CLOSE REPORT-FILE
        DISPLAY "Miembros pedidos que no están en el depósito: "
            WS-SELECT-ERRORS " (detalle en 'boveda.rpt'); no se "
            "repone nada."
        MOVE "BOVEDA SELECCION KO" TO WS-AUDIT-DETAIL
        PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-WRITE-AUDIT-LOG-EXIT
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE 3 TO AUT-REQUIRED-LEVEL OF WS-AUTH-AREA.
    MOVE "RESTAURAR BOVEDA" TO AUT-OPERATION OF WS-AUTH-AREA.
    CALL "OperatorAuth" USING WS-AUTH-AREA.
    IF AUT-DENIED OF WS-AUTH-AREA
        DISPLAY "Operación denegada: reponer un depósito exige "
            "nivel 3 y el operador "
            FUNCTION TRIM(AUT-OPERATOR OF WS-AUTH-AREA)
            " tiene nivel " AUT-OPERATOR-LEVEL OF WS-AUTH-AREA "."
        CLOSE REPORT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM 2500-CHECK-TARGET THRU 2500-CHECK-TARGET-EXIT.
    IF WS-TARGET-BUSY > 0
        CLOSE REPORT-FILE
        DISPLAY "El directorio no está vacío: " WS-TARGET-BUSY
            " miembros ya existen (detalle en 'boveda.rpt'); no se "
            "repone nada."
        MOVE "BOVEDA DESTINO OCUPADO" TO WS-AUDIT-DETAIL
        PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-WRITE-AUDIT-LOG-EXIT
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    IF WS-MF-SELECTED (1) = "S" AND WS-MF-PRESENT (1) = "S"
        PERFORM 0500-ACQUIRE-MASTER-LOCK
        IF LCK-BUSY OF WS-LOCK-AREA
            CLOSE REPORT-FILE
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    PERFORM 3000-RESTORE-MEMBERS THRU 3000-RESTORE-MEMBERS-EXIT.
    IF WS-MF-SELECTED (1) = "S" AND WS-MF-PRESENT (1) = "S"
        PERFORM 0600-RELEASE-MASTER-LOCK
    END-IF.

    IF WS-RESTORE-ERRORS > 0
        MOVE SPACES TO REPORT-LINE
        STRING "RESULTADO: REPOSICION INCOMPLETA, " DELIMITED BY SIZE
               WS-RESTORE-ERRORS DELIMITED BY SIZE
               " ERRORES" DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 16 TO WS-FINAL-RC
    ELSE
        PERFORM 4000-RUN-CHECKS THRU 4000-RUN-CHECKS-EXIT
        MOVE SPACES TO REPORT-LINE
        IF WS-CHECK-RC > 0
            STRING "RESULTADO: REPUESTO, COMPROBACIONES CON "
                       DELIMITED BY SIZE
                   "INCIDENCIAS (RC " DELIMITED BY SIZE
                   WS-CHECK-RC DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                INTO REPORT-LINE
            MOVE 8 TO WS-FINAL-RC
        ELSE
            IF WS-AUDIT-RESTORED = "Y" OR WS-MASTER-RESTORED = "Y"
                MOVE "RESULTADO: REPUESTO Y COMPROBADO" TO REPORT-LINE
            ELSE
                MOVE "RESULTADO: REPUESTO" TO REPORT-LINE
            END-IF
        END-IF
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.

    DISPLAY "Repuestos " WS-RESTORED-MEMBERS " miembros desde '"
        FUNCTION TRIM(WS-VAULT-FILE-NAME) "' con " WS-RESTORE-ERRORS
        " errores; comprobaciones RC " WS-CHECK-RC
        " (detalle en 'boveda.rpt').".
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING "BOVEDA REP=" DELIMITED BY SIZE
           WS-RESTORED-MEMBERS DELIMITED BY SIZE
           " RC=" DELIMITED BY SIZE
           WS-FINAL-RC DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-WRITE-AUDIT-LOG-EXIT.
    MOVE WS-FINAL-RC TO RETURN-CODE.
    GOBACK.

0500-ACQUIRE-MASTER-LOCK.
    SET LCK-REQ-ACQUIRE OF WS-LOCK-AREA TO TRUE.
    MOVE "VaultRestore" TO LCK-PROGRAM OF WS-LOCK-AREA.
    CALL "PersonasLock" USING WS-LOCK-AREA.
    IF LCK-BUSY OF WS-LOCK-AREA
        DISPLAY "Fichero ocupado: 'personas.txt' está en uso por "
            FUNCTION TRIM(LCK-HOLDER-PROGRAM OF WS-LOCK-AREA)
            " / operador "
            FUNCTION TRIM(LCK-HOLDER-OPERATOR OF WS-LOCK-AREA)
            " desde las " LCK-HOLDER-TIME OF WS-LOCK-AREA "."
        DISPLAY "¿Forzar el bloqueo bajo supervisión? (Y/N): "
            WITH NO ADVANCING
        ACCEPT WS-LOCK-CONFIRM
        IF WS-LOCK-CONFIRM = "Y" OR WS-LOCK-CONFIRM = "y"
            SET LCK-REQ-FORCE OF WS-LOCK-AREA TO TRUE
            CALL "PersonasLock" USING WS-LOCK-AREA
        END-IF
    END-IF.
0500-ACQUIRE-MASTER-LOCK-EXIT.
    EXIT.

0600-RELEASE-MASTER-LOCK.
    SET LCK-REQ-RELEASE OF WS-LOCK-AREA TO TRUE.
    MOVE "VaultRestore" TO LCK-PROGRAM OF WS-LOCK-AREA.
    CALL "PersonasLock" USING WS-LOCK-AREA.
0600-RELEASE-MASTER-LOCK-EXIT.
    EXIT.

1000-VERIFY-VAULT.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ VAULT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-LINE-NUMBER
                PERFORM 1100-VERIFY-LINE THRU 1100-VERIFY-LINE-EXIT
        END-READ
    END-PERFORM.
    IF WS-TRAILER-SEEN NOT = "Y"
        MOVE "Sin trailer: depósito truncado" TO WS-ERROR-TEXT
        PERFORM 1900-REPORT-ERROR
        GO TO 1000-VERIFY-VAULT-EXIT
    END-IF.
    IF WS-TRAILER-LINES NOT = WS-DATA-READ
        MOVE "El trailer no cuadra con los registros leídos"
            TO WS-ERROR-TEXT
        PERFORM 1900-REPORT-ERROR
    END-IF.
    IF WS-TRAILER-MEMBERS NOT = WS-MF-SEEN-COUNT
        MOVE "El trailer no cuadra con el manifiesto"
            TO WS-ERROR-TEXT
        PERFORM 1900-REPORT-ERROR
    END-IF.
1000-VERIFY-VAULT-EXIT.
    EXIT.

1100-VERIFY-LINE.
    IF WS-LINE-NUMBER = 1
        IF VT-TYPE-HEADER OF VAULT-REC
            MOVE "Y" TO WS-HEADER-SEEN
            MOVE VH-VAULT-DATE OF VAULT-REC TO WS-VAULT-DATE
            MOVE VH-OPERATOR OF VAULT-REC TO WS-VAULT-OPERATOR
            GO TO 1100-VERIFY-LINE-EXIT
        END-IF
        MOVE "Sin cabecera: no es un depósito" TO WS-ERROR-TEXT
        PERFORM 1900-REPORT-ERROR
    END-IF.
    IF WS-TRAILER-SEEN = "Y"
        MOVE "Líneas detrás del trailer" TO WS-ERROR-TEXT
        PERFORM 1900-REPORT-ERROR
        GO TO 1100-VERIFY-LINE-EXIT
    END-IF.
    IF VT-TYPE-TRAILER OF VAULT-REC
        MOVE "Y" TO WS-TRAILER-SEEN
        IF VX-MEMBER-COUNT OF VAULT-REC IS NUMERIC
            MOVE VX-MEMBER-COUNT OF VAULT-REC TO WS-TRAILER-MEMBERS
        END-IF
        IF VX-DATA-LINES OF VAULT-REC IS NUMERIC
            MOVE VX-DATA-LINES OF VAULT-REC TO WS-TRAILER-LINES
        END-IF
        GO TO 1100-VERIFY-LINE-EXIT
    END-IF.
    IF NOT VT-TYPE-DATA OF VAULT-REC
            AND NOT VT-TYPE-MANIFEST OF VAULT-REC
        MOVE "Tipo de línea desconocido" TO WS-ERROR-TEXT
        PERFORM 1900-REPORT-ERROR
        GO TO 1100-VERIFY-LINE-EXIT
    END-IF.
    IF VT-MEMBER-NO OF VAULT-REC IS NOT NUMERIC
        MOVE "Número de miembro ilegible" TO WS-ERROR-TEXT
        PERFORM 1900-REPORT-ERROR
        GO TO 1100-VERIFY-LINE-EXIT
    END-IF.
    MOVE VT-MEMBER-NO OF VAULT-REC TO WS-CUR-MEMBER.
    IF WS-CUR-MEMBER = 0 OR WS-CUR-MEMBER > 50
        MOVE "Número de miembro fuera de rango" TO WS-ERROR-TEXT
        PERFORM 1900-REPORT-ERROR
        GO TO 1100-VERIFY-LINE-EXIT
    END-IF.

    IF VT-TYPE-MANIFEST OF VAULT-REC
        MOVE "Y" TO WS-MANIFEST-STARTED
        IF WS-MF-SEEN (WS-CUR-MEMBER) = "Y"
            MOVE "Miembro repetido en el manifiesto" TO WS-ERROR-TEXT
            PERFORM 1900-REPORT-ERROR
            GO TO 1100-VERIFY-LINE-EXIT
        END-IF
        IF VM-RECORD-COUNT OF VAULT-REC IS NOT NUMERIC
                OR VM-CHECKSUM OF VAULT-REC IS NOT NUMERIC
            MOVE "Línea de manifiesto ilegible" TO WS-ERROR-TEXT
            PERFORM 1900-REPORT-ERROR
            GO TO 1100-VERIFY-LINE-EXIT
        END-IF
        MOVE "Y" TO WS-MF-SEEN (WS-CUR-MEMBER)
        ADD 1 TO WS-MF-SEEN-COUNT
        MOVE VM-MEMBER-NAME OF VAULT-REC TO WS-MF-NAME (WS-CUR-MEMBER)
        MOVE VM-PRESENT OF VAULT-REC TO WS-MF-PRESENT (WS-CUR-MEMBER)
        MOVE VM-RECORD-COUNT OF VAULT-REC
            TO WS-MF-COUNT (WS-CUR-MEMBER)
        MOVE VM-CHECKSUM OF VAULT-REC TO WS-MF-CHECK (WS-CUR-MEMBER)
        GO TO 1100-VERIFY-LINE-EXIT
    END-IF.

    IF WS-MANIFEST-STARTED = "Y"
        MOVE "Registros de datos detrás del manifiesto"
            TO WS-ERROR-TEXT
        PERFORM 1900-REPORT-ERROR
        GO TO 1100-VERIFY-LINE-EXIT
    END-IF.
    ADD 1 TO WS-DATA-READ.
    ADD 1 TO WS-RD-COUNT (WS-CUR-MEMBER).
    MOVE WS-RD-CHECK (WS-CUR-MEMBER) TO WS-CHECK-WORK.
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > 250
        COMPUTE WS-CHAR-ORD =
            FUNCTION ORD (VT-BODY OF VAULT-REC (WS-SCAN-POS:1))
        COMPUTE WS-CHECK-WORK = FUNCTION MOD
            (WS-CHECK-WORK * 31 + WS-CHAR-ORD * WS-SCAN-POS,
             99999989)
    END-PERFORM.
    MOVE WS-CHECK-WORK TO WS-RD-CHECK (WS-CUR-MEMBER).
1100-VERIFY-LINE-EXIT.
    EXIT.

1800-REPORT-MANIFEST.
    MOVE SPACES TO REPORT-LINE.
    STRING "Depósito del " DELIMITED BY SIZE
           WS-VAULT-DATE DELIMITED BY SIZE
           " tomado por " DELIMITED BY SIZE
           WS-VAULT-OPERATOR DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " Nº MIEMBRO                         EST  MANIFIESTO   LEIDOS  SUMA     RESULTADO"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-MF-IDX FROM 1 BY 1 UNTIL WS-MF-IDX > 50
        IF WS-MF-SEEN (WS-MF-IDX) = "N" AND WS-RD-COUNT (WS-MF-IDX) > 0
            MOVE SPACES TO WS-ERROR-TEXT
            STRING "Registros del miembro " DELIMITED BY SIZE
                   WS-MF-IDX DELIMITED BY SIZE
                   " sin línea de manifiesto" DELIMITED BY SIZE
                INTO WS-ERROR-TEXT
            PERFORM 1900-REPORT-ERROR
        END-IF
        IF WS-MF-SEEN (WS-MF-IDX) = "Y"
            MOVE "OK" TO WS-MEMBER-RESULT
            IF WS-RD-COUNT (WS-MF-IDX) NOT = WS-MF-COUNT (WS-MF-IDX)
                MOVE "RECUENTO KO" TO WS-MEMBER-RESULT
                ADD 1 TO WS-VAULT-ERRORS
            ELSE
                IF WS-RD-CHECK (WS-MF-IDX)
                        NOT = WS-MF-CHECK (WS-MF-IDX)
                    MOVE "SUMA KO" TO WS-MEMBER-RESULT
                    ADD 1 TO WS-VAULT-ERRORS
                END-IF
            END-IF
            IF WS-MF-PRESENT (WS-MF-IDX) = "N"
                    AND WS-MEMBER-RESULT = "OK"
                MOVE "AUSENTE" TO WS-MEMBER-RESULT
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING " " DELIMITED BY SIZE
                   WS-MF-IDX DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MF-NAME (WS-MF-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MF-PRESENT (WS-MF-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-MF-COUNT (WS-MF-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RD-COUNT (WS-MF-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RD-CHECK (WS-MF-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MEMBER-RESULT DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.
1800-REPORT-MANIFEST-EXIT.
    EXIT.

1900-REPORT-ERROR.
    ADD 1 TO WS-VAULT-ERRORS.
    MOVE SPACES TO REPORT-LINE.
    STRING " *** Línea " DELIMITED BY SIZE
           WS-LINE-NUMBER DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-ERROR-TEXT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
1900-REPORT-ERROR-EXIT.
    EXIT.

2000-SELECT-MEMBERS.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-SELECT-ENV = SPACES
        *> Sin lista se repone el juego completo.
        PERFORM VARYING WS-MF-IDX FROM 1 BY 1 UNTIL WS-MF-IDX > 50
            IF WS-MF-SEEN (WS-MF-IDX) = "Y"
                MOVE "S" TO WS-MF-SELECTED (WS-MF-IDX)
            END-IF
        END-PERFORM
        MOVE "Reposición del juego completo" TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 2000-SELECT-MEMBERS-EXIT
    END-IF.
    MOVE "Reposición de los miembros pedidos" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE 1 TO WS-SELECT-PTR.
    PERFORM UNTIL WS-SELECT-PTR > 250
        MOVE SPACES TO WS-SELECT-NAME
        UNSTRING WS-SELECT-ENV DELIMITED BY ","
            INTO WS-SELECT-NAME
            WITH POINTER WS-SELECT-PTR
        END-UNSTRING
        MOVE FUNCTION TRIM(WS-SELECT-NAME) TO WS-SELECT-NAME
        IF WS-SELECT-NAME NOT = SPACES
            MOVE "N" TO WS-SELECT-FOUND
            PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                UNTIL WS-MF-IDX > 50
                IF WS-MF-SEEN (WS-MF-IDX) = "Y"
                        AND WS-MF-NAME (WS-MF-IDX) = WS-SELECT-NAME
                    MOVE "S" TO WS-MF-SELECTED (WS-MF-IDX)
                    MOVE "Y" TO WS-SELECT-FOUND
                END-IF
            END-PERFORM
            IF WS-SELECT-FOUND = "N"
                ADD 1 TO WS-SELECT-ERRORS
                MOVE SPACES TO REPORT-LINE
                STRING " *** No está en el depósito: " DELIMITED BY SIZE
                       WS-SELECT-NAME DELIMITED BY SPACE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
        END-IF
    END-PERFORM.
2000-SELECT-MEMBERS-EXIT.
    EXIT.

2500-CHECK-TARGET.
    *> Sólo se repone donde el miembro no existe: un depósito no
    *> pisa ficheros vivos.
    PERFORM VARYING WS-MF-IDX FROM 1 BY 1 UNTIL WS-MF-IDX > 50
        IF WS-MF-SELECTED (WS-MF-IDX) = "S"
                AND WS-MF-PRESENT (WS-MF-IDX) = "S"
            IF WS-MF-IDX = 1
                OPEN INPUT MASTER-FILE
                MOVE WS-FILE-STATUS TO WS-MEMBER-STATUS
                IF WS-FILE-STATUS = "00"
                    CLOSE MASTER-FILE
                END-IF
            ELSE
                MOVE WS-MF-NAME (WS-MF-IDX) TO WS-MEMBER-FILE-NAME
                OPEN INPUT MEMBER-FILE
                IF WS-MEMBER-STATUS = "00"
                    CLOSE MEMBER-FILE
                END-IF
            END-IF
            IF WS-MEMBER-STATUS NOT = "35"
                ADD 1 TO WS-TARGET-BUSY
                MOVE SPACES TO REPORT-LINE
                STRING " *** Ya existe en el directorio: "
                           DELIMITED BY SIZE
                       WS-MF-NAME (WS-MF-IDX) DELIMITED BY SPACE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
        END-IF
    END-PERFORM.
2500-CHECK-TARGET-EXIT.
    EXIT.

3000-RESTORE-MEMBERS.
    OPEN INPUT VAULT-FILE.
    IF WS-VAULT-STATUS NOT = "00"
        ADD 1 TO WS-RESTORE-ERRORS
        GO TO 3000-RESTORE-MEMBERS-EXIT
    END-IF.
    MOVE 0 TO WS-OPEN-MEMBER.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ VAULT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF VT-TYPE-DATA OF VAULT-REC
                    MOVE VT-MEMBER-NO OF VAULT-REC TO WS-CUR-MEMBER
                    IF WS-MF-SELECTED (WS-CUR-MEMBER) = "S"
                        PERFORM 3100-RESTORE-LINE
                            THRU 3100-RESTORE-LINE-EXIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE VAULT-FILE.
    PERFORM 3300-CLOSE-MEMBER.

    *> Un miembro que existía vacío se repone vacío.
    PERFORM VARYING WS-MF-IDX FROM 1 BY 1 UNTIL WS-MF-IDX > 50
        IF WS-MF-SELECTED (WS-MF-IDX) = "S"
                AND WS-MF-PRESENT (WS-MF-IDX) = "S"
                AND WS-MF-OPENED (WS-MF-IDX) = "N"
            MOVE WS-MF-IDX TO WS-CUR-MEMBER
            PERFORM 3200-OPEN-MEMBER
            PERFORM 3300-CLOSE-MEMBER
        END-IF
    END-PERFORM.

    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-MF-IDX FROM 1 BY 1 UNTIL WS-MF-IDX > 50
        IF WS-MF-SELECTED (WS-MF-IDX) = "S"
            EVALUATE TRUE
                WHEN WS-MF-PRESENT (WS-MF-IDX) NOT = "S"
                    MOVE "NO EXISTIA" TO WS-MEMBER-RESULT
                WHEN WS-MF-OPENED (WS-MF-IDX) = "E"
                    MOVE "NO SE CREA" TO WS-MEMBER-RESULT
                WHEN WS-MF-RESTORED (WS-MF-IDX)
                        NOT = WS-MF-COUNT (WS-MF-IDX)
                    MOVE "INCOMPLETO" TO WS-MEMBER-RESULT
                    ADD 1 TO WS-RESTORE-ERRORS
                WHEN OTHER
                    MOVE "REPUESTO" TO WS-MEMBER-RESULT
                    ADD 1 TO WS-RESTORED-MEMBERS
                    IF WS-MF-IDX = 1
                        MOVE "Y" TO WS-MASTER-RESTORED
                    END-IF
                    IF WS-MF-NAME (WS-MF-IDX) = "auditoria.log"
                        MOVE "Y" TO WS-AUDIT-RESTORED
                    END-IF
            END-EVALUATE
            MOVE SPACES TO REPORT-LINE
            STRING " " DELIMITED BY SIZE
                   WS-MF-IDX DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MF-NAME (WS-MF-IDX) DELIMITED BY SIZE
                   "  repuestos " DELIMITED BY SIZE
                   WS-MF-RESTORED (WS-MF-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MEMBER-RESULT DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.
3000-RESTORE-MEMBERS-EXIT.
    EXIT.

3100-RESTORE-LINE.
    IF WS-CUR-MEMBER NOT = WS-OPEN-MEMBER
        PERFORM 3300-CLOSE-MEMBER
        PERFORM 3200-OPEN-MEMBER
    END-IF.
    IF WS-MF-OPENED (WS-CUR-MEMBER) = "E"
        GO TO 3100-RESTORE-LINE-EXIT
    END-IF.
    IF WS-CUR-MEMBER = 1
        MOVE VT-BODY OF VAULT-REC (1:80) TO MASTER-RECORD
        WRITE MASTER-RECORD
            INVALID KEY
                DISPLAY "Error al reponer el ID "
                    PR-PERSON-ID OF MASTER-RECORD
                    " (status " WS-FILE-STATUS ")."
                ADD 1 TO WS-RESTORE-ERRORS
            NOT INVALID KEY
                ADD 1 TO WS-MF-RESTORED (1)
        END-WRITE
    ELSE
        MOVE VT-BODY OF VAULT-REC TO MEMBER-RECORD
        WRITE MEMBER-RECORD
        IF WS-MEMBER-STATUS = "00"
            ADD 1 TO WS-MF-RESTORED (WS-CUR-MEMBER)
        ELSE
            ADD 1 TO WS-RESTORE-ERRORS
        END-IF
    END-IF.
3100-RESTORE-LINE-EXIT.
    EXIT.

3200-OPEN-MEMBER.
    MOVE WS-CUR-MEMBER TO WS-OPEN-MEMBER.
    MOVE "Y" TO WS-MF-OPENED (WS-CUR-MEMBER).
    IF WS-CUR-MEMBER = 1
        OPEN OUTPUT MASTER-FILE
        MOVE WS-FILE-STATUS TO WS-MEMBER-STATUS
    ELSE
        MOVE WS-MF-NAME (WS-CUR-MEMBER) TO WS-MEMBER-FILE-NAME
        OPEN OUTPUT MEMBER-FILE
    END-IF.
    IF WS-MEMBER-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear '"
            FUNCTION TRIM(WS-MF-NAME (WS-CUR-MEMBER)) "' (status "
            WS-MEMBER-STATUS ")."
        MOVE "E" TO WS-MF-OPENED (WS-CUR-MEMBER)
        ADD 1 TO WS-RESTORE-ERRORS
    END-IF.
3200-OPEN-MEMBER-EXIT.
    EXIT.

3300-CLOSE-MEMBER.
    IF WS-OPEN-MEMBER > 0
        IF WS-MF-OPENED (WS-OPEN-MEMBER) = "Y"
            IF WS-OPEN-MEMBER = 1
                CLOSE MASTER-FILE
            ELSE
                CLOSE MEMBER-FILE
            END-IF
        END-IF
    END-IF.
    MOVE 0 TO WS-OPEN-MEMBER.
3300-CLOSE-MEMBER-EXIT.
    EXIT.

4000-RUN-CHECKS.
    *> La bitácora se verifica antes de que las demás
    *> comprobaciones le añadan sus propias líneas.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-AUDIT-RESTORED = "Y"
        MOVE "AuditVerify" TO WS-CALL-PROGRAM
        PERFORM 4100-CALL-CHECK THRU 4100-CALL-CHECK-EXIT
    END-IF.
    IF WS-MASTER-RESTORED = "Y"
        MOVE "IntegrityVerifier" TO WS-CALL-PROGRAM
        PERFORM 4100-CALL-CHECK THRU 4100-CALL-CHECK-EXIT
        DISPLAY "HUERFANOS_MODO" UPON ENVIRONMENT-NAME
        DISPLAY "L" UPON ENVIRONMENT-VALUE
        MOVE "OrphanSweep" TO WS-CALL-PROGRAM
        PERFORM 4100-CALL-CHECK THRU 4100-CALL-CHECK-EXIT
        DISPLAY "HUERFANOS_MODO" UPON ENVIRONMENT-NAME
        DISPLAY " " UPON ENVIRONMENT-VALUE
    END-IF.
    IF WS-AUDIT-RESTORED NOT = "Y" AND WS-MASTER-RESTORED NOT = "Y"
        MOVE "Sin maestro ni bitácora repuestos: no hay comprobaciones"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
4000-RUN-CHECKS-EXIT.
    EXIT.

4100-CALL-CHECK.
    CALL WS-CALL-PROGRAM.
    MOVE RETURN-CODE TO WS-CALL-RC.
    CANCEL WS-CALL-PROGRAM.
    IF WS-CALL-RC > WS-CHECK-RC
        MOVE WS-CALL-RC TO WS-CHECK-RC
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "Comprobación " DELIMITED BY SIZE
           WS-CALL-PROGRAM DELIMITED BY SPACE
           ": RC " DELIMITED BY SIZE
           WS-CALL-RC DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
4100-CALL-CHECK-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = "00"
        *> En la máquina de recambio la bitácora vuelve del propio
        *> depósito: no se crea una nueva que impida reponerla. El
        *> resultado queda igualmente en boveda.rpt.
        GO TO 8000-WRITE-AUDIT-LOG-EXIT
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
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "VaultRestore" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
