*> sólo una sucursal (SALIDA_SUCURSAL=XXXX o por consola), al
*> fichero de SALIDA_FICHERO (salida_central.txt por defecto). Los
*> totales de cabecera y pie salen del mismo recuento que escribe
*> los detalles, así que siempre cuadran. Quien no tiene vigente el
*> consentimiento de cesión a la central (canal C de
*> consentimientos.txt) no viaja; se informa de cuántos se retienen.
*> Con SALIDA_SELECCION=fichero sólo viajan los IDs que trae ese
*> fichero en las columnas 1-6 (por ejemplo concilia_nuestros.txt de
*> PartnerReconcile), con los mismos filtros de estado y consentimiento.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT OUTBOUND-FILE ASSIGN TO WS-OUTBOUND-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUTBOUND-STATUS.
    SELECT SELECTION-FILE ASSIGN TO WS-SELECTION-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SELECTION-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
FD OUTBOUND-FILE.
01 OUTBOUND-RECORD PIC X(80).

FD SELECTION-FILE.
01 SELECTION-RECORD PIC X(80).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

01 WS-SELECTED-COUNT PIC 9(06) VALUE 0.
01 WS-WRITTEN-COUNT PIC 9(06) VALUE 0.

*> Selección de IDs a remesar (SALIDA_SELECCION).
01 WS-SELECTION-STATUS PIC XX VALUE "00".
01 WS-SELECTION-FILE-NAME PIC X(80) VALUE SPACES.
01 WS-SELECTION-TABLE.
    05 WS-SEL-ID PIC 9(06) OCCURS 5000 TIMES.
01 WS-SEL-COUNT PIC 9(04) VALUE 0.
01 WS-SEL-IDX PIC 9(04) VALUE 0.
01 WS-SEL-FOUND PIC X VALUE "Y".

*> Consentimiento de cesión a la central (canal C).
COPY CONSAREA REPLACING CONSENT-AREA BY WS-CONSENT-AREA.
01 WS-HELD-BACK-COUNT PIC 9(06) VALUE 0.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes.
    CANCEL "ConsentCheck".
    ACCEPT WS-FILE-ENV FROM ENVIRONMENT "SALIDA_FICHERO".
    IF WS-FILE-ENV NOT = SPACES
        MOVE WS-FILE-ENV TO WS-OUTBOUND-FILE-NAME
    END-IF.
    ACCEPT WS-SELECTION-FILE-NAME FROM ENVIRONMENT "SALIDA_SELECCION".
    IF WS-SELECTION-FILE-NAME NOT = SPACES
        PERFORM 1000-LOAD-SELECTION THRU 1000-LOAD-SELECTION-EXIT
        IF RETURN-CODE = 16
            GOBACK
        END-IF
    END-IF.
    ACCEPT WS-BRANCH-ENV FROM ENVIRONMENT "SALIDA_SUCURSAL".
    IF WS-BRANCH-ENV NOT = SPACES
        MOVE WS-BRANCH-ENV TO WS-FILTER-BRANCH
    ELSE
        *> Con selección no se pregunta: la lista ya dice quién va.
        IF WS-SELECTION-FILE-NAME = SPACES
            DISPLAY "Sucursal a remesar (en blanco = fichero completo): "
                WITH NO ADVANCING
            ACCEPT WS-BRANCH-REPLY
            MOVE WS-BRANCH-REPLY TO WS-FILTER-BRANCH
        END-IF
    END-IF.

    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            FUNCTION TRIM(WS-OUTBOUND-FILE-NAME) "' ("
            WS-WRITTEN-COUNT " detalles)."
    END-IF.
    DISPLAY "Retenidos por falta de consentimiento de cesión: "
        WS-HELD-BACK-COUNT.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-SELECTION.
    OPEN INPUT SELECTION-FILE.
    IF WS-SELECTION-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir la selección '"
            FUNCTION TRIM(WS-SELECTION-FILE-NAME)
            "' (status " WS-SELECTION-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 1000-LOAD-SELECTION-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ SELECTION-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF SELECTION-RECORD (1:6) IS NUMERIC
                    IF WS-SEL-COUNT < 5000
                        ADD 1 TO WS-SEL-COUNT
                        MOVE SELECTION-RECORD (1:6)
                            TO WS-SEL-ID (WS-SEL-COUNT)
                    ELSE
                        DISPLAY "Aviso: selección de más de 5000 IDs; "
                            "el resto no viaja."
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SELECTION-FILE.
    DISPLAY "Selección de '" FUNCTION TRIM(WS-SELECTION-FILE-NAME)
        "': " WS-SEL-COUNT " IDs.".
1000-LOAD-SELECTION-EXIT.
    EXIT.

2000-SCAN-MASTER.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                *> Una defunción queda siempre de baja; se excluye
                *> también de forma expresa por si se reactivara por
                *> error.
                IF NOT PR-TYPE-TRAILER OF MASTER-RECORD
                        AND PR-STATUS-ACTIVE OF MASTER-RECORD
                        AND NOT PR-DECEASED OF MASTER-RECORD
                    PERFORM 2050-CHECK-SELECTION
                    IF (WS-FILTER-BRANCH = SPACES
                            OR PR-BRANCH-CODE OF MASTER-RECORD
                                = WS-FILTER-BRANCH)
                            AND WS-SEL-FOUND = "Y"
                        PERFORM 2100-CHECK-CONSENT
                        IF CNS-GRANTED OF WS-CONSENT-AREA
                            IF WS-PASS = "C"
                                ADD 1 TO WS-SELECTED-COUNT
                            ELSE
                                PERFORM 3000-WRITE-ONE-DETAIL
                            END-IF
                        ELSE
                            IF WS-PASS = "C"
                                ADD 1 TO WS-HELD-BACK-COUNT
                            END-IF
                        END-IF
                    END-IF
                END-IF
2000-SCAN-MASTER-EXIT.
    EXIT.

2050-CHECK-SELECTION.
    MOVE "Y" TO WS-SEL-FOUND.
    IF WS-SELECTION-FILE-NAME NOT = SPACES
        MOVE "N" TO WS-SEL-FOUND
        PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
            UNTIL WS-SEL-IDX > WS-SEL-COUNT
            IF WS-SEL-ID (WS-SEL-IDX) = PR-PERSON-ID OF MASTER-RECORD
                MOVE "Y" TO WS-SEL-FOUND
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF.
2050-CHECK-SELECTION-EXIT.
    EXIT.

2100-CHECK-CONSENT.
    MOVE PR-PERSON-ID OF MASTER-RECORD
        TO CNS-PERSON-ID OF WS-CONSENT-AREA.
    MOVE "C" TO CNS-CHANNEL OF WS-CONSENT-AREA.
    CALL "ConsentCheck" USING WS-CONSENT-AREA.
2100-CHECK-CONSENT-EXIT.
    EXIT.

3000-WRITE-ONE-DETAIL.
    MOVE SPACES TO WS-OUT-LINE.
    MOVE "D" TO WS-DV-TYPE.
