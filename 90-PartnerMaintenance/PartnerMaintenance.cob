IDENTIFICATION DIVISION.
PROGRAM-ID. PartnerMaintenance.
*> Recepción del fichero de movimientos de la central sobre personas
*> que ya tenemos: cambios, traslados y bajas. Viene en ancho fijo,
*> con la misma cabecera y pie de control que el de altas:
*>   "H" + fecha AAAAMMDD + total de detalles (6)
*>   "D" + movimiento (1) + clave de persona de la central (10)
*>         + nombre (30) + edad (3) + sucursal (5)
*>       movimiento C = cambio de nombre y/o edad (en blanco = sin
*>                      cambio), T = traslado a la sucursal indicada,
*>                      B = baja
*>   "T" + total de detalles (6)
*> Si los totales de control no cuadran se rechaza el fichero ENTERO.
*> La clave de la central se resuelve a nuestro ID con la referencia
*> cruzada claves_central.txt que anota CommitImport (la última línea
*> de cada clave manda). Las claves que no conocemos y las filas con
*> defectos van a central_mant_rechazos.txt con su motivo; el resto
*> se traduce a transacciones de BatchMaintenance en
*> mantenimiento_central.txt y se aplican con él, de modo que pasan
*> por las mismas validaciones, historial, diario y informe
*> (mantenimiento.rpt) que el mantenimiento por lote.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHANGE-FILE ASSIGN TO WS-CHANGE-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-STATUS.
    SELECT XREF-FILE ASSIGN TO "claves_central.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-XREF-STATUS.
    SELECT TRANS-FILE ASSIGN TO "mantenimiento_central.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANS-STATUS.
    SELECT REJECT-FILE ASSIGN TO "central_mant_rechazos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REJECT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CHANGE-FILE.
01 CHANGE-RECORD PIC X(80).

*> Referencia cruzada clave de la central -> ID (ver XREFREC.cpy).
FD XREF-FILE.
    COPY XREFREC REPLACING PARTNER-XREF-RECORD BY XREF-REC.

*> Transacciones para BatchMaintenance (U / T / B, separadas por
*> comas, ver su FD TRANS-FILE).
FD TRANS-FILE.
01 TRANS-RECORD PIC X(80).

FD REJECT-FILE.
01 REJECT-RECORD PIC X(120).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-CHANGE-STATUS PIC XX VALUE "00".
01 WS-XREF-STATUS PIC XX VALUE "00".
01 WS-TRANS-STATUS PIC XX VALUE "00".
01 WS-REJECT-STATUS PIC XX VALUE "00".
01 WS-CHANGE-FILE-NAME PIC X(80).
01 WS-CHANGE-FILE-ENV PIC X(80) VALUE SPACES.
01 WS-EOF PIC X VALUE "N".
01 WS-CALL-PROGRAM PIC X(30) VALUE "BatchMaintenance".
01 WS-CALL-RC PIC S9(4) VALUE 0.

*> Vista de la línea del fichero de la central.
01 WS-LINE-WORK.
    05 WS-LW-TYPE PIC X(01).
    05 WS-LW-REST PIC X(79).
01 WS-HEADER-VIEW REDEFINES WS-LINE-WORK.
    05 FILLER        PIC X(01).
    05 WS-HV-DATE    PIC X(08).
    05 WS-HV-COUNT   PIC X(06).
    05 FILLER        PIC X(65).
01 WS-DETAIL-VIEW REDEFINES WS-LINE-WORK.
    05 FILLER        PIC X(01).
    05 WS-DV-MOVE    PIC X(01).
    05 WS-DV-KEY     PIC X(10).
    05 WS-DV-NAME    PIC X(30).
    05 WS-DV-AGE     PIC X(03).
    05 WS-DV-BRANCH  PIC X(05).
    05 FILLER        PIC X(30).
01 WS-TRAILER-VIEW REDEFINES WS-LINE-WORK.
    05 FILLER        PIC X(01).
    05 WS-TV-COUNT   PIC X(06).
    05 FILLER        PIC X(73).

*> Totales de control de la pasada de validación.
01 WS-HEADER-SEEN PIC X VALUE "N".
01 WS-TRAILER-SEEN PIC X VALUE "N".
01 WS-HEADER-COUNT PIC 9(06) VALUE 0.
01 WS-TRAILER-COUNT PIC 9(06) VALUE 0.
01 WS-DETAIL-COUNT PIC 9(06) VALUE 0.
01 WS-FILE-DATE PIC 9(08) VALUE 0.
01 WS-CONTROL-OK PIC X VALUE "Y".

01 WS-PASSED-COUNT PIC 9(06) VALUE 0.
01 WS-REJECTED-COUNT PIC 9(06) VALUE 0.
01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
01 WS-AGE-NUM PIC 9(03) VALUE 0.
01 WS-AGE-OUT PIC 9(02) VALUE 0.
01 WS-COMMA-COUNT PIC 9(02) VALUE 0.

*> Referencia cruzada en memoria: una entrada por clave.
01 WS-XREF-TABLE.
    05 WS-XT-ENTRY OCCURS 5000 TIMES.
        10 WS-XT-KEY PIC X(10).
        10 WS-XT-ID  PIC 9(06).
01 WS-XT-COUNT PIC 9(04) VALUE 0.
01 WS-XT-IDX PIC 9(04) VALUE 0.
01 WS-XREF-FULL PIC X VALUE "N".
01 WS-PERSON-ID PIC 9(06) VALUE 0.

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
    ACCEPT WS-CHANGE-FILE-ENV FROM ENVIRONMENT "MANTCENTRAL_FICHERO".
    IF WS-CHANGE-FILE-ENV NOT = SPACES
        MOVE WS-CHANGE-FILE-ENV TO WS-CHANGE-FILE-NAME
    ELSE
        DISPLAY "Fichero de movimientos de la central: "
            WITH NO ADVANCING
        ACCEPT WS-CHANGE-FILE-NAME
    END-IF.

    PERFORM 1000-VALIDATE-CONTROL-TOTALS
        THRU 1000-VALIDATE-CONTROL-TOTALS-EXIT.
    IF WS-CONTROL-OK = "N"
        DISPLAY "Fichero RECHAZADO completo: los totales de control "
            "no cuadran (cabecera " WS-HEADER-COUNT
            ", pie " WS-TRAILER-COUNT
            ", detalles " WS-DETAIL-COUNT "). No se aplica nada."
        PERFORM 8000-WRITE-AUDIT-LOG
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "Totales de control correctos (" WS-DETAIL-COUNT
        " detalles, fichero del " WS-FILE-DATE ").".

    PERFORM 1100-LOAD-XREF THRU 1100-LOAD-XREF-EXIT.
    PERFORM 2000-TRANSLATE-FILE.

    DISPLAY "Movimientos traducidos: " WS-PASSED-COUNT "; "
        WS-REJECTED-COUNT " rechazados en "
        "'central_mant_rechazos.txt'.".

    IF WS-PASSED-COUNT > 0
        PERFORM 3000-RUN-BATCH-MAINTENANCE
    ELSE
        DISPLAY "No hay movimientos que aplicar."
    END-IF.

    PERFORM 8000-WRITE-AUDIT-LOG.
    IF WS-CALL-RC > 0
        MOVE WS-CALL-RC TO RETURN-CODE
    ELSE
        IF WS-REJECTED-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    GOBACK.

1000-VALIDATE-CONTROL-TOTALS.
    OPEN INPUT CHANGE-FILE.
    IF WS-CHANGE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir '"
            FUNCTION TRIM(WS-CHANGE-FILE-NAME)
            "' (status " WS-CHANGE-STATUS ")."
        MOVE "N" TO WS-CONTROL-OK
        GO TO 1000-VALIDATE-CONTROL-TOTALS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CHANGE-FILE INTO WS-LINE-WORK
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                EVALUATE WS-LW-TYPE
                    WHEN "H"
                        MOVE "Y" TO WS-HEADER-SEEN
                        IF WS-HV-COUNT IS NUMERIC
                            MOVE WS-HV-COUNT TO WS-HEADER-COUNT
                        END-IF
                        IF WS-HV-DATE IS NUMERIC
                            MOVE WS-HV-DATE TO WS-FILE-DATE
                        END-IF
                    WHEN "T"
                        MOVE "Y" TO WS-TRAILER-SEEN
                        IF WS-TV-COUNT IS NUMERIC
                            MOVE WS-TV-COUNT TO WS-TRAILER-COUNT
                        END-IF
                    WHEN "D"
                        ADD 1 TO WS-DETAIL-COUNT
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE CHANGE-FILE.
    IF WS-HEADER-SEEN = "N" OR WS-TRAILER-SEEN = "N"
        DISPLAY "Faltan la cabecera o el pie de control de la central."
        MOVE "N" TO WS-CONTROL-OK
    ELSE
        IF WS-HEADER-COUNT NOT = WS-DETAIL-COUNT
                OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
            MOVE "N" TO WS-CONTROL-OK
        END-IF
    END-IF.
1000-VALIDATE-CONTROL-TOTALS-EXIT.
    EXIT.

1100-LOAD-XREF.
    *> El fichero sólo crece: si una clave aparece varias veces, la
    *> última línea es la vigente.
    OPEN INPUT XREF-FILE.
    IF WS-XREF-STATUS NOT = "00"
        DISPLAY "Aviso: no hay referencia cruzada 'claves_central.txt'"
            "; ninguna clave de la central se podrá resolver."
        GO TO 1100-LOAD-XREF-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ XREF-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF XR-PARTNER-KEY OF XREF-REC NOT = SPACES
                        AND XR-PERSON-ID OF XREF-REC IS NUMERIC
                    PERFORM 1150-STORE-XREF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE XREF-FILE.
    IF WS-XREF-FULL = "Y"
        DISPLAY "Aviso: la referencia cruzada supera 5000 claves; "
            "las que no caben se rechazarán como desconocidas."
    END-IF.
1100-LOAD-XREF-EXIT.
    EXIT.

1150-STORE-XREF.
    PERFORM VARYING WS-XT-IDX FROM 1 BY 1
        UNTIL WS-XT-IDX > WS-XT-COUNT
        IF WS-XT-KEY (WS-XT-IDX) = XR-PARTNER-KEY OF XREF-REC
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-XT-IDX > WS-XT-COUNT
        IF WS-XT-COUNT < 5000
            ADD 1 TO WS-XT-COUNT
            MOVE WS-XT-COUNT TO WS-XT-IDX
            MOVE XR-PARTNER-KEY OF XREF-REC TO WS-XT-KEY (WS-XT-IDX)
        ELSE
            MOVE "Y" TO WS-XREF-FULL
            MOVE 0 TO WS-XT-IDX
        END-IF
    END-IF.
    IF WS-XT-IDX > 0
        MOVE XR-PERSON-ID OF XREF-REC TO WS-XT-ID (WS-XT-IDX)
    END-IF.
1150-STORE-XREF-EXIT.
    EXIT.

2000-TRANSLATE-FILE.
    OPEN INPUT CHANGE-FILE.
    OPEN OUTPUT TRANS-FILE.
    OPEN OUTPUT REJECT-FILE.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CHANGE-FILE INTO WS-LINE-WORK
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-LW-TYPE = "D"
                    PERFORM 2100-TRANSLATE-ONE-DETAIL
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHANGE-FILE
          TRANS-FILE
          REJECT-FILE.
2000-TRANSLATE-FILE-EXIT.
    EXIT.

2100-TRANSLATE-ONE-DETAIL.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE 0 TO WS-PERSON-ID.
    IF WS-DV-MOVE NOT = "C" AND WS-DV-MOVE NOT = "T"
            AND WS-DV-MOVE NOT = "B"
        MOVE "Movimiento desconocido" TO WS-REJECT-REASON
    END-IF.
    IF WS-REJECT-REASON = SPACES
        PERFORM 2200-RESOLVE-KEY THRU 2200-RESOLVE-KEY-EXIT
        IF WS-PERSON-ID = 0
            MOVE "Clave de la central desconocida" TO WS-REJECT-REASON
        END-IF
    END-IF.
    IF WS-REJECT-REASON = SPACES
        EVALUATE WS-DV-MOVE
            WHEN "C"
                PERFORM 2300-CHECK-CHANGE THRU 2300-CHECK-CHANGE-EXIT
            WHEN "T"
                IF WS-DV-BRANCH = SPACES
                    MOVE "Traslado sin sucursal destino"
                        TO WS-REJECT-REASON
                ELSE
                    IF WS-DV-BRANCH (5:1) NOT = SPACE
                        MOVE "Sucursal de mas de 4 caracteres"
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

    IF WS-REJECT-REASON NOT = SPACES
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO REJECT-RECORD
        STRING WS-LINE-WORK (1:60) DELIMITED BY SIZE
               " <- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
            INTO REJECT-RECORD
        WRITE REJECT-RECORD
    ELSE
        *> La sucursal del operador, la existencia del ID y el resto
        *> de reglas las sigue comprobando BatchMaintenance.
        MOVE SPACES TO TRANS-RECORD
        EVALUATE WS-DV-MOVE
            WHEN "C"
                IF WS-DV-AGE = SPACES
                    STRING "U," DELIMITED BY SIZE
                           WS-PERSON-ID DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-DV-NAME) DELIMITED BY SIZE
                        INTO TRANS-RECORD
                ELSE
                    STRING "U," DELIMITED BY SIZE
                           WS-PERSON-ID DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-DV-NAME) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-AGE-OUT DELIMITED BY SIZE
                        INTO TRANS-RECORD
                END-IF
            WHEN "T"
                STRING "T," DELIMITED BY SIZE
                       WS-PERSON-ID DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-DV-BRANCH (1:4) DELIMITED BY SIZE
                    INTO TRANS-RECORD
            WHEN "B"
                STRING "B," DELIMITED BY SIZE
                       WS-PERSON-ID DELIMITED BY SIZE
                    INTO TRANS-RECORD
        END-EVALUATE
        WRITE TRANS-RECORD
        ADD 1 TO WS-PASSED-COUNT
    END-IF.
2100-TRANSLATE-ONE-DETAIL-EXIT.
    EXIT.

2200-RESOLVE-KEY.
    IF WS-DV-KEY = SPACES
        GO TO 2200-RESOLVE-KEY-EXIT
    END-IF.
    PERFORM VARYING WS-XT-IDX FROM 1 BY 1
        UNTIL WS-XT-IDX > WS-XT-COUNT
        IF WS-XT-KEY (WS-XT-IDX) = WS-DV-KEY
            MOVE WS-XT-ID (WS-XT-IDX) TO WS-PERSON-ID
            EXIT PERFORM
        END-IF
    END-PERFORM.
2200-RESOLVE-KEY-EXIT.
    EXIT.

2300-CHECK-CHANGE.
    *> Nombre y edad en blanco significan "sin cambio", como en la
    *> transacción U; el nombre no puede llevar comas porque viaja
    *> en un fichero separado por comas.
    IF WS-DV-NAME = SPACES AND WS-DV-AGE = SPACES
        MOVE "Sin cambios que aplicar" TO WS-REJECT-REASON
        GO TO 2300-CHECK-CHANGE-EXIT
    END-IF.
    IF WS-DV-NAME NOT = SPACES
        IF WS-DV-NAME (21:10) NOT = SPACES
            MOVE "Nombre de mas de 20 caracteres" TO WS-REJECT-REASON
            GO TO 2300-CHECK-CHANGE-EXIT
        END-IF
        MOVE 0 TO WS-COMMA-COUNT
        INSPECT WS-DV-NAME TALLYING WS-COMMA-COUNT FOR ALL ","
        IF WS-COMMA-COUNT > 0
            MOVE "Nombre con comas" TO WS-REJECT-REASON
            GO TO 2300-CHECK-CHANGE-EXIT
        END-IF
    END-IF.
    IF WS-DV-AGE NOT = SPACES
        IF WS-DV-AGE NOT NUMERIC
            MOVE "Edad no numerica" TO WS-REJECT-REASON
            GO TO 2300-CHECK-CHANGE-EXIT
        END-IF
        MOVE WS-DV-AGE TO WS-AGE-NUM
        IF WS-AGE-NUM > 99
            MOVE "Edad mayor de 99" TO WS-REJECT-REASON
            GO TO 2300-CHECK-CHANGE-EXIT
        END-IF
        MOVE WS-AGE-NUM TO WS-AGE-OUT
    END-IF.
2300-CHECK-CHANGE-EXIT.
    EXIT.

3000-RUN-BATCH-MAINTENANCE.
    *> BatchMaintenance toma el fichero de MANTENIMIENTO_FICHERO y
    *> trabaja sin preguntas; la variable se limpia después para no
    *> condicionar una llamada posterior desde el mismo proceso.
    DISPLAY "MANTENIMIENTO_FICHERO" UPON ENVIRONMENT-NAME.
    DISPLAY "mantenimiento_central.txt" UPON ENVIRONMENT-VALUE.
    CALL WS-CALL-PROGRAM.
    MOVE RETURN-CODE TO WS-CALL-RC.
    CANCEL WS-CALL-PROGRAM.
    DISPLAY "MANTENIMIENTO_FICHERO" UPON ENVIRONMENT-NAME.
    DISPLAY " " UPON ENVIRONMENT-VALUE.
    IF WS-CALL-RC > 0
        DISPLAY "BatchMaintenance terminó con código " WS-CALL-RC
            "; revisa 'mantenimiento.rpt'."
    END-IF.
3000-RUN-BATCH-MAINTENANCE-EXIT.
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
    IF WS-CONTROL-OK = "N"
        MOVE "MCEN RECHAZADO" TO WS-AUDIT-DETAIL
    ELSE
        STRING "MCEN=" DELIMITED BY SIZE
               WS-PASSED-COUNT DELIMITED BY SIZE
               " RECH=" DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
            INTO WS-AUDIT-DETAIL
    END-IF.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "PartnerMaintenance" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
