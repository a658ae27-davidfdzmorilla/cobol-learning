IDENTIFICATION DIVISION.
PROGRAM-ID. VerificationReport.
*> Informe de resultados de la auditoría de verificación de datos
*> (ver VerificationSample y VerificationEntry), en
*> verificacion.rpt:
*>   - por sucursal: muestra, anotadas, confirmadas, con datos
*>     distintos, ilocalizables y pendientes, el porcentaje de
*>     personas con algún dato distinto sobre las verificadas (las
*>     confirmadas más las distintas), el de la auditoría anterior y
*>     las discrepancias de cada campo;
*>   - por campo: discrepancias y porcentaje sobre las verificadas,
*>     frente a la auditoría anterior;
*>   - evolución: una línea por cada auditoría con resultados;
*>   - detalle de cada discrepancia con lo que figuraba en la hoja,
*>     el dato real y qué hacer con ella.
*> La auditoría es la de VERIFICACION_AUDITORIA o, si no se indica,
*> la última sorteada. Con VERIFICACION_CORRECCIONES=S las
*> discrepancias de nombre, edad y sucursal de personas que siguen
*> activas se convierten en transacciones de BatchMaintenance
*> (U,id,nombre,edad y T,id,sucursal) en verificacion_correcciones.txt,
*> que se aplica con MANTENIMIENTO_FICHERO; las que el maestro ya
*> recoge se dan por corregidas. Las de contacto, hogar y fecha de
*> nacimiento no tienen transacción y se listan para corregirlas a
*> mano.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SAMPLE-FILE ASSIGN TO "verificacion_muestra.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SAMPLE-STATUS.
    SELECT RESULT-FILE ASSIGN TO "verificacion_resultados.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RESULT-STATUS.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT TRANS-FILE ASSIGN TO "verificacion_correcciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANS-STATUS.
    SELECT REPORT-FILE ASSIGN TO "verificacion.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD SAMPLE-FILE.
    COPY MUESTREC REPLACING SAMPLE-RECORD BY SAMPLE-REC.

FD RESULT-FILE.
    COPY VERIFREC REPLACING VERIFICATION-RECORD BY RESULT-REC.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

*> Transacciones para BatchMaintenance (ver su FD TRANS-FILE).
FD TRANS-FILE.
01 TRANS-RECORD PIC X(80).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-SAMPLE-STATUS PIC XX VALUE "00".
01 WS-RESULT-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-TRANS-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-MASTER-OPEN PIC X VALUE "N".
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MONTH PIC 99.
    05 WS-TODAY-DAY   PIC 99.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.

*> Auditoría que se informa y la anterior con resultados.
01 WS-AUDIT-ENV PIC X(08) VALUE SPACES.
01 WS-AUDIT-ID PIC 9(08) VALUE 0.
01 WS-PREV-AUDIT-ID PIC 9(08) VALUE 0.
01 WS-CORRECTIONS-ENV PIC X(01) VALUE SPACES.
01 WS-CORRECTIONS PIC X VALUE "N".

*> Códigos de campo de VERIFREC.cpy, en el orden del informe.
01 WS-FIELD-CODES PIC X(08) VALUE "NEFSDTMH".
01 WS-FIELD-LABELS.
    05 FILLER PIC X(16) VALUE "Nombre".
    05 FILLER PIC X(16) VALUE "Edad".
    05 FILLER PIC X(16) VALUE "Fecha nacimiento".
    05 FILLER PIC X(16) VALUE "Sucursal".
    05 FILLER PIC X(16) VALUE "Direccion".
    05 FILLER PIC X(16) VALUE "Telefono".
    05 FILLER PIC X(16) VALUE "Correo".
    05 FILLER PIC X(16) VALUE "Hogar".
01 WS-FIELD-LABEL-TABLE REDEFINES WS-FIELD-LABELS.
    05 WS-FIELD-LABEL PIC X(16) OCCURS 8 TIMES.
01 WS-FIELD-IDX PIC 9 VALUE 0.
01 WS-FX PIC 9 VALUE 0.

*> Sucursales de la muestra de la auditoría.
01 WS-BT-TABLE.
    05 WS-BT-ENTRY OCCURS 200 TIMES.
        10 WS-BT-CODE         PIC X(04).
        10 WS-BT-SAMPLED      PIC 9(04).
        10 WS-BT-CONFIRMED    PIC 9(04).
        10 WS-BT-DISCREPANT   PIC 9(04).
        10 WS-BT-UNREACHABLE  PIC 9(04).
        10 WS-BT-FIELD-COUNT  PIC 9(04) OCCURS 8 TIMES.
        10 WS-BT-PREV-VERIFIED PIC 9(04).
        10 WS-BT-PREV-DISCREPANT PIC 9(04).
01 WS-BT-COUNT PIC 9(03) VALUE 0.
01 WS-BT-IDX PIC 9(03) VALUE 0.
01 WS-BT-FOUND PIC 9(03) VALUE 0.
01 WS-BT-OVERFLOW PIC X VALUE "N".
01 WS-SEARCH-BRANCH PIC X(04) VALUE SPACES.

*> Totales de cada auditoría con resultados.
01 WS-AT-TABLE.
    05 WS-AT-ENTRY OCCURS 50 TIMES.
        10 WS-AT-AUDIT-ID     PIC 9(08).
        10 WS-AT-VERIFIED     PIC 9(05).
        10 WS-AT-DISCREPANT   PIC 9(05).
        10 WS-AT-UNREACHABLE  PIC 9(05).
        10 WS-AT-FIELD-COUNT  PIC 9(05) OCCURS 8 TIMES.
01 WS-AT-COUNT PIC 9(02) VALUE 0.
01 WS-AT-IDX PIC 9(02) VALUE 0.
01 WS-AT-FOUND PIC 9(02) VALUE 0.
01 WS-AT-CURRENT PIC 9(02) VALUE 0.
01 WS-AT-PREVIOUS PIC 9(02) VALUE 0.
01 WS-AT-OVERFLOW PIC X VALUE "N".
01 WS-AT-SWAP PIC X(63) VALUE SPACES.
01 WS-AT-IDX-2 PIC 9(02) VALUE 0.

*> Muestra de la auditoría, para el nombre y lo que decía la hoja.
01 WS-MU-TABLE.
    05 WS-MU-LINE PIC X(223) OCCURS 2000 TIMES.
01 WS-MU-COUNT PIC 9(04) VALUE 0.
01 WS-MU-IDX PIC 9(04) VALUE 0.
01 WS-MU-FOUND-IDX PIC 9(04) VALUE 0.
COPY MUESTREC REPLACING SAMPLE-RECORD BY WS-MU-WORK.

*> Cambio de persona al recorrer los resultados (las líneas de una
*> persona en una auditoría van seguidas).
01 WS-PREV-KEY PIC X(14) VALUE SPACES.
01 WS-CUR-KEY PIC X(14) VALUE SPACES.

*> Detalle de discrepancias y transacciones.
01 WS-SHEET-VALUE PIC X(40) VALUE SPACES.
01 WS-ACTION PIC X(24) VALUE SPACES.
01 WS-MASTER-VALUE PIC X(40) VALUE SPACES.
01 WS-PERSON-ACTIVE PIC X VALUE "N".
01 WS-DETAIL-COUNT PIC 9(05) VALUE 0.
01 WS-TRANS-COUNT PIC 9(05) VALUE 0.
01 WS-ALREADY-COUNT PIC 9(05) VALUE 0.
01 WS-MANUAL-COUNT PIC 9(05) VALUE 0.
01 WS-AGE-X PIC 9(02) VALUE 0.

*> Totales de la auditoría en curso.
01 WS-TOT-SAMPLED PIC 9(05) VALUE 0.
01 WS-TOT-CONFIRMED PIC 9(05) VALUE 0.
01 WS-TOT-DISCREPANT PIC 9(05) VALUE 0.
01 WS-TOT-UNREACHABLE PIC 9(05) VALUE 0.
01 WS-TOT-PREV-VERIFIED PIC 9(05) VALUE 0.
01 WS-TOT-PREV-DISCREPANT PIC 9(05) VALUE 0.
01 WS-VERIFIED PIC 9(05) VALUE 0.
01 WS-RECORDED PIC 9(05) VALUE 0.
01 WS-PENDING PIC S9(05) VALUE 0.
01 WS-PERCENT PIC 9(03)V9 VALUE 0.
01 WS-RATE-COUNT PIC 9(05) VALUE 0.

*> Líneas del informe.
01 WS-BRANCH-LINE.
    05 FILLER          PIC X(01) VALUE SPACE.
    05 BL-BRANCH       PIC X(04).
    05 FILLER          PIC X(01) VALUE SPACE.
    05 BL-SAMPLED      PIC ZZZZ9.
    05 FILLER          PIC X(02) VALUE SPACES.
    05 BL-RECORDED     PIC ZZZZ9.
    05 FILLER          PIC X(02) VALUE SPACES.
    05 BL-CONFIRMED    PIC ZZZZ9.
    05 FILLER          PIC X(02) VALUE SPACES.
    05 BL-DISCREPANT   PIC ZZZZ9.
    05 FILLER          PIC X(02) VALUE SPACES.
    05 BL-UNREACHABLE  PIC ZZZZ9.
    05 FILLER          PIC X(02) VALUE SPACES.
    05 BL-PENDING      PIC ZZZZ9.
    05 FILLER          PIC X(02) VALUE SPACES.
    05 BL-PERCENT      PIC X(05).
    05 FILLER          PIC X(02) VALUE SPACES.
    05 BL-PREV-PERCENT PIC X(05).
    05 FILLER          PIC X(01) VALUE SPACE.
    05 BL-FIELD-GROUP OCCURS 8 TIMES.
        10 FILLER      PIC X(01).
        10 BL-FIELD    PIC ZZZ9.
01 WS-EDIT-PERCENT PIC ZZ9.9.
01 WS-RATE-TEXT PIC X(05) VALUE SPACES.
01 WS-EDIT-COUNT PIC ZZZZ9.
01 WS-EDIT-COUNT-2 PIC ZZZZ9.
01 WS-EDIT-COUNT-3 PIC ZZZZ9.
01 WS-EDIT-DATE PIC 9(08).

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
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    STRING WS-TODAY-DAY   DELIMITED BY SIZE "/"
           WS-TODAY-MONTH DELIMITED BY SIZE "/"
           WS-TODAY-YEAR  DELIMITED BY SIZE
        INTO WS-TODAY-DISPLAY.
    ACCEPT WS-AUDIT-ENV FROM ENVIRONMENT "VERIFICACION_AUDITORIA".
    IF WS-AUDIT-ENV IS NUMERIC
        MOVE WS-AUDIT-ENV TO WS-AUDIT-ID
    END-IF.
    ACCEPT WS-CORRECTIONS-ENV FROM ENVIRONMENT
        "VERIFICACION_CORRECCIONES".
    IF WS-CORRECTIONS-ENV = "S" OR WS-CORRECTIONS-ENV = "s"
        MOVE "Y" TO WS-CORRECTIONS
    END-IF.

    PERFORM 1000-LOAD-SAMPLE THRU 1000-LOAD-SAMPLE-EXIT.
    IF WS-MU-COUNT = 0
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 2000-TALLY-RESULTS THRU 2000-TALLY-RESULTS-EXIT.
    IF WS-PREV-AUDIT-ID > 0
        PERFORM 2500-TALLY-PREVIOUS THRU 2500-TALLY-PREVIOUS-EXIT
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'verificacion.rpt' (status "
            WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-CORRECTIONS = "Y"
        OPEN OUTPUT TRANS-FILE
        IF WS-TRANS-STATUS NOT = "00"
            DISPLAY "Error: no se pudo crear "
                "'verificacion_correcciones.txt' (status "
                WS-TRANS-STATUS ")."
            CLOSE REPORT-FILE
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    *> Sin maestro se informa igual, sin comprobar lo ya corregido
    *> ni generar transacciones.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS = "00"
        MOVE "Y" TO WS-MASTER-OPEN
    ELSE
        DISPLAY "Aviso: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS "); no se generan correcciones."
    END-IF.

    PERFORM 3000-WRITE-HEADER.
    PERFORM 3100-WRITE-BRANCHES.
    PERFORM 3300-WRITE-FIELDS.
    PERFORM 3500-WRITE-HISTORY.
    PERFORM 4000-WRITE-DISCREPANCIES THRU 4000-WRITE-DISCREPANCIES-EXIT.

    IF WS-MASTER-OPEN = "Y"
        CLOSE MASTER-FILE
    END-IF.
    IF WS-CORRECTIONS = "Y"
        CLOSE TRANS-FILE
    END-IF.
    CLOSE REPORT-FILE.
    DISPLAY "Verificación " WS-AUDIT-ID ": " WS-TOT-DISCREPANT
        " personas con datos distintos de " WS-VERIFIED
        " verificadas (ver 'verificacion.rpt').".
    IF WS-CORRECTIONS = "Y"
        DISPLAY "Transacciones de corrección: " WS-TRANS-COUNT
            " en 'verificacion_correcciones.txt'; se aplican con "
            "BatchMaintenance (MANTENIMIENTO_FICHERO)."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-SAMPLE.
    *> Sin auditoría indicada se toma la última sorteada.
    MOVE 0 TO WS-MU-COUNT.
    OPEN INPUT SAMPLE-FILE.
    IF WS-SAMPLE-STATUS NOT = "00"
        DISPLAY "No hay ninguna muestra de verificación sorteada "
            "('verificacion_muestra.txt', status " WS-SAMPLE-STATUS ")."
        GO TO 1000-LOAD-SAMPLE-EXIT
    END-IF.
    IF WS-AUDIT-ID = 0
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ SAMPLE-FILE
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                    IF MU-AUDIT-ID OF SAMPLE-REC > WS-AUDIT-ID
                        MOVE MU-AUDIT-ID OF SAMPLE-REC TO WS-AUDIT-ID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SAMPLE-FILE
        OPEN INPUT SAMPLE-FILE
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ SAMPLE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF MU-AUDIT-ID OF SAMPLE-REC = WS-AUDIT-ID
                        AND WS-MU-COUNT < 2000
                    ADD 1 TO WS-MU-COUNT
                    MOVE SAMPLE-REC TO WS-MU-LINE (WS-MU-COUNT)
                    MOVE MU-BRANCH-CODE OF SAMPLE-REC
                        TO WS-SEARCH-BRANCH
                    PERFORM 1100-FIND-BRANCH
                    IF WS-BT-FOUND > 0
                        ADD 1 TO WS-BT-SAMPLED (WS-BT-FOUND)
                    END-IF
                    ADD 1 TO WS-TOT-SAMPLED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SAMPLE-FILE.
    IF WS-MU-COUNT = 0
        DISPLAY "La auditoría " WS-AUDIT-ID " no tiene muestra."
    END-IF.
1000-LOAD-SAMPLE-EXIT.
    EXIT.

1100-FIND-BRANCH.
    MOVE 0 TO WS-BT-FOUND.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) = WS-SEARCH-BRANCH
            MOVE WS-BT-IDX TO WS-BT-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BT-FOUND = 0
        IF WS-BT-COUNT < 200
            ADD 1 TO WS-BT-COUNT
            MOVE WS-BT-COUNT TO WS-BT-FOUND
            INITIALIZE WS-BT-ENTRY (WS-BT-FOUND)
            MOVE WS-SEARCH-BRANCH TO WS-BT-CODE (WS-BT-FOUND)
        ELSE
            MOVE "Y" TO WS-BT-OVERFLOW
        END-IF
    END-IF.
1100-FIND-BRANCH-EXIT.
    EXIT.

1200-FIND-AUDIT.
    MOVE 0 TO WS-AT-FOUND.
    PERFORM VARYING WS-AT-IDX FROM 1 BY 1
        UNTIL WS-AT-IDX > WS-AT-COUNT
        IF WS-AT-AUDIT-ID (WS-AT-IDX) = VR-AUDIT-ID OF RESULT-REC
            MOVE WS-AT-IDX TO WS-AT-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-AT-FOUND = 0
        IF WS-AT-COUNT < 50
            ADD 1 TO WS-AT-COUNT
            MOVE WS-AT-COUNT TO WS-AT-FOUND
            INITIALIZE WS-AT-ENTRY (WS-AT-FOUND)
            MOVE VR-AUDIT-ID OF RESULT-REC
                TO WS-AT-AUDIT-ID (WS-AT-FOUND)
        ELSE
            MOVE "Y" TO WS-AT-OVERFLOW
        END-IF
    END-IF.
1200-FIND-AUDIT-EXIT.
    EXIT.

1300-FIND-FIELD.
    MOVE 0 TO WS-FIELD-IDX.
    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 8
        IF WS-FIELD-CODES (WS-FX:1) = VR-FIELD OF RESULT-REC
            MOVE WS-FX TO WS-FIELD-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
1300-FIND-FIELD-EXIT.
    EXIT.

1400-FIND-IN-SAMPLE.
    MOVE 0 TO WS-MU-FOUND-IDX.
    PERFORM VARYING WS-MU-IDX FROM 1 BY 1
        UNTIL WS-MU-IDX > WS-MU-COUNT
        MOVE WS-MU-LINE (WS-MU-IDX) TO WS-MU-WORK
        IF MU-PERSON-ID OF WS-MU-WORK = VR-PERSON-ID OF RESULT-REC
            MOVE WS-MU-IDX TO WS-MU-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-MU-FOUND-IDX = 0
        MOVE SPACES TO WS-MU-WORK
    END-IF.
1400-FIND-IN-SAMPLE-EXIT.
    EXIT.

2000-TALLY-RESULTS.
    OPEN INPUT RESULT-FILE.
    IF WS-RESULT-STATUS NOT = "00"
        *> Todavía no se ha anotado nada: todo queda pendiente.
        GO TO 2000-TALLY-RESULTS-EXIT
    END-IF.
    MOVE SPACES TO WS-PREV-KEY.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ RESULT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 2100-TALLY-ONE THRU 2100-TALLY-ONE-EXIT
        END-READ
    END-PERFORM.
    CLOSE RESULT-FILE.
    *> Auditorías en orden de fecha para la evolución.
    PERFORM VARYING WS-AT-IDX FROM 1 BY 1
        UNTIL WS-AT-IDX >= WS-AT-COUNT
        PERFORM VARYING WS-AT-IDX-2 FROM WS-AT-IDX BY 1
            UNTIL WS-AT-IDX-2 > WS-AT-COUNT
            IF WS-AT-AUDIT-ID (WS-AT-IDX-2) < WS-AT-AUDIT-ID (WS-AT-IDX)
                MOVE WS-AT-ENTRY (WS-AT-IDX) TO WS-AT-SWAP
                MOVE WS-AT-ENTRY (WS-AT-IDX-2) TO WS-AT-ENTRY (WS-AT-IDX)
                MOVE WS-AT-SWAP TO WS-AT-ENTRY (WS-AT-IDX-2)
            END-IF
        END-PERFORM
    END-PERFORM.
    *> La auditoría anterior es la de fecha más alta por debajo de
    *> la que se informa.
    PERFORM VARYING WS-AT-IDX FROM 1 BY 1
        UNTIL WS-AT-IDX > WS-AT-COUNT
        IF WS-AT-AUDIT-ID (WS-AT-IDX) = WS-AUDIT-ID
            MOVE WS-AT-IDX TO WS-AT-CURRENT
        END-IF
        IF WS-AT-AUDIT-ID (WS-AT-IDX) < WS-AUDIT-ID
                AND WS-AT-AUDIT-ID (WS-AT-IDX) > WS-PREV-AUDIT-ID
            MOVE WS-AT-AUDIT-ID (WS-AT-IDX) TO WS-PREV-AUDIT-ID
            MOVE WS-AT-IDX TO WS-AT-PREVIOUS
        END-IF
    END-PERFORM.
2000-TALLY-RESULTS-EXIT.
    EXIT.

2100-TALLY-ONE.
    PERFORM 1200-FIND-AUDIT.
    IF WS-AT-FOUND = 0
        GO TO 2100-TALLY-ONE-EXIT
    END-IF.
    MOVE RESULT-REC (1:14) TO WS-CUR-KEY.
    IF VR-AUDIT-ID OF RESULT-REC = WS-AUDIT-ID
        MOVE VR-BRANCH-CODE OF RESULT-REC TO WS-SEARCH-BRANCH
        PERFORM 1100-FIND-BRANCH
    ELSE
        MOVE 0 TO WS-BT-FOUND
    END-IF.
    *> La persona se cuenta una vez, en su primera línea.
    IF WS-CUR-KEY NOT = WS-PREV-KEY
        MOVE WS-CUR-KEY TO WS-PREV-KEY
        EVALUATE TRUE
            WHEN VR-CONFIRMED OF RESULT-REC
                ADD 1 TO WS-AT-VERIFIED (WS-AT-FOUND)
                IF WS-BT-FOUND > 0
                    ADD 1 TO WS-BT-CONFIRMED (WS-BT-FOUND)
                END-IF
            WHEN VR-DISCREPANCY OF RESULT-REC
                ADD 1 TO WS-AT-VERIFIED (WS-AT-FOUND)
                ADD 1 TO WS-AT-DISCREPANT (WS-AT-FOUND)
                IF WS-BT-FOUND > 0
                    ADD 1 TO WS-BT-DISCREPANT (WS-BT-FOUND)
                END-IF
            WHEN VR-UNREACHABLE OF RESULT-REC
                ADD 1 TO WS-AT-UNREACHABLE (WS-AT-FOUND)
                IF WS-BT-FOUND > 0
                    ADD 1 TO WS-BT-UNREACHABLE (WS-BT-FOUND)
                END-IF
        END-EVALUATE
    END-IF.
    IF VR-DISCREPANCY OF RESULT-REC
        PERFORM 1300-FIND-FIELD
        IF WS-FIELD-IDX > 0
            ADD 1 TO WS-AT-FIELD-COUNT (WS-AT-FOUND, WS-FIELD-IDX)
            IF WS-BT-FOUND > 0
                ADD 1 TO WS-BT-FIELD-COUNT (WS-BT-FOUND, WS-FIELD-IDX)
            END-IF
        END-IF
    END-IF.
2100-TALLY-ONE-EXIT.
    EXIT.

2500-TALLY-PREVIOUS.
    *> Verificadas y con datos distintos de cada sucursal en la
    *> auditoría anterior.
    OPEN INPUT RESULT-FILE.
    IF WS-RESULT-STATUS NOT = "00"
        GO TO 2500-TALLY-PREVIOUS-EXIT
    END-IF.
    MOVE SPACES TO WS-PREV-KEY.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ RESULT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF VR-AUDIT-ID OF RESULT-REC = WS-PREV-AUDIT-ID
                        AND RESULT-REC (1:14) NOT = WS-PREV-KEY
                        AND NOT VR-UNREACHABLE OF RESULT-REC
                    MOVE RESULT-REC (1:14) TO WS-PREV-KEY
                    PERFORM 2600-TALLY-PREVIOUS-ONE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RESULT-FILE.
2500-TALLY-PREVIOUS-EXIT.
    EXIT.

2600-TALLY-PREVIOUS-ONE.
    *> Sólo las sucursales que están en la muestra actual.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) = VR-BRANCH-CODE OF RESULT-REC
            ADD 1 TO WS-BT-PREV-VERIFIED (WS-BT-IDX)
            IF VR-DISCREPANCY OF RESULT-REC
                ADD 1 TO WS-BT-PREV-DISCREPANT (WS-BT-IDX)
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.
2600-TALLY-PREVIOUS-ONE-EXIT.
    EXIT.

3000-WRITE-HEADER.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-AUDIT-ID TO WS-EDIT-DATE.
    STRING "VERIFICACION DE DATOS - RESULTADOS   Auditoria: "
               DELIMITED BY SIZE
           WS-EDIT-DATE DELIMITED BY SIZE
           "   Fecha: " DELIMITED BY SIZE
           WS-TODAY-DISPLAY DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-PREV-AUDIT-ID > 0
        STRING "Auditoria anterior con resultados: " DELIMITED BY SIZE
               WS-PREV-AUDIT-ID DELIMITED BY SIZE
            INTO REPORT-LINE
    ELSE
        MOVE "No hay auditoria anterior con resultados." TO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
    MOVE "% = personas con algun dato distinto sobre las verificadas (confirmadas + con datos distintos)"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "=" TO REPORT-LINE.
    WRITE REPORT-LINE.
3000-WRITE-HEADER-EXIT.
    EXIT.

3100-WRITE-BRANCHES.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "POR SUCURSAL" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " SUC. MUEST  ANOT.  CONF.  DIST.  ILOC.  PEND.  %DIST  %ANT.     N    E    F    S    D    T    M    H"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        PERFORM 3200-WRITE-BRANCH-LINE
    END-PERFORM.
    IF WS-BT-OVERFLOW = "Y"
        MOVE " (más de 200 sucursales: el desglose no las recoge todas)"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    *> Línea de total con los acumulados de la auditoría.
    MOVE SPACES TO WS-BRANCH-LINE.
    MOVE "TOT." TO BL-BRANCH.
    MOVE WS-TOT-SAMPLED TO BL-SAMPLED.
    MOVE 0 TO WS-VERIFIED.
    MOVE 0 TO WS-TOT-DISCREPANT.
    MOVE 0 TO WS-TOT-UNREACHABLE.
    IF WS-AT-CURRENT > 0
        MOVE WS-AT-VERIFIED (WS-AT-CURRENT) TO WS-VERIFIED
        MOVE WS-AT-DISCREPANT (WS-AT-CURRENT) TO WS-TOT-DISCREPANT
        MOVE WS-AT-UNREACHABLE (WS-AT-CURRENT) TO WS-TOT-UNREACHABLE
    END-IF.
    COMPUTE WS-TOT-CONFIRMED = WS-VERIFIED - WS-TOT-DISCREPANT.
    COMPUTE WS-RECORDED = WS-VERIFIED + WS-TOT-UNREACHABLE.
    COMPUTE WS-PENDING = WS-TOT-SAMPLED - WS-RECORDED.
    IF WS-PENDING < 0
        MOVE 0 TO WS-PENDING
    END-IF.
    MOVE WS-RECORDED TO BL-RECORDED.
    MOVE WS-TOT-CONFIRMED TO BL-CONFIRMED.
    MOVE WS-TOT-DISCREPANT TO BL-DISCREPANT.
    MOVE WS-TOT-UNREACHABLE TO BL-UNREACHABLE.
    MOVE WS-PENDING TO BL-PENDING.
    MOVE WS-TOT-DISCREPANT TO WS-RATE-COUNT.
    PERFORM 3900-RATE-OF-VERIFIED.
    MOVE WS-RATE-TEXT TO BL-PERCENT.
    IF WS-AT-PREVIOUS > 0
        MOVE WS-AT-VERIFIED (WS-AT-PREVIOUS) TO WS-TOT-PREV-VERIFIED
        MOVE WS-AT-DISCREPANT (WS-AT-PREVIOUS) TO WS-TOT-PREV-DISCREPANT
    END-IF.
    PERFORM 3950-PREVIOUS-RATE.
    MOVE WS-RATE-TEXT TO BL-PREV-PERCENT.
    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 8
        IF WS-AT-CURRENT > 0
            MOVE WS-AT-FIELD-COUNT (WS-AT-CURRENT, WS-FX)
                TO BL-FIELD (WS-FX)
        ELSE
            MOVE 0 TO BL-FIELD (WS-FX)
        END-IF
    END-PERFORM.
    MOVE WS-BRANCH-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
3100-WRITE-BRANCHES-EXIT.
    EXIT.

3200-WRITE-BRANCH-LINE.
    MOVE SPACES TO WS-BRANCH-LINE.
    MOVE WS-BT-CODE (WS-BT-IDX) TO BL-BRANCH.
    MOVE WS-BT-SAMPLED (WS-BT-IDX) TO BL-SAMPLED.
    COMPUTE WS-VERIFIED = WS-BT-CONFIRMED (WS-BT-IDX)
        + WS-BT-DISCREPANT (WS-BT-IDX).
    COMPUTE WS-RECORDED = WS-VERIFIED + WS-BT-UNREACHABLE (WS-BT-IDX).
    COMPUTE WS-PENDING = WS-BT-SAMPLED (WS-BT-IDX) - WS-RECORDED.
    IF WS-PENDING < 0
        MOVE 0 TO WS-PENDING
    END-IF.
    MOVE WS-RECORDED TO BL-RECORDED.
    MOVE WS-BT-CONFIRMED (WS-BT-IDX) TO BL-CONFIRMED.
    MOVE WS-BT-DISCREPANT (WS-BT-IDX) TO BL-DISCREPANT.
    MOVE WS-BT-UNREACHABLE (WS-BT-IDX) TO BL-UNREACHABLE.
    MOVE WS-PENDING TO BL-PENDING.
    MOVE WS-BT-DISCREPANT (WS-BT-IDX) TO WS-RATE-COUNT.
    PERFORM 3900-RATE-OF-VERIFIED.
    MOVE WS-RATE-TEXT TO BL-PERCENT.
    MOVE WS-BT-PREV-VERIFIED (WS-BT-IDX) TO WS-TOT-PREV-VERIFIED.
    MOVE WS-BT-PREV-DISCREPANT (WS-BT-IDX) TO WS-TOT-PREV-DISCREPANT.
    PERFORM 3950-PREVIOUS-RATE.
    MOVE WS-RATE-TEXT TO BL-PREV-PERCENT.
    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 8
        MOVE WS-BT-FIELD-COUNT (WS-BT-IDX, WS-FX) TO BL-FIELD (WS-FX)
    END-PERFORM.
    MOVE WS-BRANCH-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
3200-WRITE-BRANCH-LINE-EXIT.
    EXIT.

3300-WRITE-FIELDS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "POR CAMPO" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " CAMPO              DISCREPANCIAS   % S/VERIFICADAS   % AUDITORIA ANTERIOR"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 8
        MOVE SPACES TO REPORT-LINE
        MOVE WS-FIELD-CODES (WS-FX:1) TO REPORT-LINE (2:1)
        MOVE WS-FIELD-LABEL (WS-FX) TO REPORT-LINE (4:16)
        IF WS-AT-CURRENT > 0
            MOVE WS-AT-FIELD-COUNT (WS-AT-CURRENT, WS-FX)
                TO WS-RATE-COUNT
        ELSE
            MOVE 0 TO WS-RATE-COUNT
        END-IF
        MOVE WS-RATE-COUNT TO WS-EDIT-COUNT-2
        MOVE WS-EDIT-COUNT-2 TO REPORT-LINE (25:5)
        PERFORM 3900-RATE-OF-VERIFIED
        MOVE WS-RATE-TEXT TO REPORT-LINE (41:5)
        IF WS-AT-PREVIOUS > 0
            MOVE WS-AT-VERIFIED (WS-AT-PREVIOUS) TO WS-TOT-PREV-VERIFIED
            MOVE WS-AT-FIELD-COUNT (WS-AT-PREVIOUS, WS-FX)
                TO WS-TOT-PREV-DISCREPANT
        ELSE
            MOVE 0 TO WS-TOT-PREV-VERIFIED
        END-IF
        PERFORM 3950-PREVIOUS-RATE
        MOVE WS-RATE-TEXT TO REPORT-LINE (62:5)
        WRITE REPORT-LINE
    END-PERFORM.
3300-WRITE-FIELDS-EXIT.
    EXIT.

3500-WRITE-HISTORY.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "EVOLUCION POR AUDITORIA" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " AUDITORIA  VERIFIC.  DISTINT.  %DIST.  ILOCAL."
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-AT-IDX FROM 1 BY 1
        UNTIL WS-AT-IDX > WS-AT-COUNT
        MOVE SPACES TO REPORT-LINE
        MOVE WS-AT-AUDIT-ID (WS-AT-IDX) TO REPORT-LINE (2:8)
        MOVE WS-AT-VERIFIED (WS-AT-IDX) TO WS-EDIT-COUNT
        MOVE WS-EDIT-COUNT TO REPORT-LINE (14:5)
        MOVE WS-AT-DISCREPANT (WS-AT-IDX) TO WS-EDIT-COUNT-2
        MOVE WS-EDIT-COUNT-2 TO REPORT-LINE (24:5)
        MOVE WS-AT-VERIFIED (WS-AT-IDX) TO WS-TOT-PREV-VERIFIED
        MOVE WS-AT-DISCREPANT (WS-AT-IDX) TO WS-TOT-PREV-DISCREPANT
        PERFORM 3950-PREVIOUS-RATE
        MOVE WS-RATE-TEXT TO REPORT-LINE (33:5)
        MOVE WS-AT-UNREACHABLE (WS-AT-IDX) TO WS-EDIT-COUNT-3
        MOVE WS-EDIT-COUNT-3 TO REPORT-LINE (42:5)
        IF WS-AT-IDX = WS-AT-CURRENT
            MOVE "<- esta auditoria" TO REPORT-LINE (50:17)
        END-IF
        WRITE REPORT-LINE
    END-PERFORM.
    IF WS-AT-COUNT = 0
        MOVE "  Todavía no hay resultados anotados." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-AT-OVERFLOW = "Y"
        MOVE " (más de 50 auditorías: las más recientes no se listan)"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
3500-WRITE-HISTORY-EXIT.
    EXIT.

3900-RATE-OF-VERIFIED.
    *> WS-RATE-COUNT sobre las verificadas (WS-VERIFIED).
    MOVE 0 TO WS-PERCENT.
    IF WS-VERIFIED > 0
        COMPUTE WS-PERCENT ROUNDED = WS-RATE-COUNT * 100 / WS-VERIFIED
    END-IF.
    MOVE WS-PERCENT TO WS-EDIT-PERCENT.
    MOVE WS-EDIT-PERCENT TO WS-RATE-TEXT.
3900-RATE-OF-VERIFIED-EXIT.
    EXIT.

3950-PREVIOUS-RATE.
    *> WS-TOT-PREV-DISCREPANT sobre WS-TOT-PREV-VERIFIED; "  -  "
    *> si no hay con qué comparar.
    IF WS-TOT-PREV-VERIFIED = 0
        MOVE "   - " TO WS-RATE-TEXT
    ELSE
        COMPUTE WS-PERCENT ROUNDED =
            WS-TOT-PREV-DISCREPANT * 100 / WS-TOT-PREV-VERIFIED
        MOVE WS-PERCENT TO WS-EDIT-PERCENT
        MOVE WS-EDIT-PERCENT TO WS-RATE-TEXT
    END-IF.
    MOVE 0 TO WS-TOT-PREV-VERIFIED.
    MOVE 0 TO WS-TOT-PREV-DISCREPANT.
3950-PREVIOUS-RATE-EXIT.
    EXIT.

4000-WRITE-DISCREPANCIES.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "DETALLE DE DISCREPANCIAS" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " SUC. ID     NOMBRE               C EN LA HOJA                     DATO REAL                        CORRECCION"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    OPEN INPUT RESULT-FILE.
    IF WS-RESULT-STATUS NOT = "00"
        MOVE "  Todavía no hay resultados anotados." TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 4000-WRITE-DISCREPANCIES-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ RESULT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF VR-AUDIT-ID OF RESULT-REC = WS-AUDIT-ID
                        AND VR-DISCREPANCY OF RESULT-REC
                    PERFORM 4100-WRITE-ONE-DISCREPANCY
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RESULT-FILE.
    IF WS-DETAIL-COUNT = 0
        MOVE "  No hay discrepancias anotadas." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT.
    MOVE WS-ALREADY-COUNT TO WS-EDIT-COUNT-2.
    MOVE WS-MANUAL-COUNT TO WS-EDIT-COUNT-3.
    STRING " Discrepancias: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
           "   ya corregidas en el maestro: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
           "   a corregir a mano: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-EDIT-COUNT-3) DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-CORRECTIONS = "Y"
        MOVE WS-TRANS-COUNT TO WS-EDIT-COUNT
        STRING " Transacciones de BatchMaintenance generadas en "
                   DELIMITED BY SIZE
               "verificacion_correcciones.txt: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
            INTO REPORT-LINE
    ELSE
        MOVE " Las marcadas BATCHMAINTENANCE se generan como transacciones con VERIFICACION_CORRECCIONES=S."
            TO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
4000-WRITE-DISCREPANCIES-EXIT.
    EXIT.

4100-WRITE-ONE-DISCREPANCY.
    ADD 1 TO WS-DETAIL-COUNT.
    PERFORM 1400-FIND-IN-SAMPLE.
    MOVE SPACES TO WS-SHEET-VALUE.
    EVALUATE TRUE
        WHEN VR-FIELD-NAME OF RESULT-REC
            MOVE MU-NAME OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN VR-FIELD-AGE OF RESULT-REC
            MOVE MU-AGE OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN VR-FIELD-BIRTH OF RESULT-REC
            MOVE MU-BIRTH-DATE OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN VR-FIELD-BRANCH OF RESULT-REC
            MOVE MU-BRANCH-CODE OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN VR-FIELD-ADDRESS OF RESULT-REC
            MOVE MU-ADDRESS OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN VR-FIELD-PHONE OF RESULT-REC
            MOVE MU-PHONE OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN VR-FIELD-EMAIL OF RESULT-REC
            MOVE MU-EMAIL OF WS-MU-WORK TO WS-SHEET-VALUE
        WHEN VR-FIELD-HOUSEHOLD OF RESULT-REC
            IF MU-HOUSEHOLD-ID OF WS-MU-WORK = 0
                MOVE "(ninguno)" TO WS-SHEET-VALUE
            ELSE
                STRING MU-HOUSEHOLD-ID OF WS-MU-WORK DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MU-HOUSEHOLD-NAME OF WS-MU-WORK DELIMITED BY SIZE
                    INTO WS-SHEET-VALUE
            END-IF
    END-EVALUATE.

    EVALUATE TRUE
        WHEN VR-FIELD-ADDRESS OF RESULT-REC
        WHEN VR-FIELD-PHONE OF RESULT-REC
        WHEN VR-FIELD-EMAIL OF RESULT-REC
            MOVE "A MANO: UpdateRecord" TO WS-ACTION
            ADD 1 TO WS-MANUAL-COUNT
        WHEN VR-FIELD-HOUSEHOLD OF RESULT-REC
            MOVE "A MANO: HouseholdMaint." TO WS-ACTION
            ADD 1 TO WS-MANUAL-COUNT
        WHEN VR-FIELD-BIRTH OF RESULT-REC
            MOVE "A MANO (sin transaccion)" TO WS-ACTION
            ADD 1 TO WS-MANUAL-COUNT
        WHEN OTHER
            PERFORM 4200-CORRECTION-FOR-MASTER
                THRU 4200-CORRECTION-FOR-MASTER-EXIT
    END-EVALUATE.

    MOVE SPACES TO REPORT-LINE.
    MOVE VR-BRANCH-CODE OF RESULT-REC TO REPORT-LINE (2:4).
    MOVE VR-PERSON-ID OF RESULT-REC TO REPORT-LINE (7:6).
    MOVE MU-NAME OF WS-MU-WORK TO REPORT-LINE (14:20).
    MOVE VR-FIELD OF RESULT-REC TO REPORT-LINE (35:1).
    MOVE WS-SHEET-VALUE TO REPORT-LINE (37:32).
    MOVE VR-REAL-VALUE OF RESULT-REC TO REPORT-LINE (70:32).
    MOVE WS-ACTION TO REPORT-LINE (103:24).
    WRITE REPORT-LINE.
4100-WRITE-ONE-DISCREPANCY-EXIT.
    EXIT.

4200-CORRECTION-FOR-MASTER.
    *> Nombre, edad y sucursal: se mira cómo está hoy el maestro.
    IF WS-MASTER-OPEN = "N"
        MOVE "BATCHMAINTENANCE" TO WS-ACTION
        GO TO 4200-CORRECTION-FOR-MASTER-EXIT
    END-IF.
    MOVE "N" TO WS-PERSON-ACTIVE.
    MOVE VR-PERSON-ID OF RESULT-REC TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF PR-STATUS-ACTIVE OF MASTER-RECORD
                MOVE "Y" TO WS-PERSON-ACTIVE
            END-IF
    END-READ.
    IF WS-PERSON-ACTIVE = "N"
        MOVE "NO: ya no esta activa" TO WS-ACTION
        GO TO 4200-CORRECTION-FOR-MASTER-EXIT
    END-IF.
    MOVE SPACES TO WS-MASTER-VALUE.
    EVALUATE TRUE
        WHEN VR-FIELD-NAME OF RESULT-REC
            MOVE PR-NAME OF MASTER-RECORD TO WS-MASTER-VALUE
        WHEN VR-FIELD-AGE OF RESULT-REC
            MOVE PR-AGE OF MASTER-RECORD TO WS-MASTER-VALUE
        WHEN VR-FIELD-BRANCH OF RESULT-REC
            MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-MASTER-VALUE
    END-EVALUATE.
    IF WS-MASTER-VALUE = VR-REAL-VALUE OF RESULT-REC
        MOVE "YA CORREGIDO" TO WS-ACTION
        ADD 1 TO WS-ALREADY-COUNT
        GO TO 4200-CORRECTION-FOR-MASTER-EXIT
    END-IF.
    MOVE "BATCHMAINTENANCE" TO WS-ACTION.
    IF WS-CORRECTIONS = "N"
        GO TO 4200-CORRECTION-FOR-MASTER-EXIT
    END-IF.
    MOVE SPACES TO TRANS-RECORD.
    EVALUATE TRUE
        WHEN VR-FIELD-NAME OF RESULT-REC
            STRING "U," DELIMITED BY SIZE
                   VR-PERSON-ID OF RESULT-REC DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(VR-REAL-VALUE OF RESULT-REC)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                INTO TRANS-RECORD
        WHEN VR-FIELD-AGE OF RESULT-REC
            MOVE VR-REAL-VALUE OF RESULT-REC (1:2) TO WS-AGE-X
            STRING "U," DELIMITED BY SIZE
                   VR-PERSON-ID OF RESULT-REC DELIMITED BY SIZE
                   ",," DELIMITED BY SIZE
                   WS-AGE-X DELIMITED BY SIZE
                INTO TRANS-RECORD
        WHEN VR-FIELD-BRANCH OF RESULT-REC
            STRING "T," DELIMITED BY SIZE
                   VR-PERSON-ID OF RESULT-REC DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   VR-REAL-VALUE OF RESULT-REC (1:4) DELIMITED BY SIZE
                INTO TRANS-RECORD
    END-EVALUATE.
    WRITE TRANS-RECORD.
    ADD 1 TO WS-TRANS-COUNT.
    MOVE "BATCHMAINTENANCE (gen.)" TO WS-ACTION.
4200-CORRECTION-FOR-MASTER-EXIT.
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
    STRING WS-AUDIT-ID DELIMITED BY SIZE
           " TRANS=" DELIMITED BY SIZE
           WS-TRANS-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "VerificationReport" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
