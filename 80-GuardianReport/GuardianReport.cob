IDENTIFICATION DIVISION.
PROGRAM-ID. GuardianReport.
*> Informe de cumplimiento de tutelas: lista cada persona activa
*> menor de 18 años (edad calculada desde PR-BIRTH-DATE, o PR-AGE si
*> no hay fecha de nacimiento) que no tiene ningún tutor vigente en
*> relaciones.txt. Cuenta como tutor vigente una relación de tutor
*> legal o progenitor sin fecha de fin cuyo titular sigue activo en
*> el maestro; si la única tutela apunta a alguien dado de baja o
*> que ya no está, el menor sale igualmente, con ese motivo.
*> Escribe menores_sin_tutor.rpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT RELATION-FILE ASSIGN TO "relaciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RELATION-STATUS.
    SELECT REPORT-FILE ASSIGN TO "menores_sin_tutor.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD RELATION-FILE.
    COPY RELACREC REPLACING RELATIONSHIP-RECORD BY RELATION-REC.

FD REPORT-FILE.
01 REPORT-LINE PIC X(100).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-RELATION-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".

*> Todo el maestro (activos e inactivos): los menores salen de aquí
*> y el estado de cada tutor se consulta aquí.
01 WS-PERSON-TABLE.
    05 WS-PT-ENTRY OCCURS 5000 TIMES.
        10 WS-PT-ID     PIC 9(06).
        10 WS-PT-NAME   PIC X(20).
        10 WS-PT-STATUS PIC X(01).
        10 WS-PT-AGE    PIC 99.
01 WS-PT-COUNT PIC 9(04) VALUE 0.
01 WS-PT-IDX PIC 9(04) VALUE 0.
01 WS-PT-FOUND-IDX PIC 9(04) VALUE 0.
01 WS-PT-SCAN PIC 9(04) VALUE 0.
01 WS-PT-OVERFLOW PIC X VALUE "N".
01 WS-SEARCH-ID PIC 9(06) VALUE 0.

*> Tutelas vigentes de relaciones.txt: menor y tutor.
01 WS-CUSTODY-TABLE.
    05 WS-CU-ENTRY OCCURS 3000 TIMES.
        10 WS-CU-MINOR    PIC 9(06).
        10 WS-CU-GUARDIAN PIC 9(06).
01 WS-CU-COUNT PIC 9(04) VALUE 0.
01 WS-CU-IDX PIC 9(04) VALUE 0.
01 WS-CU-OVERFLOW PIC X VALUE "N".

*> Resultado de la búsqueda de tutor de un menor: sin tutela
*> anotada, con tutela a alguien inactivo o ausente, o con tutor.
01 WS-GUARDIAN-STATE PIC X VALUE "N".
    88 WS-GUARDIAN-NONE     VALUE "N".
    88 WS-GUARDIAN-INACTIVE VALUE "I".
    88 WS-GUARDIAN-MISSING  VALUE "F".
    88 WS-GUARDIAN-OK       VALUE "S".
01 WS-REASON-TEXT PIC X(28) VALUE SPACES.

01 WS-MINOR-COUNT PIC 9(06) VALUE 0.
01 WS-NO-GUARDIAN-COUNT PIC 9(06) VALUE 0.

*> Edad a partir de PR-BIRTH-DATE, igual que AgeSweep.
01 WS-CALC-AGE PIC 99 VALUE 0.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MONTH PIC 99.
    05 WS-TODAY-DAY   PIC 99.
01 WS-BIRTH-DATE-WORK PIC 9(8) VALUE 0.
01 WS-BIRTH-DATE-WORK-R REDEFINES WS-BIRTH-DATE-WORK.
    05 WS-BIRTH-YEAR  PIC 9(4).
    05 WS-BIRTH-MONTH PIC 99.
    05 WS-BIRTH-DAY   PIC 99.

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
    PERFORM 1000-LOAD-MASTER.
    PERFORM 1200-LOAD-CUSTODY THRU 1200-LOAD-CUSTODY-EXIT.

    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'menores_sin_tutor.rpt' "
            "(status " WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE "MENORES ACTIVOS SIN TUTOR VIGENTE" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Fecha de referencia: " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "ID     NOMBRE               EDAD MOTIVO" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM VARYING WS-PT-IDX FROM 1 BY 1
        UNTIL WS-PT-IDX > WS-PT-COUNT
        IF WS-PT-STATUS (WS-PT-IDX) = "A"
                AND WS-PT-AGE (WS-PT-IDX) < 18
            ADD 1 TO WS-MINOR-COUNT
            PERFORM 2000-CHECK-MINOR THRU 2000-CHECK-MINOR-EXIT
        END-IF
    END-PERFORM.

    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Menores activos: " DELIMITED BY SIZE
           WS-MINOR-COUNT DELIMITED BY SIZE
           "  sin tutor vigente: " DELIMITED BY SIZE
           WS-NO-GUARDIAN-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.

    DISPLAY "Menores activos: " WS-MINOR-COUNT
        "; sin tutor vigente: " WS-NO-GUARDIAN-COUNT
        " (detalle en 'menores_sin_tutor.rpt').".
    IF WS-NO-GUARDIAN-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-MASTER.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PR-TYPE-TRAILER OF MASTER-RECORD
                    CONTINUE
                ELSE
                    PERFORM 1100-STORE-PERSON
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.
1000-LOAD-MASTER-EXIT.
    EXIT.

1100-STORE-PERSON.
    IF WS-PT-COUNT >= 5000
        IF WS-PT-OVERFLOW = "N"
            DISPLAY "Aviso: más de 5000 personas en el maestro; el "
                "resto no entra en el informe."
            MOVE "Y" TO WS-PT-OVERFLOW
        END-IF
    ELSE
        ADD 1 TO WS-PT-COUNT
        MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-PT-ID (WS-PT-COUNT)
        MOVE PR-NAME OF MASTER-RECORD TO WS-PT-NAME (WS-PT-COUNT)
        MOVE PR-STATUS OF MASTER-RECORD TO WS-PT-STATUS (WS-PT-COUNT)
        IF PR-BIRTH-DATE OF MASTER-RECORD IS NOT NUMERIC
                OR PR-BIRTH-DATE OF MASTER-RECORD = 0
            MOVE PR-AGE OF MASTER-RECORD TO WS-CALC-AGE
        ELSE
            PERFORM 4400-COMPUTE-CURRENT-AGE
        END-IF
        MOVE WS-CALC-AGE TO WS-PT-AGE (WS-PT-COUNT)
    END-IF.
1100-STORE-PERSON-EXIT.
    EXIT.

1200-LOAD-CUSTODY.
    OPEN INPUT RELATION-FILE.
    IF WS-RELATION-STATUS NOT = "00"
        *> Sin relaciones anotadas todos los menores salen en la lista.
        GO TO 1200-LOAD-CUSTODY-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ RELATION-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF RL-TYPE-CUSTODY OF RELATION-REC
                        AND RL-END-DATE OF RELATION-REC = 0
                    IF WS-CU-COUNT >= 3000
                        IF WS-CU-OVERFLOW = "N"
                            DISPLAY "Aviso: más de 3000 tutelas en "
                                "'relaciones.txt'; el resto no cuenta."
                            MOVE "Y" TO WS-CU-OVERFLOW
                        END-IF
                    ELSE
                        ADD 1 TO WS-CU-COUNT
                        MOVE RL-PERSON-ID OF RELATION-REC
                            TO WS-CU-MINOR (WS-CU-COUNT)
                        MOVE RL-RELATED-ID OF RELATION-REC
                            TO WS-CU-GUARDIAN (WS-CU-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RELATION-FILE.
1200-LOAD-CUSTODY-EXIT.
    EXIT.

2000-CHECK-MINOR.
    SET WS-GUARDIAN-NONE TO TRUE.
    PERFORM VARYING WS-CU-IDX FROM 1 BY 1
        UNTIL WS-CU-IDX > WS-CU-COUNT OR WS-GUARDIAN-OK
        IF WS-CU-MINOR (WS-CU-IDX) = WS-PT-ID (WS-PT-IDX)
            MOVE WS-CU-GUARDIAN (WS-CU-IDX) TO WS-SEARCH-ID
            PERFORM 2100-FIND-PERSON
            IF WS-PT-FOUND-IDX = 0
                IF WS-GUARDIAN-NONE
                    SET WS-GUARDIAN-MISSING TO TRUE
                END-IF
            ELSE
                IF WS-PT-STATUS (WS-PT-FOUND-IDX) = "A"
                    SET WS-GUARDIAN-OK TO TRUE
                ELSE
                    SET WS-GUARDIAN-INACTIVE TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    IF WS-GUARDIAN-OK
        GO TO 2000-CHECK-MINOR-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-GUARDIAN-INACTIVE
            MOVE "TUTOR DADO DE BAJA" TO WS-REASON-TEXT
        WHEN WS-GUARDIAN-MISSING
            MOVE "TUTOR YA NO ESTA EN MAESTRO" TO WS-REASON-TEXT
        WHEN OTHER
            MOVE "SIN TUTELA ANOTADA" TO WS-REASON-TEXT
    END-EVALUATE.
    ADD 1 TO WS-NO-GUARDIAN-COUNT.
    MOVE SPACES TO REPORT-LINE.
    STRING WS-PT-ID (WS-PT-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PT-NAME (WS-PT-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PT-AGE (WS-PT-IDX) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-REASON-TEXT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
2000-CHECK-MINOR-EXIT.
    EXIT.

2100-FIND-PERSON.
    MOVE 0 TO WS-PT-FOUND-IDX.
    PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
        UNTIL WS-PT-SCAN > WS-PT-COUNT
        IF WS-PT-ID (WS-PT-SCAN) = WS-SEARCH-ID
            MOVE WS-PT-SCAN TO WS-PT-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
2100-FIND-PERSON-EXIT.
    EXIT.

4400-COMPUTE-CURRENT-AGE.
    MOVE PR-BIRTH-DATE OF MASTER-RECORD TO WS-BIRTH-DATE-WORK.
    COMPUTE WS-CALC-AGE = WS-TODAY-YEAR - WS-BIRTH-YEAR.
    IF WS-TODAY-MONTH < WS-BIRTH-MONTH
        SUBTRACT 1 FROM WS-CALC-AGE
    ELSE
        IF WS-TODAY-MONTH = WS-BIRTH-MONTH
                AND WS-TODAY-DAY < WS-BIRTH-DAY
            SUBTRACT 1 FROM WS-CALC-AGE
        END-IF
    END-IF.
4400-COMPUTE-CURRENT-AGE-EXIT.
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
    STRING "SIN.TUTOR=" DELIMITED BY SIZE
           WS-NO-GUARDIAN-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "GuardianReport" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
