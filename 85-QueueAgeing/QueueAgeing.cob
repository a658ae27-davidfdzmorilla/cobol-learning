IDENTIFICATION DIVISION.
PROGRAM-ID. QueueAgeing.
*> Antigüedad de las colas de trabajo que se olvidan: MorningStatus
*> da cuántos elementos hay, pero no cuánto llevan esperando. Este
*> paso de la cadena nocturna reparte cada elemento pendiente por
*> días de espera (0-1, 2-5, 6-10, más de 10) y lo compara con el
*> umbral de su cola en umbrales_colas.txt:
*>   I invalidos.txt      rechazados a la espera de reparación
*>   P parejas.txt        parejas de duplicados sin veredicto
*>   S import_staging.txt filas de import sin aprobar (CommitImport)
*>   C pendientes.txt     cambios programados ya vencidos sin aplicar
*>   A aprobaciones.txt   peticiones de doble firma sin segunda firma
*> Las colas que llevan fecha propia (fecha de estacionamiento,
*> fecha efectiva, fecha de la petición) cuentan desde ella; las que
*> no la tienen (invalidos.txt se regenera cada noche, parejas.txt
*> no fecha las pendientes) cuentan desde la primera noche en que el
*> elemento apareció, anotada en antiguedad_colas.txt. Cuando un
*> elemento sale de su cola, sale también de ese fichero.
*> Cada cola con elementos que cruzan su umbral deja UNA alerta por
*> noche en alertas.log (con los recién vencidos), para que pase por
*> AlertConsole; un elemento ya avisado no vuelve a contar como
*> nuevo. Salidas: colas.rpt (detalle de la noche), colas.hist (una
*> línea por cola y noche) y, el día de resumen semanal
*> (COLAS_DIA_RESUMEN, 1 = lunes ... 7 = domingo; por defecto 1) o
*> con COLAS_RESUMEN=S, colas_semanal.rpt con los últimos siete días.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT THRESHOLD-FILE ASSIGN TO "umbrales_colas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-THRESHOLD-STATUS.
    SELECT AGEING-FILE ASSIGN TO "antiguedad_colas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AGEING-STATUS.
    SELECT INVALID-FILE ASSIGN TO "invalidos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INVALID-STATUS.
    SELECT PAIR-FILE ASSIGN TO "parejas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAIR-STATUS.
    SELECT STAGING-FILE ASSIGN TO "import_staging.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STAGING-STATUS.
    SELECT PENDING-FILE ASSIGN TO "pendientes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PENDING-STATUS.
    SELECT APPROVAL-FILE ASSIGN TO "aprobaciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-APPROVAL-STATUS.
    SELECT ALERT-FILE ASSIGN TO "alertas.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ALERT-STATUS.
    SELECT REPORT-FILE ASSIGN TO "colas.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT HIST-FILE ASSIGN TO "colas.hist"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HIST-STATUS.
    SELECT WEEKLY-FILE ASSIGN TO "colas_semanal.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WEEKLY-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Umbral de días por cola. Las líneas en blanco o con "*" en la
*> primera columna son comentarios.
FD THRESHOLD-FILE.
01 THRESHOLD-RECORD.
    05 TH-QUEUE       PIC X(01).
    05 FILLER         PIC X(01).
    05 TH-DAYS        PIC 9(03).
    05 FILLER         PIC X(01).
    05 TH-DESCRIPTION PIC X(30).

*> Primera noche en que se vio cada elemento de cola y si ya se
*> avisó de que pasaba el umbral.
FD AGEING-FILE.
01 AGEING-RECORD.
    05 AG-QUEUE      PIC X(01).
    05 AG-KEY        PIC X(26).
    05 AG-FIRST-SEEN PIC 9(08).
    05 AG-ALERTED    PIC X(01).

FD INVALID-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY INVALID-RECORD.

FD PAIR-FILE.
    COPY PAREJAREC REPLACING DUP-PAIR-RECORD BY PAIR-RECORD.

FD STAGING-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY STAGING-RECORD.

FD PENDING-FILE.
01 PENDING-RECORD PIC X(80).

FD APPROVAL-FILE.
01 APPROVAL-RECORD.
    05 AP-REQUEST-DATE PIC 9(08).
    05 AP-OPERATION    PIC X(20).
    05 AP-REQUESTER    PIC X(20).
    05 AP-STATUS       PIC X(01).
       88 AP-STATUS-PENDING VALUE "P".
       88 AP-STATUS-USED    VALUE "U".

FD ALERT-FILE.
01 ALERT-RECORD PIC X(100).

FD REPORT-FILE.
01 REPORT-LINE PIC X(100).

*> Foto de cada cola por noche: tramos de antigüedad y vencidos.
FD HIST-FILE.
01 HIST-RECORD.
    05 QH-RUN-DATE  PIC 9(08).
    05 FILLER       PIC X(01).
    05 QH-QUEUE     PIC X(01).
    05 FILLER       PIC X(01).
    05 QH-BUCKET    PIC 9(05) OCCURS 4 TIMES.
    05 FILLER       PIC X(01).
    05 QH-OVERDUE   PIC 9(05).
    05 FILLER       PIC X(01).
    05 QH-THRESHOLD PIC 9(03).

FD WEEKLY-FILE.
01 WEEKLY-LINE PIC X(100).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-THRESHOLD-STATUS PIC XX VALUE "00".
01 WS-AGEING-STATUS PIC XX VALUE "00".
01 WS-INVALID-STATUS PIC XX VALUE "00".
01 WS-PAIR-STATUS PIC XX VALUE "00".
01 WS-STAGING-STATUS PIC XX VALUE "00".
01 WS-PENDING-STATUS PIC XX VALUE "00".
01 WS-APPROVAL-STATUS PIC XX VALUE "00".
01 WS-ALERT-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-HIST-STATUS PIC XX VALUE "00".
01 WS-WEEKLY-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-INT PIC 9(07) VALUE 0.
01 WS-ALERT-TIME PIC 9(8) VALUE 0.

*> Las cinco colas, en el orden del informe, con su umbral y sus
*> contadores de la noche.
01 WS-QUEUE-TABLE.
    05 WS-QU-ENTRY OCCURS 5 TIMES.
        10 WS-QU-CODE      PIC X(01).
        10 WS-QU-NAME      PIC X(30).
        10 WS-QU-THRESHOLD PIC 9(03).
        10 WS-QU-BUCKET    PIC 9(05) OCCURS 4 TIMES.
        10 WS-QU-TOTAL     PIC 9(05).
        10 WS-QU-OVERDUE   PIC 9(05).
        10 WS-QU-NEW-OVER  PIC 9(05).
        10 WS-QU-OLDEST    PIC 9(05).
        10 WS-QU-PRESENT   PIC X(01).
01 WS-QU-IDX PIC 9 VALUE 0.
01 WS-QU-CURRENT PIC 9 VALUE 0.
01 WS-BUCKET-IDX PIC 9 VALUE 0.

*> Registro de primeras apariciones de la noche anterior.
01 WS-SEEN-TABLE.
    05 WS-SN-ENTRY OCCURS 5000 TIMES.
        10 WS-SN-QUEUE      PIC X(01).
        10 WS-SN-KEY        PIC X(26).
        10 WS-SN-FIRST-SEEN PIC 9(08).
        10 WS-SN-ALERTED    PIC X(01).
01 WS-SN-COUNT PIC 9(04) VALUE 0.
01 WS-SN-IDX PIC 9(04) VALUE 0.

*> Elementos de cola de esta noche.
01 WS-ITEM-TABLE.
    05 WS-IT-ENTRY OCCURS 5000 TIMES.
        10 WS-IT-QUEUE      PIC X(01).
        10 WS-IT-KEY        PIC X(26).
        10 WS-IT-FIRST-SEEN PIC 9(08).
        10 WS-IT-ALERTED    PIC X(01).
        10 WS-IT-AGE        PIC 9(05).
01 WS-IT-COUNT PIC 9(04) VALUE 0.
01 WS-IT-IDX PIC 9(04) VALUE 0.
01 WS-TABLE-FULL PIC X VALUE "N".

*> Elemento que se está anotando.
01 WS-NEW-KEY PIC X(26) VALUE SPACES.
01 WS-NEW-SINCE PIC 9(08) VALUE 0.
01 WS-NEW-AGE PIC 9(05) VALUE 0.
01 WS-TRANS-DATE-X PIC X(10) VALUE SPACES.
01 WS-PAIR-KEY.
    05 WS-PK-LOW  PIC 9(06).
    05 FILLER     PIC X(01) VALUE "-".
    05 WS-PK-HIGH PIC 9(06).

01 WS-GRAND-ITEMS PIC 9(05) VALUE 0.
01 WS-GRAND-OVERDUE PIC 9(05) VALUE 0.
01 WS-ALERTS-WRITTEN PIC 9(02) VALUE 0.
01 WS-AGE-DISPLAY PIC ZZZZ9.
01 WS-COUNT-DISPLAY PIC ZZZZ9.

*> Resumen semanal.
01 WS-SUMMARY-ENV PIC X(01) VALUE SPACES.
01 WS-SUMMARY-DAY-ENV PIC X(01) VALUE SPACES.
01 WS-SUMMARY-DAY PIC 9 VALUE 1.
01 WS-WEEKDAY PIC 9 VALUE 0.
01 WS-WEEK-FROM PIC 9(08) VALUE 0.
01 WS-WORK-INT PIC 9(07) VALUE 0.
01 WS-WEEK-TABLE.
    05 WS-WK-ENTRY OCCURS 5 TIMES.
        10 WS-WK-NIGHTS    PIC 9(02).
        10 WS-WK-FIRST     PIC 9(05).
        10 WS-WK-LAST      PIC 9(05).
        10 WS-WK-PEAK      PIC 9(05).
        10 WS-WK-PEAK-OVER PIC 9(05).
        10 WS-WK-OVER-DAYS PIC 9(02).
01 WS-HIST-TOTAL PIC 9(05) VALUE 0.

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
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
    PERFORM 1000-INIT-QUEUES.
    PERFORM 1100-LOAD-THRESHOLDS THRU 1100-LOAD-THRESHOLDS-EXIT.
    PERFORM 1300-LOAD-SEEN THRU 1300-LOAD-SEEN-EXIT.

    PERFORM 2000-SCAN-INVALID THRU 2000-SCAN-INVALID-EXIT.
    PERFORM 2100-SCAN-PAIRS THRU 2100-SCAN-PAIRS-EXIT.
    PERFORM 2200-SCAN-STAGING THRU 2200-SCAN-STAGING-EXIT.
    PERFORM 2300-SCAN-PENDING THRU 2300-SCAN-PENDING-EXIT.
    PERFORM 2400-SCAN-APPROVALS THRU 2400-SCAN-APPROVALS-EXIT.

    PERFORM 4000-WRITE-ALERTS.
    PERFORM 5000-WRITE-REPORT THRU 5000-WRITE-REPORT-EXIT.
    PERFORM 5500-SAVE-SEEN THRU 5500-SAVE-SEEN-EXIT.
    PERFORM 5600-APPEND-HISTORY THRU 5600-APPEND-HISTORY-EXIT.

    *> Día de la semana: el día 1 de INTEGER-OF-DATE (1601-01-01)
    *> fue lunes.
    ACCEPT WS-SUMMARY-DAY-ENV FROM ENVIRONMENT "COLAS_DIA_RESUMEN".
    IF WS-SUMMARY-DAY-ENV IS NUMERIC
            AND WS-SUMMARY-DAY-ENV >= "1" AND WS-SUMMARY-DAY-ENV <= "7"
        MOVE WS-SUMMARY-DAY-ENV TO WS-SUMMARY-DAY
    END-IF.
    COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-TODAY-INT - 1, 7) + 1.
    ACCEPT WS-SUMMARY-ENV FROM ENVIRONMENT "COLAS_RESUMEN".
    IF WS-WEEKDAY = WS-SUMMARY-DAY
            OR WS-SUMMARY-ENV = "S" OR WS-SUMMARY-ENV = "s"
        PERFORM 6000-WEEKLY-SUMMARY THRU 6000-WEEKLY-SUMMARY-EXIT
    END-IF.

    DISPLAY "Colas de trabajo: " WS-GRAND-ITEMS " elementos, "
        WS-GRAND-OVERDUE " fuera de plazo, " WS-ALERTS-WRITTEN
        " alertas nuevas (ver 'colas.rpt').".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-INIT-QUEUES.
    MOVE "I" TO WS-QU-CODE (1).
    MOVE "Invalidos (invalidos.txt)" TO WS-QU-NAME (1).
    MOVE 5 TO WS-QU-THRESHOLD (1).
    MOVE "P" TO WS-QU-CODE (2).
    MOVE "Parejas (parejas.txt)" TO WS-QU-NAME (2).
    MOVE 10 TO WS-QU-THRESHOLD (2).
    MOVE "S" TO WS-QU-CODE (3).
    MOVE "Import (import_staging.txt)" TO WS-QU-NAME (3).
    MOVE 2 TO WS-QU-THRESHOLD (3).
    MOVE "C" TO WS-QU-CODE (4).
    MOVE "Programados (pendientes.txt)" TO WS-QU-NAME (4).
    MOVE 1 TO WS-QU-THRESHOLD (4).
    MOVE "A" TO WS-QU-CODE (5).
    MOVE "Doble firma (aprobaciones.txt)" TO WS-QU-NAME (5).
    MOVE 1 TO WS-QU-THRESHOLD (5).
    PERFORM VARYING WS-QU-IDX FROM 1 BY 1 UNTIL WS-QU-IDX > 5
        PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
            UNTIL WS-BUCKET-IDX > 4
            MOVE 0 TO WS-QU-BUCKET (WS-QU-IDX, WS-BUCKET-IDX)
        END-PERFORM
        MOVE 0 TO WS-QU-TOTAL (WS-QU-IDX)
        MOVE 0 TO WS-QU-OVERDUE (WS-QU-IDX)
        MOVE 0 TO WS-QU-NEW-OVER (WS-QU-IDX)
        MOVE 0 TO WS-QU-OLDEST (WS-QU-IDX)
        MOVE "Y" TO WS-QU-PRESENT (WS-QU-IDX)
    END-PERFORM.
1000-INIT-QUEUES-EXIT.
    EXIT.

1100-LOAD-THRESHOLDS.
    OPEN INPUT THRESHOLD-FILE.
    IF WS-THRESHOLD-STATUS = "35"
        PERFORM 1200-CREATE-DEFAULT-THRESHOLDS
        OPEN INPUT THRESHOLD-FILE
    END-IF.
    IF WS-THRESHOLD-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo abrir 'umbrales_colas.txt' (status "
            WS-THRESHOLD-STATUS "); se usan los umbrales estándar."
        GO TO 1100-LOAD-THRESHOLDS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ THRESHOLD-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF THRESHOLD-RECORD NOT = SPACES
                        AND TH-QUEUE NOT = "*"
                        AND TH-DAYS IS NUMERIC
                    PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                        UNTIL WS-QU-IDX > 5
                        IF WS-QU-CODE (WS-QU-IDX) = TH-QUEUE
                            MOVE TH-DAYS
                                TO WS-QU-THRESHOLD (WS-QU-IDX)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE THRESHOLD-FILE.
1100-LOAD-THRESHOLDS-EXIT.
    EXIT.

1200-CREATE-DEFAULT-THRESHOLDS.
    DISPLAY "No existe 'umbrales_colas.txt'; se generan los umbrales "
        "estándar.".
    OPEN OUTPUT THRESHOLD-FILE.
    MOVE "* Cola, días máximos de espera" TO THRESHOLD-RECORD.
    WRITE THRESHOLD-RECORD.
    PERFORM VARYING WS-QU-IDX FROM 1 BY 1 UNTIL WS-QU-IDX > 5
        MOVE SPACES TO THRESHOLD-RECORD
        MOVE WS-QU-CODE (WS-QU-IDX) TO TH-QUEUE
        MOVE WS-QU-THRESHOLD (WS-QU-IDX) TO TH-DAYS
        MOVE WS-QU-NAME (WS-QU-IDX) TO TH-DESCRIPTION
        WRITE THRESHOLD-RECORD
    END-PERFORM.
    CLOSE THRESHOLD-FILE.
1200-CREATE-DEFAULT-THRESHOLDS-EXIT.
    EXIT.

1300-LOAD-SEEN.
    OPEN INPUT AGEING-FILE.
    IF WS-AGEING-STATUS NOT = "00"
        *> Primera noche: todo lo que no tiene fecha propia empieza
        *> a contar hoy.
        GO TO 1300-LOAD-SEEN-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ AGEING-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF AG-FIRST-SEEN IS NUMERIC AND WS-SN-COUNT < 5000
                    ADD 1 TO WS-SN-COUNT
                    MOVE AG-QUEUE TO WS-SN-QUEUE (WS-SN-COUNT)
                    MOVE AG-KEY TO WS-SN-KEY (WS-SN-COUNT)
                    MOVE AG-FIRST-SEEN TO WS-SN-FIRST-SEEN (WS-SN-COUNT)
                    MOVE AG-ALERTED TO WS-SN-ALERTED (WS-SN-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AGEING-FILE.
1300-LOAD-SEEN-EXIT.
    EXIT.

2000-SCAN-INVALID.
    MOVE 1 TO WS-QU-CURRENT.
    OPEN INPUT INVALID-FILE.
    IF WS-INVALID-STATUS NOT = "00"
        MOVE "N" TO WS-QU-PRESENT (WS-QU-CURRENT)
        GO TO 2000-SCAN-INVALID-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ INVALID-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF NOT PR-TYPE-TRAILER OF INVALID-RECORD
                    MOVE SPACES TO WS-NEW-KEY
                    MOVE PR-PERSON-ID OF INVALID-RECORD
                        TO WS-NEW-KEY (1:6)
                    MOVE PR-NAME OF INVALID-RECORD TO WS-NEW-KEY (7:20)
                    MOVE 0 TO WS-NEW-SINCE
                    PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE INVALID-FILE.
2000-SCAN-INVALID-EXIT.
    EXIT.

2100-SCAN-PAIRS.
    MOVE 2 TO WS-QU-CURRENT.
    OPEN INPUT PAIR-FILE.
    IF WS-PAIR-STATUS NOT = "00"
        MOVE "N" TO WS-QU-PRESENT (WS-QU-CURRENT)
        GO TO 2100-SCAN-PAIRS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ PAIR-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF DP-STATUS-PENDING OF PAIR-RECORD
                    MOVE DP-ID-LOW OF PAIR-RECORD TO WS-PK-LOW
                    MOVE DP-ID-HIGH OF PAIR-RECORD TO WS-PK-HIGH
                    MOVE WS-PAIR-KEY TO WS-NEW-KEY
                    MOVE 0 TO WS-NEW-SINCE
                    PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PAIR-FILE.
2100-SCAN-PAIRS-EXIT.
    EXIT.

2200-SCAN-STAGING.
    MOVE 3 TO WS-QU-CURRENT.
    OPEN INPUT STAGING-FILE.
    IF WS-STAGING-STATUS NOT = "00"
        MOVE "N" TO WS-QU-PRESENT (WS-QU-CURRENT)
        GO TO 2200-SCAN-STAGING-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ STAGING-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF NOT PR-TYPE-TRAILER OF STAGING-RECORD
                    MOVE PR-NAME OF STAGING-RECORD TO WS-NEW-KEY
                    *> ImportRecordsFromCSV fecha cada fila al
                    *> estacionarla.
                    IF PR-STATUS-DATE OF STAGING-RECORD IS NUMERIC
                        MOVE PR-STATUS-DATE OF STAGING-RECORD
                            TO WS-NEW-SINCE
                    ELSE
                        MOVE 0 TO WS-NEW-SINCE
                    END-IF
                    PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STAGING-FILE.
2200-SCAN-STAGING-EXIT.
    EXIT.

2300-SCAN-PENDING.
    MOVE 4 TO WS-QU-CURRENT.
    OPEN INPUT PENDING-FILE.
    IF WS-PENDING-STATUS NOT = "00"
        MOVE "N" TO WS-QU-PRESENT (WS-QU-CURRENT)
        GO TO 2300-SCAN-PENDING-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ PENDING-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PENDING-RECORD NOT = SPACES
                    MOVE SPACES TO WS-TRANS-DATE-X
                    UNSTRING PENDING-RECORD DELIMITED BY ","
                        INTO WS-TRANS-DATE-X
                    *> Sólo los cambios cuya fecha efectiva ya llegó:
                    *> los futuros no están esperando a nadie.
                    IF WS-TRANS-DATE-X (1:8) IS NUMERIC
                            AND FUNCTION NUMVAL (WS-TRANS-DATE-X (1:8))
                                <= WS-TODAY-DATE
                        MOVE PENDING-RECORD (1:26) TO WS-NEW-KEY
                        MOVE WS-TRANS-DATE-X (1:8) TO WS-NEW-SINCE
                        PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PENDING-FILE.
2300-SCAN-PENDING-EXIT.
    EXIT.

2400-SCAN-APPROVALS.
    MOVE 5 TO WS-QU-CURRENT.
    OPEN INPUT APPROVAL-FILE.
    IF WS-APPROVAL-STATUS NOT = "00"
        MOVE "N" TO WS-QU-PRESENT (WS-QU-CURRENT)
        GO TO 2400-SCAN-APPROVALS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ APPROVAL-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF AP-STATUS-PENDING
                    MOVE SPACES TO WS-NEW-KEY
                    MOVE AP-OPERATION TO WS-NEW-KEY (1:20)
                    MOVE AP-REQUESTER TO WS-NEW-KEY (21:6)
                    IF AP-REQUEST-DATE IS NUMERIC
                        MOVE AP-REQUEST-DATE TO WS-NEW-SINCE
                    ELSE
                        MOVE 0 TO WS-NEW-SINCE
                    END-IF
                    PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE APPROVAL-FILE.
2400-SCAN-APPROVALS-EXIT.
    EXIT.

3000-ADD-ITEM.
    IF WS-IT-COUNT >= 5000
        IF WS-TABLE-FULL = "N"
            DISPLAY "Aviso: más de 5000 elementos en las colas; el "
                "resto no se cuenta."
            MOVE "Y" TO WS-TABLE-FULL
        END-IF
        GO TO 3000-ADD-ITEM-EXIT
    END-IF.
    ADD 1 TO WS-IT-COUNT.
    MOVE WS-QU-CODE (WS-QU-CURRENT) TO WS-IT-QUEUE (WS-IT-COUNT).
    MOVE WS-NEW-KEY TO WS-IT-KEY (WS-IT-COUNT).
    MOVE "N" TO WS-IT-ALERTED (WS-IT-COUNT).
    *> Primera aparición y aviso ya dado, si el elemento estaba
    *> anoche.
    PERFORM VARYING WS-SN-IDX FROM 1 BY 1
        UNTIL WS-SN-IDX > WS-SN-COUNT
        IF WS-SN-QUEUE (WS-SN-IDX) = WS-QU-CODE (WS-QU-CURRENT)
                AND WS-SN-KEY (WS-SN-IDX) = WS-NEW-KEY
            MOVE WS-SN-ALERTED (WS-SN-IDX) TO WS-IT-ALERTED (WS-IT-COUNT)
            IF WS-NEW-SINCE = 0
                MOVE WS-SN-FIRST-SEEN (WS-SN-IDX) TO WS-NEW-SINCE
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-NEW-SINCE = 0 OR WS-NEW-SINCE > WS-TODAY-DATE
            OR WS-NEW-SINCE < 16010101
        MOVE WS-TODAY-DATE TO WS-NEW-SINCE
    END-IF.
    MOVE WS-NEW-SINCE TO WS-IT-FIRST-SEEN (WS-IT-COUNT).
    COMPUTE WS-NEW-AGE =
        WS-TODAY-INT - FUNCTION INTEGER-OF-DATE (WS-NEW-SINCE).
    MOVE WS-NEW-AGE TO WS-IT-AGE (WS-IT-COUNT).

    EVALUATE TRUE
        WHEN WS-NEW-AGE <= 1  MOVE 1 TO WS-BUCKET-IDX
        WHEN WS-NEW-AGE <= 5  MOVE 2 TO WS-BUCKET-IDX
        WHEN WS-NEW-AGE <= 10 MOVE 3 TO WS-BUCKET-IDX
        WHEN OTHER            MOVE 4 TO WS-BUCKET-IDX
    END-EVALUATE.
    ADD 1 TO WS-QU-BUCKET (WS-QU-CURRENT, WS-BUCKET-IDX).
    ADD 1 TO WS-QU-TOTAL (WS-QU-CURRENT).
    ADD 1 TO WS-GRAND-ITEMS.
    IF WS-NEW-AGE > WS-QU-OLDEST (WS-QU-CURRENT)
        MOVE WS-NEW-AGE TO WS-QU-OLDEST (WS-QU-CURRENT)
    END-IF.
    IF WS-NEW-AGE > WS-QU-THRESHOLD (WS-QU-CURRENT)
        ADD 1 TO WS-QU-OVERDUE (WS-QU-CURRENT)
        ADD 1 TO WS-GRAND-OVERDUE
        IF WS-IT-ALERTED (WS-IT-COUNT) NOT = "S"
            ADD 1 TO WS-QU-NEW-OVER (WS-QU-CURRENT)
            MOVE "S" TO WS-IT-ALERTED (WS-IT-COUNT)
        END-IF
    END-IF.
3000-ADD-ITEM-EXIT.
    EXIT.

4000-WRITE-ALERTS.
    *> Una alerta por cola y noche cuando algún elemento cruza su
    *> umbral por primera vez.
    PERFORM VARYING WS-QU-IDX FROM 1 BY 1 UNTIL WS-QU-IDX > 5
        IF WS-QU-NEW-OVER (WS-QU-IDX) > 0
            PERFORM 4100-WRITE-ONE-ALERT THRU 4100-WRITE-ONE-ALERT-EXIT
        END-IF
    END-PERFORM.
4000-WRITE-ALERTS-EXIT.
    EXIT.

4100-WRITE-ONE-ALERT.
    OPEN EXTEND ALERT-FILE.
    IF WS-ALERT-STATUS = "35"
        OPEN OUTPUT ALERT-FILE
    END-IF.
    IF WS-ALERT-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'alertas.log' (status "
            WS-ALERT-STATUS ")."
        GO TO 4100-WRITE-ONE-ALERT-EXIT
    END-IF.
    ACCEPT WS-ALERT-TIME FROM TIME.
    MOVE SPACES TO ALERT-RECORD.
    STRING WS-TODAY-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ALERT-TIME (1:6) DELIMITED BY SIZE
           " QueueAgeing COLA " DELIMITED BY SIZE
           WS-QU-CODE (WS-QU-IDX) DELIMITED BY SIZE
           " nuevos fuera de plazo=" DELIMITED BY SIZE
           WS-QU-NEW-OVER (WS-QU-IDX) DELIMITED BY SIZE
           " total=" DELIMITED BY SIZE
           WS-QU-OVERDUE (WS-QU-IDX) DELIMITED BY SIZE
           " umbral=" DELIMITED BY SIZE
           WS-QU-THRESHOLD (WS-QU-IDX) DELIMITED BY SIZE
        INTO ALERT-RECORD.
    WRITE ALERT-RECORD.
    CLOSE ALERT-FILE.
    ADD 1 TO WS-ALERTS-WRITTEN.
    DISPLAY "ALERTA: " WS-QU-NEW-OVER (WS-QU-IDX) " elementos de "
        FUNCTION TRIM(WS-QU-NAME (WS-QU-IDX))
        " pasan de " WS-QU-THRESHOLD (WS-QU-IDX) " días.".
4100-WRITE-ONE-ALERT-EXIT.
    EXIT.

5000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'colas.rpt' (status "
            WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 5000-WRITE-REPORT-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "ANTIGUEDAD DE LAS COLAS DE TRABAJO - " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "COLA                             0-1   2-5  6-10   >10 TOTAL"
        TO REPORT-LINE.
    MOVE "UMBRAL FUERA  MAS ANTIGUO" TO REPORT-LINE (63:25).
    WRITE REPORT-LINE.
    PERFORM VARYING WS-QU-IDX FROM 1 BY 1 UNTIL WS-QU-IDX > 5
        MOVE SPACES TO REPORT-LINE
        MOVE WS-QU-CODE (WS-QU-IDX) TO REPORT-LINE (1:1)
        MOVE WS-QU-NAME (WS-QU-IDX) TO REPORT-LINE (3:30)
        IF WS-QU-PRESENT (WS-QU-IDX) = "N"
            MOVE "(no existe el fichero)" TO REPORT-LINE (33:22)
        ELSE
            PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                UNTIL WS-BUCKET-IDX > 4
                MOVE WS-QU-BUCKET (WS-QU-IDX, WS-BUCKET-IDX)
                    TO WS-COUNT-DISPLAY
                MOVE WS-COUNT-DISPLAY
                    TO REPORT-LINE (27 + WS-BUCKET-IDX * 6:5)
            END-PERFORM
            MOVE WS-QU-TOTAL (WS-QU-IDX) TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO REPORT-LINE (57:5)
            MOVE WS-QU-THRESHOLD (WS-QU-IDX) TO REPORT-LINE (66:3)
            MOVE WS-QU-OVERDUE (WS-QU-IDX) TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO REPORT-LINE (69:5)
            MOVE WS-QU-OLDEST (WS-QU-IDX) TO WS-AGE-DISPLAY
            MOVE WS-AGE-DISPLAY TO REPORT-LINE (76:5)
            MOVE "dias" TO REPORT-LINE (82:4)
        END-IF
        WRITE REPORT-LINE
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "ELEMENTOS FUERA DE PLAZO" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-GRAND-OVERDUE = 0
        MOVE "Ninguno." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    PERFORM VARYING WS-QU-IDX FROM 1 BY 1 UNTIL WS-QU-IDX > 5
        PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-COUNT
            IF WS-IT-QUEUE (WS-IT-IDX) = WS-QU-CODE (WS-QU-IDX)
                    AND WS-IT-AGE (WS-IT-IDX)
                        > WS-QU-THRESHOLD (WS-QU-IDX)
                MOVE WS-IT-AGE (WS-IT-IDX) TO WS-AGE-DISPLAY
                MOVE SPACES TO REPORT-LINE
                STRING WS-IT-QUEUE (WS-IT-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-IT-KEY (WS-IT-IDX) DELIMITED BY SIZE
                       "  desde " DELIMITED BY SIZE
                       WS-IT-FIRST-SEEN (WS-IT-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AGE-DISPLAY DELIMITED BY SIZE
                       " dias" DELIMITED BY SIZE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
        END-PERFORM
    END-PERFORM.
    IF WS-TABLE-FULL = "Y"
        MOVE "AVISO: más de 5000 elementos; el informe está incompleto."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.
5000-WRITE-REPORT-EXIT.
    EXIT.

5500-SAVE-SEEN.
    *> Sólo siguen los elementos que están hoy en su cola.
    OPEN OUTPUT AGEING-FILE.
    IF WS-AGEING-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo grabar 'antiguedad_colas.txt' "
            "(status " WS-AGEING-STATUS ")."
        GO TO 5500-SAVE-SEEN-EXIT
    END-IF.
    PERFORM VARYING WS-IT-IDX FROM 1 BY 1 UNTIL WS-IT-IDX > WS-IT-COUNT
        MOVE WS-IT-QUEUE (WS-IT-IDX) TO AG-QUEUE
        MOVE WS-IT-KEY (WS-IT-IDX) TO AG-KEY
        MOVE WS-IT-FIRST-SEEN (WS-IT-IDX) TO AG-FIRST-SEEN
        MOVE WS-IT-ALERTED (WS-IT-IDX) TO AG-ALERTED
        WRITE AGEING-RECORD
    END-PERFORM.
    CLOSE AGEING-FILE.
5500-SAVE-SEEN-EXIT.
    EXIT.

5600-APPEND-HISTORY.
    OPEN EXTEND HIST-FILE.
    IF WS-HIST-STATUS = "35"
        OPEN OUTPUT HIST-FILE
    END-IF.
    IF WS-HIST-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'colas.hist' (status "
            WS-HIST-STATUS ")."
        GO TO 5600-APPEND-HISTORY-EXIT
    END-IF.
    PERFORM VARYING WS-QU-IDX FROM 1 BY 1 UNTIL WS-QU-IDX > 5
        MOVE SPACES TO HIST-RECORD
        MOVE WS-TODAY-DATE TO QH-RUN-DATE
        MOVE WS-QU-CODE (WS-QU-IDX) TO QH-QUEUE
        PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
            UNTIL WS-BUCKET-IDX > 4
            MOVE WS-QU-BUCKET (WS-QU-IDX, WS-BUCKET-IDX)
                TO QH-BUCKET (WS-BUCKET-IDX)
        END-PERFORM
        MOVE WS-QU-OVERDUE (WS-QU-IDX) TO QH-OVERDUE
        MOVE WS-QU-THRESHOLD (WS-QU-IDX) TO QH-THRESHOLD
        WRITE HIST-RECORD
    END-PERFORM.
    CLOSE HIST-FILE.
5600-APPEND-HISTORY-EXIT.
    EXIT.

6000-WEEKLY-SUMMARY.
    COMPUTE WS-WORK-INT = WS-TODAY-INT - 6.
    COMPUTE WS-WEEK-FROM = FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
    PERFORM VARYING WS-QU-IDX FROM 1 BY 1 UNTIL WS-QU-IDX > 5
        MOVE 0 TO WS-WK-NIGHTS (WS-QU-IDX)
        MOVE 0 TO WS-WK-FIRST (WS-QU-IDX)
        MOVE 0 TO WS-WK-LAST (WS-QU-IDX)
        MOVE 0 TO WS-WK-PEAK (WS-QU-IDX)
        MOVE 0 TO WS-WK-PEAK-OVER (WS-QU-IDX)
        MOVE 0 TO WS-WK-OVER-DAYS (WS-QU-IDX)
    END-PERFORM.
    OPEN INPUT HIST-FILE.
    IF WS-HIST-STATUS NOT = "00"
        GO TO 6000-WEEKLY-SUMMARY-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HIST-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF QH-RUN-DATE IS NUMERIC
                        AND QH-RUN-DATE >= WS-WEEK-FROM
                        AND QH-RUN-DATE <= WS-TODAY-DATE
                    PERFORM 6100-TAKE-HIST-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HIST-FILE.

    OPEN OUTPUT WEEKLY-FILE.
    IF WS-WEEKLY-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'colas_semanal.rpt' (status "
            WS-WEEKLY-STATUS ")."
        GO TO 6000-WEEKLY-SUMMARY-EXIT
    END-IF.
    MOVE SPACES TO WEEKLY-LINE.
    STRING "RESUMEN SEMANAL DE COLAS DE TRABAJO DEL " DELIMITED BY SIZE
           WS-WEEK-FROM DELIMITED BY SIZE
           " AL " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO WEEKLY-LINE.
    WRITE WEEKLY-LINE.
    MOVE ALL "-" TO WEEKLY-LINE.
    WRITE WEEKLY-LINE.
    MOVE "COLA                           NOCHES INICIO   HOY  PICO"
        TO WEEKLY-LINE.
    MOVE "PICO FUERA  NOCHES CON FUERA" TO WEEKLY-LINE (61:28).
    WRITE WEEKLY-LINE.
    PERFORM VARYING WS-QU-IDX FROM 1 BY 1 UNTIL WS-QU-IDX > 5
        MOVE SPACES TO WEEKLY-LINE
        MOVE WS-QU-CODE (WS-QU-IDX) TO WEEKLY-LINE (1:1)
        MOVE WS-QU-NAME (WS-QU-IDX) TO WEEKLY-LINE (3:30)
        MOVE WS-WK-NIGHTS (WS-QU-IDX) TO WEEKLY-LINE (36:2)
        MOVE WS-WK-FIRST (WS-QU-IDX) TO WS-COUNT-DISPLAY
        MOVE WS-COUNT-DISPLAY TO WEEKLY-LINE (40:5)
        MOVE WS-WK-LAST (WS-QU-IDX) TO WS-COUNT-DISPLAY
        MOVE WS-COUNT-DISPLAY TO WEEKLY-LINE (46:5)
        MOVE WS-WK-PEAK (WS-QU-IDX) TO WS-COUNT-DISPLAY
        MOVE WS-COUNT-DISPLAY TO WEEKLY-LINE (52:5)
        MOVE WS-WK-PEAK-OVER (WS-QU-IDX) TO WS-COUNT-DISPLAY
        MOVE WS-COUNT-DISPLAY TO WEEKLY-LINE (66:5)
        MOVE WS-WK-OVER-DAYS (WS-QU-IDX) TO WEEKLY-LINE (86:2)
        WRITE WEEKLY-LINE
    END-PERFORM.
    MOVE SPACES TO WEEKLY-LINE.
    WRITE WEEKLY-LINE.
    MOVE "Tramos de hoy y elementos fuera de plazo: ver 'colas.rpt'."
        TO WEEKLY-LINE.
    WRITE WEEKLY-LINE.
    CLOSE WEEKLY-FILE.
    DISPLAY "Resumen semanal en 'colas_semanal.rpt'.".
6000-WEEKLY-SUMMARY-EXIT.
    EXIT.

6100-TAKE-HIST-LINE.
    PERFORM VARYING WS-QU-IDX FROM 1 BY 1 UNTIL WS-QU-IDX > 5
        IF WS-QU-CODE (WS-QU-IDX) = QH-QUEUE
            COMPUTE WS-HIST-TOTAL = QH-BUCKET (1) + QH-BUCKET (2)
                + QH-BUCKET (3) + QH-BUCKET (4)
            *> colas.hist va en orden de fecha: la primera noche de
            *> la semana da el inicio y la última el cierre.
            IF WS-WK-NIGHTS (WS-QU-IDX) = 0
                MOVE WS-HIST-TOTAL TO WS-WK-FIRST (WS-QU-IDX)
            END-IF
            ADD 1 TO WS-WK-NIGHTS (WS-QU-IDX)
            MOVE WS-HIST-TOTAL TO WS-WK-LAST (WS-QU-IDX)
            IF WS-HIST-TOTAL > WS-WK-PEAK (WS-QU-IDX)
                MOVE WS-HIST-TOTAL TO WS-WK-PEAK (WS-QU-IDX)
            END-IF
            IF QH-OVERDUE > WS-WK-PEAK-OVER (WS-QU-IDX)
                MOVE QH-OVERDUE TO WS-WK-PEAK-OVER (WS-QU-IDX)
            END-IF
            IF QH-OVERDUE > 0
                ADD 1 TO WS-WK-OVER-DAYS (WS-QU-IDX)
            END-IF
        END-IF
    END-PERFORM.
6100-TAKE-HIST-LINE-EXIT.
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
    STRING "COLAS=" DELIMITED BY SIZE
           WS-GRAND-ITEMS DELIMITED BY SIZE
           " VENC=" DELIMITED BY SIZE
           WS-GRAND-OVERDUE DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "QueueAgeing" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
