IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorProductivity.
*> Informe de productividad y retrabajo por operador y día, para las
*> preguntas del supervisor que ni historial.txt ni auditoria.log
*> contestan por sí solos: cuántas altas tecleó cada uno, cuántas
*> modificaciones, bajas y reactivaciones, cuántas transacciones de
*> lote se aplicaron, cuántas de sus altas acabaron en invalidos.txt
*> (por código de motivo) y cuántas reparaciones hizo en
*> RepairInvalidRecords. Fuentes:
*>   diario.jrn    : altas (WriteMultipleRecords, CommitImport) y
*>                   reparaciones (RepairInvalidRecords), líneas "W".
*>   historial.txt : modificaciones, bajas y reactivaciones según el
*>                   estado antes/después; las de BatchMaintenance
*>                   cuentan además como transacciones de lote. La
*>                   subida automática de edad (AgeSweep) y las
*>                   anulaciones de pendientes no son trabajo tecleado.
*>   invalidos.txt : cada registro inválido se imputa al alta (o la
*>                   reparación) de ese ID dentro del periodo.
*> Retrabajo: un cambio sobre una persona que vuelve a tocarse (se
*> corrige o se deshace) en PRODUCTIVIDAD_DIAS_REHACER días o menos
*> (por defecto 7), quienquiera que lo toque; se imputa a quien hizo
*> el cambio rehecho. La tasa es rehechos / cambios del periodo.
*> Periodo: PRODUCTIVIDAD_PERIODO=S (semanal, por defecto: los siete
*> días que terminan en PRODUCTIVIDAD_FECHA, hoy si no se da) o M
*> (mensual: del día 1 hasta PRODUCTIVIDAD_FECHA, o el mes entero
*> PRODUCTIVIDAD_MES=AAAAMM). La cadena de fin de mes lo corre en
*> modo M. El semanal corre cada noche en la cadena, pero sólo emite
*> el informe el día de resumen (PRODUCTIVIDAD_DIA_RESUMEN, 1 = lunes
*> ... 7 = domingo; por defecto 1), con PRODUCTIVIDAD_RESUMEN=S o
*> cuando se pide una semana concreta con PRODUCTIVIDAD_FECHA; las
*> demás noches termina sin informe y retira el de la semana
*> anterior. Salida en productividad_semanal.rpt o
*> productividad_mensual.rpt, con totales por operador y por sucursal
*> de la persona.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "diario.jrn"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "historial.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
    SELECT INVALID-FILE ASSIGN TO "invalidos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INVALID-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
    COPY JRNREC REPLACING JOURNAL-RECORD BY JOURNAL-REC.

FD HISTORY-FILE.
    COPY HISTREC REPLACING HISTORY-RECORD BY HISTORY-REC.

FD INVALID-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY INVALID-RECORD.

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-JOURNAL-STATUS PIC XX VALUE "00".
01 WS-HISTORY-STATUS PIC XX VALUE "00".
01 WS-INVALID-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-REPORT-NAME PIC X(30) VALUE "productividad_semanal.rpt".

*> Periodo del informe y ventana de retrabajo.
01 WS-PERIOD-ENV PIC X(01) VALUE SPACES.
01 WS-PERIOD-MODE PIC X(01) VALUE "S".
01 WS-PERIOD-NAME PIC X(08) VALUE "SEMANAL".
01 WS-REF-DATE-ENV PIC X(08) VALUE SPACES.
01 WS-MONTH-ENV PIC X(06) VALUE SPACES.
01 WS-REWORK-ENV PIC X(03) VALUE SPACES.
01 WS-REWORK-DAYS PIC 9(03) VALUE 7.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-REF-DATE PIC 9(8) VALUE 0.

*> Día del resumen semanal.
01 WS-SUMMARY-ENV PIC X(01) VALUE SPACES.
01 WS-SUMMARY-DAY-ENV PIC X(01) VALUE SPACES.
01 WS-SUMMARY-DAY PIC 9 VALUE 1.
01 WS-WEEKDAY PIC 9 VALUE 0.
01 WS-FROM-DATE PIC 9(8) VALUE 0.
01 WS-TO-DATE PIC 9(8) VALUE 0.
01 WS-WINDOW-END PIC 9(8) VALUE 0.
01 WS-WORK-INT PIC 9(07) VALUE 0.
01 WS-WORK-DATE PIC 9(8) VALUE 0.
01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
    05 WS-WD-YEAR  PIC 9(4).
    05 WS-WD-MONTH PIC 99.
    05 WS-WD-DAY   PIC 99.

*> Imágenes del registro de personas (historial y diario).
COPY PERSONREC REPLACING PERSON-RECORD BY WS-BEFORE-PERSON.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-AFTER-PERSON.

*> Suceso a anotar, preparado por el lector de cada fuente.
01 WS-NEW-ID PIC 9(06) VALUE 0.
01 WS-NEW-DATE PIC 9(08) VALUE 0.
01 WS-NEW-TIME PIC 9(06) VALUE 0.
01 WS-NEW-OPERATOR PIC X(20) VALUE SPACES.
01 WS-NEW-BRANCH PIC X(04) VALUE SPACES.
01 WS-NEW-TYPE PIC X(01) VALUE SPACES.
*>   A alta, U modificación, B baja, R reactivación, P reparación.
01 WS-NEW-BATCH PIC X(01) VALUE "N".

*> Sucesos del periodo más los N días siguientes (éstos sólo
*> sirven para descubrir el retrabajo de los del periodo).
01 WS-EVENT-TABLE.
    05 WS-EV-ENTRY OCCURS 5000 TIMES.
        10 WS-EV-ID       PIC 9(06).
        10 WS-EV-STAMP    PIC 9(14).
        10 WS-EV-DAY      PIC 9(07).
        10 WS-EV-TYPE     PIC X(01).
        10 WS-EV-DOP-IDX  PIC 9(04).
        10 WS-EV-OPER-IDX PIC 9(03).
        10 WS-EV-BR-IDX   PIC 9(03).
01 WS-EV-COUNT PIC 9(04) VALUE 0.
01 WS-EV-IDX PIC 9(04) VALUE 0.
01 WS-EV-J PIC 9(04) VALUE 0.
01 WS-EV-OVERFLOW PIC X VALUE "N".
01 WS-EV-FOUND PIC X VALUE "N".

*> Contadores, en el mismo orden en las tres tablas y en el total:
*>   1 altas        2 modificaciones   3 bajas      4 reactivaciones
*>   5 de lote      6 inválidos 01     7 inv. 02    8 inv. 03
*>   9 reparaciones 10 cambios (1-4 + 9)            11 rehechos
01 WS-DAY-OPER-TABLE.
    05 WS-DO-ENTRY OCCURS 3000 TIMES.
        10 WS-DO-DATE     PIC 9(08).
        10 WS-DO-OPERATOR PIC X(20).
        10 WS-DO-CNT      PIC 9(05) OCCURS 11 TIMES.
01 WS-DO-COUNT PIC 9(04) VALUE 0.
01 WS-DO-IDX PIC 9(04) VALUE 0.
01 WS-DO-J PIC 9(04) VALUE 0.
01 WS-DO-SWAP PIC X(83).

01 WS-OPER-TABLE.
    05 WS-OT-ENTRY OCCURS 300 TIMES.
        10 WS-OT-OPERATOR PIC X(20).
        10 WS-OT-CNT      PIC 9(05) OCCURS 11 TIMES.
01 WS-OT-COUNT PIC 9(03) VALUE 0.
01 WS-OT-IDX PIC 9(03) VALUE 0.
01 WS-OT-J PIC 9(03) VALUE 0.
01 WS-OT-SWAP PIC X(75).

01 WS-BRANCH-TABLE.
    05 WS-BT-ENTRY OCCURS 200 TIMES.
        10 WS-BT-CODE     PIC X(04).
        10 WS-BT-CNT      PIC 9(05) OCCURS 11 TIMES.
01 WS-BT-COUNT PIC 9(03) VALUE 0.
01 WS-BT-IDX PIC 9(03) VALUE 0.
01 WS-BT-J PIC 9(03) VALUE 0.
01 WS-BT-SWAP PIC X(59).

01 WS-TOTALS.
    05 WS-TOT-CNT PIC 9(05) OCCURS 11 TIMES.
01 WS-TABLE-FULL PIC X VALUE "N".

*> Destino del contador que se suma.
01 WS-CUR-DOP PIC 9(04) VALUE 0.
01 WS-CUR-OPER PIC 9(03) VALUE 0.
01 WS-CUR-BR PIC 9(03) VALUE 0.
01 WS-SLOT PIC 99 VALUE 0.
01 WS-SLOT-IDX PIC 99 VALUE 0.
01 WS-INVALID-UNMATCHED PIC 9(05) VALUE 0.

*> Línea de detalle del informe: clave y once columnas.
01 WS-COUNTS-WORK.
    05 WS-CW-CNT PIC 9(05) OCCURS 11 TIMES.
01 WS-DETAIL-LINE.
    05 WS-DL-KEY PIC X(29).
    05 WS-DL-COLUMN OCCURS 11 TIMES.
        10 FILLER    PIC X(01).
        10 WS-DL-CNT PIC ZZZZ9.
    05 FILLER PIC X(02).
    05 WS-DL-RATE PIC ZZ9.9.
    05 WS-DL-PCT PIC X(01).
01 WS-RATE PIC 9(03)V9 VALUE 0.
01 WS-SECTION-LINES PIC 9(04) VALUE 0.

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
    PERFORM 1000-DECIDE-PERIOD.
    IF WS-PERIOD-MODE = "S"
        *> Día de la semana: el día 1 de INTEGER-OF-DATE (1601-01-01)
        *> fue lunes.
        ACCEPT WS-SUMMARY-DAY-ENV
            FROM ENVIRONMENT "PRODUCTIVIDAD_DIA_RESUMEN"
        IF WS-SUMMARY-DAY-ENV IS NUMERIC
                AND WS-SUMMARY-DAY-ENV >= "1"
                AND WS-SUMMARY-DAY-ENV <= "7"
            MOVE WS-SUMMARY-DAY-ENV TO WS-SUMMARY-DAY
        END-IF
        COMPUTE WS-WEEKDAY = FUNCTION MOD
            (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1, 7) + 1
        ACCEPT WS-SUMMARY-ENV FROM ENVIRONMENT "PRODUCTIVIDAD_RESUMEN"
        IF WS-WEEKDAY NOT = WS-SUMMARY-DAY
                AND WS-SUMMARY-ENV NOT = "S" AND WS-SUMMARY-ENV NOT = "s"
                AND WS-REF-DATE-ENV IS NOT NUMERIC
            CALL "CBL_DELETE_FILE" USING WS-REPORT-NAME
            MOVE 0 TO RETURN-CODE
            DISPLAY "Productividad: el informe semanal sale el día "
                WS-SUMMARY-DAY " de la semana; hoy no se emite."
            GOBACK
        END-IF
    END-IF.
    PERFORM 2000-LOAD-JOURNAL THRU 2000-LOAD-JOURNAL-EXIT.
    PERFORM 3000-LOAD-HISTORY THRU 3000-LOAD-HISTORY-EXIT.
    PERFORM 4000-MARK-REWORK.
    PERFORM 4500-ATTRIBUTE-INVALIDS THRU 4500-ATTRIBUTE-INVALIDS-EXIT.
    PERFORM 5000-SORT-TABLES.
    PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT.
    DISPLAY "Productividad " FUNCTION TRIM(WS-PERIOD-NAME)
        " del " WS-FROM-DATE " al " WS-TO-DATE ": "
        WS-TOT-CNT (10) " cambios, " WS-TOT-CNT (11)
        " rehechos, en '" FUNCTION TRIM(WS-REPORT-NAME) "'.".
    IF WS-EV-OVERFLOW = "Y" OR WS-TABLE-FULL = "Y"
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-DECIDE-PERIOD.
    ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "PRODUCTIVIDAD_PERIODO".
    IF WS-PERIOD-ENV = "M" OR WS-PERIOD-ENV = "m"
        MOVE "M" TO WS-PERIOD-MODE
        MOVE "MENSUAL" TO WS-PERIOD-NAME
        MOVE "productividad_mensual.rpt" TO WS-REPORT-NAME
    END-IF.
    *> El valor llega rellenado con espacios a la derecha ("14 "),
    *> así que se convierte con NUMVAL en vez de exigir IS NUMERIC.
    ACCEPT WS-REWORK-ENV FROM ENVIRONMENT "PRODUCTIVIDAD_DIAS_REHACER".
    IF WS-REWORK-ENV (1:1) IS NUMERIC
        COMPUTE WS-REWORK-DAYS = FUNCTION NUMVAL (WS-REWORK-ENV)
    END-IF.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    MOVE WS-TODAY-DATE TO WS-REF-DATE.
    ACCEPT WS-REF-DATE-ENV FROM ENVIRONMENT "PRODUCTIVIDAD_FECHA".
    IF WS-REF-DATE-ENV IS NUMERIC
        MOVE WS-REF-DATE-ENV TO WS-REF-DATE
    END-IF.

    IF WS-PERIOD-MODE = "M"
        ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "PRODUCTIVIDAD_MES"
        IF WS-MONTH-ENV IS NUMERIC
            *> Mes entero: del día 1 al último día del mes.
            MOVE WS-MONTH-ENV TO WS-WORK-DATE (1:6)
            MOVE 1 TO WS-WD-DAY
            MOVE WS-WORK-DATE TO WS-FROM-DATE
            IF WS-WD-MONTH = 12
                ADD 1 TO WS-WD-YEAR
                MOVE 1 TO WS-WD-MONTH
            ELSE
                ADD 1 TO WS-WD-MONTH
            END-IF
            COMPUTE WS-WORK-INT =
                FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1
            COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
        ELSE
            *> Mes en curso hasta la fecha de referencia.
            MOVE WS-REF-DATE TO WS-WORK-DATE
            MOVE 1 TO WS-WD-DAY
            MOVE WS-WORK-DATE TO WS-FROM-DATE
            MOVE WS-REF-DATE TO WS-TO-DATE
        END-IF
    ELSE
        MOVE WS-REF-DATE TO WS-TO-DATE
        COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE (WS-REF-DATE) - 6
        COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
    END-IF.
    COMPUTE WS-WORK-INT =
        FUNCTION INTEGER-OF-DATE (WS-TO-DATE) + WS-REWORK-DAYS.
    COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
1000-DECIDE-PERIOD-EXIT.
    EXIT.

2000-LOAD-JOURNAL.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "Aviso: no hay diario 'diario.jrn' (status "
            WS-JOURNAL-STATUS "); el informe sale sin altas ni "
            "reparaciones."
        GO TO 2000-LOAD-JOURNAL-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ JOURNAL-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 2100-TAKE-JOURNAL-LINE
                    THRU 2100-TAKE-JOURNAL-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-FILE.
2000-LOAD-JOURNAL-EXIT.
    EXIT.

2100-TAKE-JOURNAL-LINE.
    IF NOT JR-ACT-WRITE OF JOURNAL-REC
        GO TO 2100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    IF JR-JRN-DATE OF JOURNAL-REC < WS-FROM-DATE
            OR JR-JRN-DATE OF JOURNAL-REC > WS-WINDOW-END
        GO TO 2100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    EVALUATE JR-PROGRAM OF JOURNAL-REC
        WHEN "WriteMultipleRecords"
        WHEN "CommitImport"
            MOVE "A" TO WS-NEW-TYPE
        WHEN "RepairInvalidRecords"
            MOVE "P" TO WS-NEW-TYPE
        WHEN OTHER
            *> Restauraciones y demás escrituras de fichero completo
            *> no son trabajo tecleado.
            GO TO 2100-TAKE-JOURNAL-LINE-EXIT
    END-EVALUATE.
    MOVE JR-IMAGE OF JOURNAL-REC TO WS-AFTER-PERSON.
    IF PR-PERSON-ID OF WS-AFTER-PERSON IS NOT NUMERIC
            OR PR-ID-IS-TRAILER OF WS-AFTER-PERSON
        GO TO 2100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    MOVE PR-PERSON-ID OF WS-AFTER-PERSON TO WS-NEW-ID.
    MOVE JR-JRN-DATE OF JOURNAL-REC TO WS-NEW-DATE.
    MOVE JR-JRN-TIME OF JOURNAL-REC TO WS-NEW-TIME.
    MOVE JR-OPERATOR OF JOURNAL-REC TO WS-NEW-OPERATOR.
    MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON TO WS-NEW-BRANCH.
    MOVE "N" TO WS-NEW-BATCH.
    PERFORM 2500-ADD-EVENT THRU 2500-ADD-EVENT-EXIT.
2100-TAKE-JOURNAL-LINE-EXIT.
    EXIT.

2500-ADD-EVENT.
    IF WS-EV-COUNT >= 5000
        IF WS-EV-OVERFLOW = "N"
            DISPLAY "Aviso: más de 5000 cambios en el periodo; el "
                "resto no se cuenta."
            MOVE "Y" TO WS-EV-OVERFLOW
        END-IF
        GO TO 2500-ADD-EVENT-EXIT
    END-IF.
    ADD 1 TO WS-EV-COUNT.
    MOVE WS-NEW-ID TO WS-EV-ID (WS-EV-COUNT).
    COMPUTE WS-EV-STAMP (WS-EV-COUNT) =
        WS-NEW-DATE * 1000000 + WS-NEW-TIME.
    COMPUTE WS-EV-DAY (WS-EV-COUNT) =
        FUNCTION INTEGER-OF-DATE (WS-NEW-DATE).
    MOVE WS-NEW-TYPE TO WS-EV-TYPE (WS-EV-COUNT).
    MOVE 0 TO WS-EV-DOP-IDX (WS-EV-COUNT).
    MOVE 0 TO WS-EV-OPER-IDX (WS-EV-COUNT).
    MOVE 0 TO WS-EV-BR-IDX (WS-EV-COUNT).
    *> Los sucesos posteriores al periodo sólo se guardan para el
    *> retrabajo; no suman.
    IF WS-NEW-DATE > WS-TO-DATE
        GO TO 2500-ADD-EVENT-EXIT
    END-IF.
    PERFORM 2600-FIND-DAY-OPERATOR.
    PERFORM 2700-FIND-OPERATOR.
    PERFORM 2800-FIND-BRANCH.
    MOVE WS-CUR-DOP TO WS-EV-DOP-IDX (WS-EV-COUNT).
    MOVE WS-CUR-OPER TO WS-EV-OPER-IDX (WS-EV-COUNT).
    MOVE WS-CUR-BR TO WS-EV-BR-IDX (WS-EV-COUNT).
    EVALUATE WS-NEW-TYPE
        WHEN "A" MOVE 1 TO WS-SLOT
        WHEN "U" MOVE 2 TO WS-SLOT
        WHEN "B" MOVE 3 TO WS-SLOT
        WHEN "R" MOVE 4 TO WS-SLOT
        WHEN "P" MOVE 9 TO WS-SLOT
    END-EVALUATE.
    PERFORM 2900-ADD-COUNTER.
    MOVE 10 TO WS-SLOT.
    PERFORM 2900-ADD-COUNTER.
    IF WS-NEW-BATCH = "Y"
        MOVE 5 TO WS-SLOT
        PERFORM 2900-ADD-COUNTER
    END-IF.
2500-ADD-EVENT-EXIT.
    EXIT.

2600-FIND-DAY-OPERATOR.
    MOVE 0 TO WS-CUR-DOP.
    PERFORM VARYING WS-DO-IDX FROM 1 BY 1
        UNTIL WS-DO-IDX > WS-DO-COUNT
        IF WS-DO-DATE (WS-DO-IDX) = WS-NEW-DATE
                AND WS-DO-OPERATOR (WS-DO-IDX) = WS-NEW-OPERATOR
            MOVE WS-DO-IDX TO WS-CUR-DOP
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-CUR-DOP = 0
        IF WS-DO-COUNT < 3000
            ADD 1 TO WS-DO-COUNT
            MOVE WS-NEW-DATE TO WS-DO-DATE (WS-DO-COUNT)
            MOVE WS-NEW-OPERATOR TO WS-DO-OPERATOR (WS-DO-COUNT)
            PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > 11
                MOVE 0 TO WS-DO-CNT (WS-DO-COUNT, WS-SLOT-IDX)
            END-PERFORM
            MOVE WS-DO-COUNT TO WS-CUR-DOP
        ELSE
            MOVE "Y" TO WS-TABLE-FULL
        END-IF
    END-IF.
2600-FIND-DAY-OPERATOR-EXIT.
    EXIT.

2700-FIND-OPERATOR.
    MOVE 0 TO WS-CUR-OPER.
    PERFORM VARYING WS-OT-IDX FROM 1 BY 1
        UNTIL WS-OT-IDX > WS-OT-COUNT
        IF WS-OT-OPERATOR (WS-OT-IDX) = WS-NEW-OPERATOR
            MOVE WS-OT-IDX TO WS-CUR-OPER
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-CUR-OPER = 0
        IF WS-OT-COUNT < 300
            ADD 1 TO WS-OT-COUNT
            MOVE WS-NEW-OPERATOR TO WS-OT-OPERATOR (WS-OT-COUNT)
            PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > 11
                MOVE 0 TO WS-OT-CNT (WS-OT-COUNT, WS-SLOT-IDX)
            END-PERFORM
            MOVE WS-OT-COUNT TO WS-CUR-OPER
        ELSE
            MOVE "Y" TO WS-TABLE-FULL
        END-IF
    END-IF.
2700-FIND-OPERATOR-EXIT.
    EXIT.

2800-FIND-BRANCH.
    MOVE 0 TO WS-CUR-BR.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) = WS-NEW-BRANCH
            MOVE WS-BT-IDX TO WS-CUR-BR
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-CUR-BR = 0
        IF WS-BT-COUNT < 200
            ADD 1 TO WS-BT-COUNT
            MOVE WS-NEW-BRANCH TO WS-BT-CODE (WS-BT-COUNT)
            PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > 11
                MOVE 0 TO WS-BT-CNT (WS-BT-COUNT, WS-SLOT-IDX)
            END-PERFORM
            MOVE WS-BT-COUNT TO WS-CUR-BR
        ELSE
            MOVE "Y" TO WS-TABLE-FULL
        END-IF
    END-IF.
2800-FIND-BRANCH-EXIT.
    EXIT.

2900-ADD-COUNTER.
    IF WS-CUR-DOP > 0
        ADD 1 TO WS-DO-CNT (WS-CUR-DOP, WS-SLOT)
    END-IF.
    IF WS-CUR-OPER > 0
        ADD 1 TO WS-OT-CNT (WS-CUR-OPER, WS-SLOT)
    END-IF.
    IF WS-CUR-BR > 0
        ADD 1 TO WS-BT-CNT (WS-CUR-BR, WS-SLOT)
    END-IF.
    ADD 1 TO WS-TOT-CNT (WS-SLOT).
2900-ADD-COUNTER-EXIT.
    EXIT.

3000-LOAD-HISTORY.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "Aviso: no hay historial 'historial.txt' (status "
            WS-HISTORY-STATUS "); el informe sale sin modificaciones."
        GO TO 3000-LOAD-HISTORY-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HISTORY-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 3100-TAKE-HISTORY-LINE
                    THRU 3100-TAKE-HISTORY-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
3000-LOAD-HISTORY-EXIT.
    EXIT.

3100-TAKE-HISTORY-LINE.
    IF HR-CHANGE-DATE OF HISTORY-REC < WS-FROM-DATE
            OR HR-CHANGE-DATE OF HISTORY-REC > WS-WINDOW-END
        GO TO 3100-TAKE-HISTORY-LINE-EXIT
    END-IF.
    IF HR-PROGRAM OF HISTORY-REC = "AgeSweep"
        GO TO 3100-TAKE-HISTORY-LINE-EXIT
    END-IF.
    *> Sólo las líneas con imagen de registro: las anulaciones de
    *> pendientes llevan una etiqueta en la imagen posterior.
    MOVE HR-BEFORE-IMAGE OF HISTORY-REC TO WS-BEFORE-PERSON.
    MOVE HR-AFTER-IMAGE OF HISTORY-REC TO WS-AFTER-PERSON.
    IF NOT PR-TYPE-DETAIL OF WS-AFTER-PERSON
            OR PR-PERSON-ID OF WS-AFTER-PERSON IS NOT NUMERIC
            OR PR-PERSON-ID OF WS-AFTER-PERSON
                NOT = HR-PERSON-ID OF HISTORY-REC
        GO TO 3100-TAKE-HISTORY-LINE-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN PR-STATUS-ACTIVE OF WS-BEFORE-PERSON
                AND PR-STATUS-INACTIVE OF WS-AFTER-PERSON
            MOVE "B" TO WS-NEW-TYPE
        WHEN PR-STATUS-INACTIVE OF WS-BEFORE-PERSON
                AND PR-STATUS-ACTIVE OF WS-AFTER-PERSON
            MOVE "R" TO WS-NEW-TYPE
        WHEN OTHER
            MOVE "U" TO WS-NEW-TYPE
    END-EVALUATE.
    IF HR-PROGRAM OF HISTORY-REC = "BatchMaintenance"
        MOVE "Y" TO WS-NEW-BATCH
    ELSE
        MOVE "N" TO WS-NEW-BATCH
    END-IF.
    MOVE HR-PERSON-ID OF HISTORY-REC TO WS-NEW-ID.
    MOVE HR-CHANGE-DATE OF HISTORY-REC TO WS-NEW-DATE.
    MOVE HR-CHANGE-TIME OF HISTORY-REC TO WS-NEW-TIME.
    MOVE HR-OPERATOR OF HISTORY-REC TO WS-NEW-OPERATOR.
    MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON TO WS-NEW-BRANCH.
    PERFORM 2500-ADD-EVENT THRU 2500-ADD-EVENT-EXIT.
3100-TAKE-HISTORY-LINE-EXIT.
    EXIT.

4000-MARK-REWORK.
    *> Un cambio del periodo está rehecho si la misma persona vuelve
    *> a tocarse después, dentro de la ventana de N días.
    PERFORM VARYING WS-EV-IDX FROM 1 BY 1
        UNTIL WS-EV-IDX > WS-EV-COUNT
        IF WS-EV-DOP-IDX (WS-EV-IDX) > 0
            PERFORM 4100-FIND-LATER-CHANGE
            IF WS-EV-FOUND = "Y"
                MOVE WS-EV-DOP-IDX (WS-EV-IDX) TO WS-CUR-DOP
                MOVE WS-EV-OPER-IDX (WS-EV-IDX) TO WS-CUR-OPER
                MOVE WS-EV-BR-IDX (WS-EV-IDX) TO WS-CUR-BR
                MOVE 11 TO WS-SLOT
                PERFORM 2900-ADD-COUNTER
            END-IF
        END-IF
    END-PERFORM.
4000-MARK-REWORK-EXIT.
    EXIT.

4100-FIND-LATER-CHANGE.
    MOVE "N" TO WS-EV-FOUND.
    PERFORM VARYING WS-EV-J FROM 1 BY 1
        UNTIL WS-EV-J > WS-EV-COUNT
        IF WS-EV-ID (WS-EV-J) = WS-EV-ID (WS-EV-IDX)
                AND WS-EV-STAMP (WS-EV-J) > WS-EV-STAMP (WS-EV-IDX)
                AND WS-EV-DAY (WS-EV-J) - WS-EV-DAY (WS-EV-IDX)
                    <= WS-REWORK-DAYS
            MOVE "Y" TO WS-EV-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
4100-FIND-LATER-CHANGE-EXIT.
    EXIT.

4500-ATTRIBUTE-INVALIDS.
    OPEN INPUT INVALID-FILE.
    IF WS-INVALID-STATUS NOT = "00"
        GO TO 4500-ATTRIBUTE-INVALIDS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ INVALID-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 4600-TAKE-INVALID THRU 4600-TAKE-INVALID-EXIT
        END-READ
    END-PERFORM.
    CLOSE INVALID-FILE.
4500-ATTRIBUTE-INVALIDS-EXIT.
    EXIT.

4600-TAKE-INVALID.
    IF PR-PERSON-ID OF INVALID-RECORD IS NOT NUMERIC
            OR PR-ID-IS-TRAILER OF INVALID-RECORD
        GO TO 4600-TAKE-INVALID-EXIT
    END-IF.
    EVALUATE PR-REASON-CODE OF INVALID-RECORD
        WHEN "01" MOVE 6 TO WS-SLOT
        WHEN "02" MOVE 7 TO WS-SLOT
        WHEN "03" MOVE 8 TO WS-SLOT
        WHEN OTHER GO TO 4600-TAKE-INVALID-EXIT
    END-EVALUATE.
    *> Se imputa al alta o reparación de ese ID dentro del periodo;
    *> si entró antes, no es trabajo de este periodo.
    MOVE "N" TO WS-EV-FOUND.
    PERFORM VARYING WS-EV-IDX FROM 1 BY 1
        UNTIL WS-EV-IDX > WS-EV-COUNT
        IF WS-EV-ID (WS-EV-IDX) = PR-PERSON-ID OF INVALID-RECORD
                AND WS-EV-DOP-IDX (WS-EV-IDX) > 0
                AND (WS-EV-TYPE (WS-EV-IDX) = "A"
                    OR WS-EV-TYPE (WS-EV-IDX) = "P")
            MOVE "Y" TO WS-EV-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-EV-FOUND = "N"
        ADD 1 TO WS-INVALID-UNMATCHED
        GO TO 4600-TAKE-INVALID-EXIT
    END-IF.
    MOVE WS-EV-DOP-IDX (WS-EV-IDX) TO WS-CUR-DOP.
    MOVE WS-EV-OPER-IDX (WS-EV-IDX) TO WS-CUR-OPER.
    MOVE WS-EV-BR-IDX (WS-EV-IDX) TO WS-CUR-BR.
    PERFORM 2900-ADD-COUNTER.
4600-TAKE-INVALID-EXIT.
    EXIT.

5000-SORT-TABLES.
    *> Día y operador, operador, y código de sucursal en orden.
    PERFORM VARYING WS-DO-IDX FROM 1 BY 1
        UNTIL WS-DO-IDX > WS-DO-COUNT
        PERFORM VARYING WS-DO-J FROM 1 BY 1
            UNTIL WS-DO-J >= WS-DO-COUNT
            IF WS-DO-DATE (WS-DO-J) > WS-DO-DATE (WS-DO-J + 1)
                    OR (WS-DO-DATE (WS-DO-J) = WS-DO-DATE (WS-DO-J + 1)
                    AND WS-DO-OPERATOR (WS-DO-J)
                        > WS-DO-OPERATOR (WS-DO-J + 1))
                MOVE WS-DO-ENTRY (WS-DO-J) TO WS-DO-SWAP
                MOVE WS-DO-ENTRY (WS-DO-J + 1) TO WS-DO-ENTRY (WS-DO-J)
                MOVE WS-DO-SWAP TO WS-DO-ENTRY (WS-DO-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING WS-OT-IDX FROM 1 BY 1
        UNTIL WS-OT-IDX > WS-OT-COUNT
        PERFORM VARYING WS-OT-J FROM 1 BY 1
            UNTIL WS-OT-J >= WS-OT-COUNT
            IF WS-OT-OPERATOR (WS-OT-J) > WS-OT-OPERATOR (WS-OT-J + 1)
                MOVE WS-OT-ENTRY (WS-OT-J) TO WS-OT-SWAP
                MOVE WS-OT-ENTRY (WS-OT-J + 1) TO WS-OT-ENTRY (WS-OT-J)
                MOVE WS-OT-SWAP TO WS-OT-ENTRY (WS-OT-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        PERFORM VARYING WS-BT-J FROM 1 BY 1
            UNTIL WS-BT-J >= WS-BT-COUNT
            IF WS-BT-CODE (WS-BT-J) > WS-BT-CODE (WS-BT-J + 1)
                MOVE WS-BT-ENTRY (WS-BT-J) TO WS-BT-SWAP
                MOVE WS-BT-ENTRY (WS-BT-J + 1) TO WS-BT-ENTRY (WS-BT-J)
                MOVE WS-BT-SWAP TO WS-BT-ENTRY (WS-BT-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.
5000-SORT-TABLES-EXIT.
    EXIT.

6000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear '" FUNCTION TRIM(WS-REPORT-NAME)
            "' (status " WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 6000-WRITE-REPORT-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "PRODUCTIVIDAD DE OPERADORES - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PERIOD-NAME) DELIMITED BY SIZE
           " DEL " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " AL " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "REHEC: cambio vuelto a tocar en " DELIMITED BY SIZE
           WS-REWORK-DAYS DELIMITED BY SIZE
           " dias o menos. LOTE: de BatchMaintenance. INVnn: altas "
               DELIMITED BY SIZE
           "en invalidos.txt, motivo nn." DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE "POR DIA Y OPERADOR" TO WS-DL-KEY.
    PERFORM 6900-WRITE-SECTION-HEADER.
    PERFORM VARYING WS-DO-IDX FROM 1 BY 1
        UNTIL WS-DO-IDX > WS-DO-COUNT
        MOVE SPACES TO WS-DL-KEY
        STRING WS-DO-DATE (WS-DO-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DO-OPERATOR (WS-DO-IDX) DELIMITED BY SIZE
            INTO WS-DL-KEY
        PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
            UNTIL WS-SLOT-IDX > 11
            MOVE WS-DO-CNT (WS-DO-IDX, WS-SLOT-IDX)
                TO WS-CW-CNT (WS-SLOT-IDX)
        END-PERFORM
        PERFORM 6800-WRITE-DETAIL
    END-PERFORM.
    IF WS-DO-COUNT = 0
        MOVE "Sin actividad en el periodo." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    MOVE "TOTALES POR OPERADOR" TO WS-DL-KEY.
    PERFORM 6900-WRITE-SECTION-HEADER.
    PERFORM VARYING WS-OT-IDX FROM 1 BY 1
        UNTIL WS-OT-IDX > WS-OT-COUNT
        MOVE WS-OT-OPERATOR (WS-OT-IDX) TO WS-DL-KEY
        PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
            UNTIL WS-SLOT-IDX > 11
            MOVE WS-OT-CNT (WS-OT-IDX, WS-SLOT-IDX)
                TO WS-CW-CNT (WS-SLOT-IDX)
        END-PERFORM
        PERFORM 6800-WRITE-DETAIL
    END-PERFORM.

    MOVE "TOTALES POR SUCURSAL" TO WS-DL-KEY.
    PERFORM 6900-WRITE-SECTION-HEADER.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) = SPACES
            MOVE "(sin sucursal)" TO WS-DL-KEY
        ELSE
            MOVE WS-BT-CODE (WS-BT-IDX) TO WS-DL-KEY
        END-IF
        PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
            UNTIL WS-SLOT-IDX > 11
            MOVE WS-BT-CNT (WS-BT-IDX, WS-SLOT-IDX)
                TO WS-CW-CNT (WS-SLOT-IDX)
        END-PERFORM
        PERFORM 6800-WRITE-DETAIL
    END-PERFORM.

    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "TOTAL GENERAL" TO WS-DL-KEY.
    MOVE WS-TOTALS TO WS-COUNTS-WORK.
    PERFORM 6800-WRITE-DETAIL.
    IF WS-INVALID-UNMATCHED > 0
        MOVE SPACES TO REPORT-LINE
        STRING "Registros en invalidos.txt sin alta en el periodo "
                   DELIMITED BY SIZE
               "(no imputados): " DELIMITED BY SIZE
               WS-INVALID-UNMATCHED DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-EV-OVERFLOW = "Y" OR WS-TABLE-FULL = "Y"
        MOVE "AVISO: tablas llenas; el informe está incompleto."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.
6000-WRITE-REPORT-EXIT.
    EXIT.

6800-WRITE-DETAIL.
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
        UNTIL WS-SLOT-IDX > 11
        MOVE WS-CW-CNT (WS-SLOT-IDX) TO WS-DL-CNT (WS-SLOT-IDX)
    END-PERFORM.
    IF WS-CW-CNT (10) > 0
        COMPUTE WS-RATE ROUNDED =
            WS-CW-CNT (11) * 100 / WS-CW-CNT (10)
        MOVE WS-RATE TO WS-DL-RATE
        MOVE "%" TO WS-DL-PCT
    ELSE
        MOVE 0 TO WS-DL-RATE
        MOVE SPACE TO WS-DL-PCT
    END-IF.
    MOVE WS-DETAIL-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
6800-WRITE-DETAIL-EXIT.
    EXIT.

6900-WRITE-SECTION-HEADER.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-DL-KEY TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "                             " DELIMITED BY SIZE
           " ALTAS MODIF BAJAS REACT  LOTE INV01 INV02 INV03 REPAR"
               DELIMITED BY SIZE
           " TOTAL REHEC   %REH" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO WS-DETAIL-LINE.
6900-WRITE-SECTION-HEADER-EXIT.
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
    STRING WS-PERIOD-MODE DELIMITED BY SIZE
           " CAMBIOS=" DELIMITED BY SIZE
           WS-TOT-CNT (10) DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "OperatorProductivity" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
