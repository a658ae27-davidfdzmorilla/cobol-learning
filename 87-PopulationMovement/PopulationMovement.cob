IDENTIFICATION DIVISION.
PROGRAM-ID. PopulationMovement.
*> Movimiento de población del mes por sucursal (existencias y
*> flujos), para la dirección: personas al abrir el mes, lo que
*> entra (altas, reactivaciones, traslados de entrada), lo que sale
*> (bajas, traslados de salida, fusiones y purgas) y las personas al
*> cerrar, con la cuenta comprobada:
*>   APERTURA + ENTRADAS - SALIDAS = CIERRE
*> Fuentes:
*>   archivos.cat  : la apertura es la última copia diaria catalogada
*>                   hasta el último día del mes anterior y el cierre
*>                   la última hasta el último día del mes. Los
*>                   anuales de ArchiveYearEnd no sirven: guardan la
*>                   última imagen de cada ID en el año, no una foto.
*>   diario.jrn    : altas (líneas "W" de detalle) y purgas (líneas
*>                   "D" salvo las de MergePersonas). Las
*>                   restauraciones y los vaciados del maestro no son
*>                   movimientos: se cuentan aparte y se avisa.
*>   historial.txt : bajas y reactivaciones por el estado antes y
*>                   después, traslados por el cambio de sucursal y
*>                   fusiones por las líneas de MergePersonas (la
*>                   imagen anterior es el ID absorbido).
*> Los movimientos que cuentan son los posteriores al día de la copia
*> de apertura hasta el día de la copia de cierre, de forma que la
*> cuenta cuadra entre las dos fotos aunque no caigan justo en el
*> último día. Se cuadran por separado los activos y los inactivos
*> (bajas y fallecidos): una baja sale de los activos y entra en los
*> inactivos, una reactivación al revés, y las purgas sólo pueden
*> salir de los inactivos. Toda sucursal que no cuadra se marca con
*> la diferencia. Los totales se concilian además con los registros
*> mensuales "M" que StatsMonthEnd deja en estadisticas.hist (activos
*> = válidos + inválidos; inactivos = bajas + fallecidos).
*> Mes: MOVIMIENTO_MES=AAAAMM; por defecto el mes anterior, el mismo
*> que consolida StatsMonthEnd en la cadena de fin de mes. Salida en
*> movimiento_poblacion.rpt.
*> Los ajustes posteriores al cierre contable (ajustes_periodo.txt,
*> ver AJUSTREC.cpy) van en una sección aparte: los fechados en el
*> mes que entraron después de cerrarlo, y los aplicados en el mes
*> con fecha de un periodo anterior ya cerrado.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CATALOG-FILE ASSIGN TO "archivos.cat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "diario.jrn"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "historial.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
    SELECT STATS-FILE ASSIGN TO "estadisticas.hist"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATS-STATUS.
    SELECT ADJUST-FILE ASSIGN TO "ajustes_periodo.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ADJUST-STATUS.
    SELECT REPORT-FILE ASSIGN TO "movimiento_poblacion.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CATALOG-FILE.
    COPY ARCHCAT REPLACING ARCHIVE-CAT-RECORD BY CATALOG-RECORD.

FD ARCHIVE-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY ARCHIVE-RECORD.

FD JOURNAL-FILE.
    COPY JRNREC REPLACING JOURNAL-RECORD BY JOURNAL-REC.

FD HISTORY-FILE.
    COPY HISTREC REPLACING HISTORY-RECORD BY HISTORY-REC.

FD STATS-FILE.
    COPY STATHIST REPLACING STAT-HISTORY-RECORD BY STATS-RECORD.

FD ADJUST-FILE.
    COPY AJUSTREC REPLACING ADJUSTMENT-RECORD BY ADJUST-REC.

FD REPORT-FILE.
01 REPORT-LINE PIC X(100).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-CATALOG-STATUS PIC XX VALUE "00".
01 WS-ARCHIVE-STATUS PIC XX VALUE "00".
01 WS-JOURNAL-STATUS PIC XX VALUE "00".
01 WS-HISTORY-STATUS PIC XX VALUE "00".
01 WS-STATS-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-ADJUST-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-ARCHIVE-FILE-NAME PIC X(80) VALUE SPACES.

*> Mes del informe y sus límites.
01 WS-MONTH-ENV PIC X(06) VALUE SPACES.
01 WS-TARGET-MONTH PIC 9(06) VALUE 0.
01 WS-PRIOR-MONTH PIC 9(06) VALUE 0.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MONTH PIC 99.
    05 WS-TODAY-DAY   PIC 99.
01 WS-WORK-MONTH PIC 9(06) VALUE 0.
01 WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
    05 WS-WM-YEAR  PIC 9(4).
    05 WS-WM-MM    PIC 99.
01 WS-MONTH-START PIC 9(08) VALUE 0.
01 WS-MONTH-END PIC 9(08) VALUE 0.
01 WS-PRIOR-END PIC 9(08) VALUE 0.
01 WS-NEXT-START PIC 9(08) VALUE 0.

*> Catálogo en memoria.
01 WS-CAT-TABLE.
    05 WS-CAT-ENTRY OCCURS 500 TIMES.
        10 WS-CAT-NAME  PIC X(20).
        10 WS-CAT-DATE  PIC 9(08).
01 WS-CAT-TOTAL PIC 9(03) VALUE 0.
01 WS-CAT-IDX PIC 9(03) VALUE 0.

*> Copias de apertura y de cierre.
01 WS-WANTED-DATE PIC 9(08) VALUE 0.
01 WS-FOUND-NAME PIC X(20) VALUE SPACES.
01 WS-FOUND-DATE PIC 9(08) VALUE 0.
01 WS-OPEN-NAME PIC X(20) VALUE SPACES.
01 WS-OPEN-DATE PIC 9(08) VALUE 0.
01 WS-CLOSE-NAME PIC X(20) VALUE SPACES.
01 WS-CLOSE-DATE PIC 9(08) VALUE 0.
*> Ventana de movimientos: posteriores a WS-FLOW-FROM y hasta
*> WS-FLOW-TO inclusive.
01 WS-FLOW-FROM PIC 9(08) VALUE 0.
01 WS-FLOW-TO PIC 9(08) VALUE 0.

*> Imágenes del registro de personas.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-BEFORE-PERSON.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-AFTER-PERSON.

*> Existencias y movimientos por sucursal. Estado 1 activos, 2
*> inactivos; casillas 1 APERT, 2 ALTAS, 3 REACT, 4 T.ENT, 5 BAJAS,
*> 6 T.SAL, 7 FUSIO, 8 PURGA, 9 CIERRE.
01 WS-BRANCH-TABLE.
    05 WS-BT-ENTRY OCCURS 200 TIMES.
        10 WS-BT-CODE PIC X(04).
        10 WS-BT-STATE OCCURS 2 TIMES.
            15 WS-BT-CNT PIC 9(06) OCCURS 9 TIMES.
01 WS-BT-COUNT PIC 9(03) VALUE 0.
01 WS-BT-IDX PIC 9(03) VALUE 0.
01 WS-BT-J PIC 9(03) VALUE 0.
01 WS-BT-SWAP PIC X(112).
01 WS-BT-FULL PIC X VALUE "N".
01 WS-TOTALS.
    05 WS-TOT-STATE OCCURS 2 TIMES.
        10 WS-TOT-CNT PIC 9(06) OCCURS 9 TIMES.
01 WS-STATE PIC 9 VALUE 0.
01 WS-STATE-IDX PIC 9 VALUE 0.
01 WS-SLOT PIC 9 VALUE 0.
01 WS-SLOT-IDX PIC 99 VALUE 0.
01 WS-COUNT-BRANCH PIC X(04) VALUE SPACES.
01 WS-BEFORE-STATE PIC 9 VALUE 0.
01 WS-AFTER-STATE PIC 9 VALUE 0.

*> Cuadre de una línea.
01 WS-LINE-CNT.
    05 WS-LC PIC 9(06) OCCURS 9 TIMES.
01 WS-EXPECTED PIC S9(07) VALUE 0.
01 WS-DIFFERENCE PIC S9(07) VALUE 0.
01 WS-DIFF-LINES PIC 9(04) VALUE 0.
01 WS-DIFF-TOTAL PIC S9(07) VALUE 0.
01 WS-CNT-DISPLAY PIC ZZZZZ9.
01 WS-DIFF-DISPLAY PIC -(6)9.

*> Cabecera de columnas, una etiqueta de seis por casilla.
01 WS-COL-LABELS PIC X(54) VALUE
    " APERT ALTAS REACT T.ENT BAJAS T.SAL FUSIO PURGACIERRE".
01 WS-COL-LABELS-R REDEFINES WS-COL-LABELS.
    05 WS-COL-LABEL PIC X(06) OCCURS 9 TIMES.

*> Incidencias que impiden explicar el mes con movimientos.
01 WS-CLEAR-COUNT PIC 9(05) VALUE 0.
01 WS-RELOAD-COUNT PIC 9(06) VALUE 0.

*> Conciliación con los registros mensuales de StatsMonthEnd.
COPY STATHIST REPLACING STAT-HISTORY-RECORD BY WS-STAT-CLOSE.
COPY STATHIST REPLACING STAT-HISTORY-RECORD BY WS-STAT-OPEN.
01 WS-STAT-CLOSE-FOUND PIC X VALUE "N".
01 WS-STAT-OPEN-FOUND PIC X VALUE "N".
01 WS-STAT-ACTIVE PIC 9(07) VALUE 0.
01 WS-STAT-DIFF-COUNT PIC 9 VALUE 0.
01 WS-REC-LABEL PIC X(22) VALUE SPACES.
01 WS-REC-ARCHIVE PIC 9(07) VALUE 0.
01 WS-REC-STATS PIC 9(07) VALUE 0.
01 WS-REC-DISPLAY PIC ZZZZZZ9.

*> Ajustes posteriores al cierre contable.
01 WS-ADJ-PASS PIC 9 VALUE 0.
01 WS-ADJ-LISTED PIC 9(05) VALUE 0.
01 WS-ADJ-TOTAL PIC 9(05) VALUE 0.

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
    PERFORM 0100-DECIDE-MONTH THRU 0100-DECIDE-MONTH-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.
    PERFORM 1000-LOAD-CATALOG THRU 1000-LOAD-CATALOG-EXIT.
    MOVE WS-PRIOR-END TO WS-WANTED-DATE.
    PERFORM 1100-RESOLVE-DATE.
    MOVE WS-FOUND-NAME TO WS-OPEN-NAME.
    MOVE WS-FOUND-DATE TO WS-OPEN-DATE.
    MOVE WS-MONTH-END TO WS-WANTED-DATE.
    PERFORM 1100-RESOLVE-DATE.
    MOVE WS-FOUND-NAME TO WS-CLOSE-NAME.
    MOVE WS-FOUND-DATE TO WS-CLOSE-DATE.

    PERFORM 3000-OPEN-REPORT THRU 3000-OPEN-REPORT-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.
    *> Sin foto de cierre dentro del mes no hay nada que cuadrar; el
    *> informe lo dice y la cadena sigue.
    IF WS-CLOSE-NAME = SPACES OR WS-CLOSE-DATE < WS-MONTH-START
        MOVE "No hay copia diaria catalogada dentro del mes: el "
            TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "movimiento no se puede cuadrar. Ejecuta ArchivePersonas."
            TO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM 7500-WRITE-ADJUSTMENTS
        CLOSE REPORT-FILE
        DISPLAY "Aviso: sin copia diaria del mes " WS-TARGET-MONTH
            "; no se calcula el movimiento."
        MOVE 1 TO WS-DIFF-LINES
        PERFORM 8000-WRITE-AUDIT-LOG
        GOBACK
    END-IF.
    IF WS-OPEN-NAME = SPACES
        *> Primera copia del sistema: se abre el mes a cero.
        MOVE WS-PRIOR-END TO WS-FLOW-FROM
    ELSE
        MOVE WS-OPEN-DATE TO WS-FLOW-FROM
        MOVE WS-OPEN-NAME TO WS-ARCHIVE-FILE-NAME
        MOVE 1 TO WS-SLOT
        PERFORM 2000-LOAD-STOCK THRU 2000-LOAD-STOCK-EXIT
    END-IF.
    MOVE WS-CLOSE-DATE TO WS-FLOW-TO.
    MOVE WS-CLOSE-NAME TO WS-ARCHIVE-FILE-NAME.
    MOVE 9 TO WS-SLOT.
    PERFORM 2000-LOAD-STOCK THRU 2000-LOAD-STOCK-EXIT.

    PERFORM 4000-SCAN-JOURNAL THRU 4000-SCAN-JOURNAL-EXIT.
    PERFORM 5000-SCAN-HISTORY THRU 5000-SCAN-HISTORY-EXIT.
    PERFORM 5500-LOAD-MONTHLY-STATS THRU 5500-LOAD-MONTHLY-STATS-EXIT.
    PERFORM 6000-WRITE-MOVEMENT.
    PERFORM 7000-WRITE-RECONCILIATION.
    PERFORM 7500-WRITE-ADJUSTMENTS.
    CLOSE REPORT-FILE.

    IF WS-DIFF-LINES = 0
        DISPLAY "Movimiento del mes " WS-TARGET-MONTH
            ": cuadra en todas las sucursales (ver "
            "'movimiento_poblacion.rpt')."
    ELSE
        DISPLAY "Movimiento del mes " WS-TARGET-MONTH ": "
            WS-DIFF-LINES " líneas descuadradas (ver "
            "'movimiento_poblacion.rpt')."
    END-IF.
    IF WS-STAT-DIFF-COUNT > 0
        DISPLAY "Aviso: el cierre no coincide con estadisticas.hist."
    END-IF.
    IF WS-ADJ-TOTAL > 0
        DISPLAY "Ajustes posteriores al cierre en el informe: "
            WS-ADJ-TOTAL "."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

0100-DECIDE-MONTH.
    ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "MOVIMIENTO_MES".
    IF WS-MONTH-ENV IS NUMERIC
        MOVE WS-MONTH-ENV TO WS-TARGET-MONTH
    ELSE
        *> Por defecto, el mes natural anterior al de hoy.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
        MOVE WS-TODAY-YEAR TO WS-WM-YEAR
        MOVE WS-TODAY-MONTH TO WS-WM-MM
        IF WS-WM-MM = 1
            SUBTRACT 1 FROM WS-WM-YEAR
            MOVE 12 TO WS-WM-MM
        ELSE
            SUBTRACT 1 FROM WS-WM-MM
        END-IF
        MOVE WS-WORK-MONTH TO WS-TARGET-MONTH
    END-IF.
    MOVE WS-TARGET-MONTH TO WS-WORK-MONTH.
    IF WS-WM-MM < 1 OR WS-WM-MM > 12
        DISPLAY "Error: MOVIMIENTO_MES debe ser AAAAMM."
        MOVE 16 TO RETURN-CODE
        GO TO 0100-DECIDE-MONTH-EXIT
    END-IF.
    COMPUTE WS-MONTH-START = WS-TARGET-MONTH * 100 + 1.
    IF WS-WM-MM = 12
        ADD 1 TO WS-WM-YEAR
        MOVE 1 TO WS-WM-MM
    ELSE
        ADD 1 TO WS-WM-MM
    END-IF.
    COMPUTE WS-NEXT-START = WS-WORK-MONTH * 100 + 1.
    COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-NEXT-START) - 1).
    COMPUTE WS-PRIOR-END = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1).
    MOVE WS-PRIOR-END (1:6) TO WS-PRIOR-MONTH.
0100-DECIDE-MONTH-EXIT.
    EXIT.

1000-LOAD-CATALOG.
    OPEN INPUT CATALOG-FILE.
    IF WS-CATALOG-STATUS NOT = "00"
        DISPLAY "No hay catálogo 'archivos.cat' (status "
            WS-CATALOG-STATUS "). Ejecuta primero ArchivePersonas."
        GO TO 1000-LOAD-CATALOG-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CATALOG-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-CAT-TOTAL < 500
                        AND AC-ARCHIVE-DATE OF CATALOG-RECORD IS NUMERIC
                    ADD 1 TO WS-CAT-TOTAL
                    MOVE AC-FILE-NAME OF CATALOG-RECORD
                        TO WS-CAT-NAME (WS-CAT-TOTAL)
                    MOVE AC-ARCHIVE-DATE OF CATALOG-RECORD
                        TO WS-CAT-DATE (WS-CAT-TOTAL)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CATALOG-FILE.
1000-LOAD-CATALOG-EXIT.
    EXIT.

1100-RESOLVE-DATE.
    *> Última copia diaria en o antes de la fecha; los anuales
    *> PERSONAS.AAAA no son una foto de un día y se saltan.
    MOVE SPACES TO WS-FOUND-NAME.
    MOVE 0 TO WS-FOUND-DATE.
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
        UNTIL WS-CAT-IDX > WS-CAT-TOTAL
        IF WS-CAT-NAME (WS-CAT-IDX) (1:9) = "PERSONAS."
                AND WS-CAT-NAME (WS-CAT-IDX) (10:4) IS NUMERIC
                AND WS-CAT-NAME (WS-CAT-IDX) (14:7) = SPACES
            CONTINUE
        ELSE
            IF WS-CAT-DATE (WS-CAT-IDX) <= WS-WANTED-DATE
                    AND WS-CAT-DATE (WS-CAT-IDX) > WS-FOUND-DATE
                MOVE WS-CAT-NAME (WS-CAT-IDX) TO WS-FOUND-NAME
                MOVE WS-CAT-DATE (WS-CAT-IDX) TO WS-FOUND-DATE
            END-IF
        END-IF
    END-PERFORM.
1100-RESOLVE-DATE-EXIT.
    EXIT.

2000-LOAD-STOCK.
    *> Cuenta las personas de la copia por sucursal y estado en la
    *> casilla WS-SLOT (apertura o cierre).
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARCHIVE-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo abrir el archivo '"
            FUNCTION TRIM(WS-ARCHIVE-FILE-NAME) "' (status "
            WS-ARCHIVE-STATUS "); cuenta como vacío."
        GO TO 2000-LOAD-STOCK-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ ARCHIVE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PR-TYPE-DETAIL OF ARCHIVE-RECORD
                        AND NOT PR-ID-IS-TRAILER OF ARCHIVE-RECORD
                    MOVE ARCHIVE-RECORD TO WS-AFTER-PERSON
                    PERFORM 6200-STATE-OF-AFTER
                    MOVE WS-AFTER-STATE TO WS-STATE
                    MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON
                        TO WS-COUNT-BRANCH
                    PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVE-FILE.
2000-LOAD-STOCK-EXIT.
    EXIT.

3000-OPEN-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'movimiento_poblacion.rpt' "
            "(status " WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 3000-OPEN-REPORT-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "MOVIMIENTO DE POBLACION DEL MES " DELIMITED BY SIZE
           WS-TARGET-MONTH DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-MONTH-START DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-MONTH-END DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-OPEN-NAME = SPACES
        MOVE "  Apertura: sin copia anterior al mes (se abre a cero)"
            TO REPORT-LINE
    ELSE
        STRING "  Apertura: " DELIMITED BY SIZE
               WS-OPEN-NAME DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               WS-OPEN-DATE DELIMITED BY SIZE
            INTO REPORT-LINE
        IF WS-OPEN-DATE (1:6) NOT = WS-PRIOR-MONTH
            MOVE "(no es del mes anterior)" TO REPORT-LINE (50:24)
        END-IF
    END-IF.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-CLOSE-NAME NOT = SPACES
        STRING "  Cierre  : " DELIMITED BY SIZE
               WS-CLOSE-NAME DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               WS-CLOSE-DATE DELIMITED BY SIZE
            INTO REPORT-LINE
        IF WS-CLOSE-DATE < WS-MONTH-END
                AND WS-CLOSE-DATE NOT < WS-MONTH-START
            MOVE "(antes del último día)" TO REPORT-LINE (50:22)
        END-IF
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        IF WS-OPEN-NAME = SPACES
            MOVE WS-PRIOR-END TO WS-WANTED-DATE
        ELSE
            MOVE WS-OPEN-DATE TO WS-WANTED-DATE
        END-IF
        STRING "  Movimientos posteriores al " DELIMITED BY SIZE
               WS-WANTED-DATE DELIMITED BY SIZE
               " hasta el " DELIMITED BY SIZE
               WS-CLOSE-DATE DELIMITED BY SIZE
               " inclusive" DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
3000-OPEN-REPORT-EXIT.
    EXIT.

4000-SCAN-JOURNAL.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "Aviso: no hay diario 'diario.jrn' (status "
            WS-JOURNAL-STATUS "); el mes sale sin altas ni purgas."
        GO TO 4000-SCAN-JOURNAL-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ JOURNAL-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 4100-TAKE-JOURNAL-LINE
                    THRU 4100-TAKE-JOURNAL-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-FILE.
4000-SCAN-JOURNAL-EXIT.
    EXIT.

4100-TAKE-JOURNAL-LINE.
    IF JR-JRN-DATE OF JOURNAL-REC <= WS-FLOW-FROM
            OR JR-JRN-DATE OF JOURNAL-REC > WS-FLOW-TO
        GO TO 4100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    IF JR-ACT-CLEAR OF JOURNAL-REC
        ADD 1 TO WS-CLEAR-COUNT
        GO TO 4100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    IF NOT JR-ACT-WRITE OF JOURNAL-REC
            AND NOT JR-ACT-DELETE OF JOURNAL-REC
        GO TO 4100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    MOVE JR-IMAGE OF JOURNAL-REC TO WS-AFTER-PERSON.
    IF NOT PR-TYPE-DETAIL OF WS-AFTER-PERSON
            OR PR-PERSON-ID OF WS-AFTER-PERSON IS NOT NUMERIC
            OR PR-ID-IS-TRAILER OF WS-AFTER-PERSON
        GO TO 4100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    *> Reponer una copia no es un alta: la persona ya existía.
    IF JR-PROGRAM OF JOURNAL-REC = "RestorePersonas"
            OR JR-PROGRAM OF JOURNAL-REC = "ArchiveRestore"
        ADD 1 TO WS-RELOAD-COUNT
        GO TO 4100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    *> Las fusiones se toman del historial, que dice en quién quedó
    *> absorbido el ID.
    IF JR-ACT-DELETE OF JOURNAL-REC
            AND JR-PROGRAM OF JOURNAL-REC = "MergePersonas"
        GO TO 4100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    PERFORM 6200-STATE-OF-AFTER.
    MOVE WS-AFTER-STATE TO WS-STATE.
    MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON TO WS-COUNT-BRANCH.
    IF JR-ACT-WRITE OF JOURNAL-REC
        MOVE 2 TO WS-SLOT
    ELSE
        MOVE 8 TO WS-SLOT
    END-IF.
    PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT.
4100-TAKE-JOURNAL-LINE-EXIT.
    EXIT.

5000-SCAN-HISTORY.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "Aviso: no hay historial 'historial.txt' (status "
            WS-HISTORY-STATUS "); el mes sale sin bajas ni traslados."
        GO TO 5000-SCAN-HISTORY-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HISTORY-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 5100-TAKE-HISTORY-LINE
                    THRU 5100-TAKE-HISTORY-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
5000-SCAN-HISTORY-EXIT.
    EXIT.

5100-TAKE-HISTORY-LINE.
    IF HR-CHANGE-DATE OF HISTORY-REC <= WS-FLOW-FROM
            OR HR-CHANGE-DATE OF HISTORY-REC > WS-FLOW-TO
        GO TO 5100-TAKE-HISTORY-LINE-EXIT
    END-IF.
    MOVE HR-BEFORE-IMAGE OF HISTORY-REC TO WS-BEFORE-PERSON.
    MOVE HR-AFTER-IMAGE OF HISTORY-REC TO WS-AFTER-PERSON.
    IF HR-PROGRAM OF HISTORY-REC = "MergePersonas"
        *> La imagen anterior es el absorbido, que sale del fichero.
        IF PR-TYPE-DETAIL OF WS-BEFORE-PERSON
            MOVE WS-BEFORE-PERSON TO WS-AFTER-PERSON
            PERFORM 6200-STATE-OF-AFTER
            MOVE WS-AFTER-STATE TO WS-STATE
            MOVE PR-BRANCH-CODE OF WS-BEFORE-PERSON TO WS-COUNT-BRANCH
            MOVE 7 TO WS-SLOT
            PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
        END-IF
        GO TO 5100-TAKE-HISTORY-LINE-EXIT
    END-IF.
    *> Sólo las líneas con las dos imágenes del mismo registro: las
    *> anulaciones de pendientes llevan una etiqueta.
    IF NOT PR-TYPE-DETAIL OF WS-BEFORE-PERSON
            OR NOT PR-TYPE-DETAIL OF WS-AFTER-PERSON
            OR PR-PERSON-ID OF WS-AFTER-PERSON IS NOT NUMERIC
            OR PR-PERSON-ID OF WS-AFTER-PERSON
                NOT = HR-PERSON-ID OF HISTORY-REC
        GO TO 5100-TAKE-HISTORY-LINE-EXIT
    END-IF.
    PERFORM 6200-STATE-OF-AFTER.
    MOVE 1 TO WS-BEFORE-STATE.
    IF PR-STATUS-INACTIVE OF WS-BEFORE-PERSON
        MOVE 2 TO WS-BEFORE-STATE
    END-IF.
    EVALUATE TRUE
        WHEN WS-BEFORE-STATE = 1 AND WS-AFTER-STATE = 2
            MOVE 5 TO WS-SLOT
        WHEN WS-BEFORE-STATE = 2 AND WS-AFTER-STATE = 1
            MOVE 3 TO WS-SLOT
        WHEN PR-BRANCH-CODE OF WS-BEFORE-PERSON
                NOT = PR-BRANCH-CODE OF WS-AFTER-PERSON
            MOVE 0 TO WS-SLOT
        WHEN OTHER
            *> Cambio sin efecto en las existencias.
            GO TO 5100-TAKE-HISTORY-LINE-EXIT
    END-EVALUATE.
    IF WS-SLOT = 0
        *> Traslado: sale de la sucursal de origen y entra en la de
        *> destino, en el mismo estado.
        MOVE WS-BEFORE-STATE TO WS-STATE
        MOVE PR-BRANCH-CODE OF WS-BEFORE-PERSON TO WS-COUNT-BRANCH
        MOVE 6 TO WS-SLOT
        PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
        MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON TO WS-COUNT-BRANCH
        MOVE 4 TO WS-SLOT
        PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
    ELSE
        *> Baja o reactivación: sale de un estado en la sucursal de
        *> antes y entra en el otro en la de después.
        MOVE WS-BEFORE-STATE TO WS-STATE
        MOVE PR-BRANCH-CODE OF WS-BEFORE-PERSON TO WS-COUNT-BRANCH
        PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
        MOVE WS-AFTER-STATE TO WS-STATE
        MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON TO WS-COUNT-BRANCH
        PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
    END-IF.
5100-TAKE-HISTORY-LINE-EXIT.
    EXIT.

5500-LOAD-MONTHLY-STATS.
    OPEN INPUT STATS-FILE.
    IF WS-STATS-STATUS NOT = "00"
        GO TO 5500-LOAD-MONTHLY-STATS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ STATS-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF SH-TYPE-MONTHLY OF STATS-RECORD
                    IF SH-RUN-DATE OF STATS-RECORD (1:6)
                            = WS-TARGET-MONTH
                        MOVE STATS-RECORD TO WS-STAT-CLOSE
                        MOVE "Y" TO WS-STAT-CLOSE-FOUND
                    END-IF
                    IF SH-RUN-DATE OF STATS-RECORD (1:6)
                            = WS-PRIOR-MONTH
                        MOVE STATS-RECORD TO WS-STAT-OPEN
                        MOVE "Y" TO WS-STAT-OPEN-FOUND
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STATS-FILE.
5500-LOAD-MONTHLY-STATS-EXIT.
    EXIT.

6000-WRITE-MOVEMENT.
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
    PERFORM VARYING WS-STATE-IDX FROM 1 BY 1 UNTIL WS-STATE-IDX > 2
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-STATE-IDX = 1
            MOVE "ACTIVOS" TO REPORT-LINE
        ELSE
            MOVE "INACTIVOS (BAJAS Y FALLECIDOS)" TO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        MOVE "SUCURSAL" TO REPORT-LINE (1:8)
        PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 9
            MOVE WS-COL-LABEL (WS-SLOT-IDX)
                TO REPORT-LINE (11 + WS-SLOT-IDX * 7:6)
        END-PERFORM
        MOVE "  DIFER" TO REPORT-LINE (81:7)
        WRITE REPORT-LINE
        PERFORM VARYING WS-BT-IDX FROM 1 BY 1
            UNTIL WS-BT-IDX > WS-BT-COUNT
            MOVE WS-BT-STATE (WS-BT-IDX, WS-STATE-IDX) TO WS-LINE-CNT
            MOVE SPACES TO REPORT-LINE
            IF WS-BT-CODE (WS-BT-IDX) = SPACES
                MOVE "(sin suc.)" TO REPORT-LINE (1:10)
            ELSE
                MOVE WS-BT-CODE (WS-BT-IDX) TO REPORT-LINE (1:4)
            END-IF
            PERFORM 6300-WRITE-LINE
        END-PERFORM
        MOVE WS-TOT-STATE (WS-STATE-IDX) TO WS-LINE-CNT
        MOVE SPACES TO REPORT-LINE
        MOVE "TOTAL" TO REPORT-LINE (1:5)
        PERFORM 6300-WRITE-LINE
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Cuadre: APERT + ALTAS + REACT + T.ENT - BAJAS - T.SAL - FUSIO - PURGA = CIERRE"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "        (en inactivos las bajas entran y las reactivaciones salen)."
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "DIFER = CIERRE menos lo esperado por la cuenta." TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-CLEAR-COUNT > 0 OR WS-RELOAD-COUNT > 0
        MOVE SPACES TO REPORT-LINE
        STRING "AVISO: el maestro se vació " DELIMITED BY SIZE
               WS-CLEAR-COUNT DELIMITED BY SIZE
               " veces y se repusieron " DELIMITED BY SIZE
               WS-RELOAD-COUNT DELIMITED BY SIZE
               " registros desde copia en el periodo;" DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "       esos cambios no son movimientos y descuadran el mes."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-BT-FULL = "Y"
        MOVE "AVISO: más de 200 sucursales; el desglose está incompleto."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
6000-WRITE-MOVEMENT-EXIT.
    EXIT.

6100-ADD-COUNT.
    MOVE 0 TO WS-BT-J.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) = WS-COUNT-BRANCH
            MOVE WS-BT-IDX TO WS-BT-J
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BT-J = 0
        IF WS-BT-COUNT < 200
            ADD 1 TO WS-BT-COUNT
            MOVE WS-BT-COUNT TO WS-BT-J
            MOVE WS-COUNT-BRANCH TO WS-BT-CODE (WS-BT-J)
            MOVE ZEROS TO WS-BT-STATE (WS-BT-J, 1)
            MOVE ZEROS TO WS-BT-STATE (WS-BT-J, 2)
        ELSE
            MOVE "Y" TO WS-BT-FULL
            GO TO 6100-ADD-COUNT-EXIT
        END-IF
    END-IF.
    ADD 1 TO WS-BT-CNT (WS-BT-J, WS-STATE, WS-SLOT).
    ADD 1 TO WS-TOT-CNT (WS-STATE, WS-SLOT).
6100-ADD-COUNT-EXIT.
    EXIT.

6200-STATE-OF-AFTER.
    *> Como en EstadisticasBasicas, todo lo que no es "I" es activo.
    IF PR-STATUS-INACTIVE OF WS-AFTER-PERSON
        MOVE 2 TO WS-AFTER-STATE
    ELSE
        MOVE 1 TO WS-AFTER-STATE
    END-IF.
6200-STATE-OF-AFTER-EXIT.
    EXIT.

6300-WRITE-LINE.
    *> Escribe la línea de WS-LINE-CNT con su cuadre y la marca.
    IF WS-STATE-IDX = 1
        COMPUTE WS-EXPECTED = WS-LC (1) + WS-LC (2) + WS-LC (3)
            + WS-LC (4) - WS-LC (5) - WS-LC (6) - WS-LC (7) - WS-LC (8)
    ELSE
        COMPUTE WS-EXPECTED = WS-LC (1) + WS-LC (2) - WS-LC (3)
            + WS-LC (4) + WS-LC (5) - WS-LC (6) - WS-LC (7) - WS-LC (8)
    END-IF.
    COMPUTE WS-DIFFERENCE = WS-LC (9) - WS-EXPECTED.
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 9
        MOVE WS-LC (WS-SLOT-IDX) TO WS-CNT-DISPLAY
        MOVE WS-CNT-DISPLAY TO REPORT-LINE (11 + WS-SLOT-IDX * 7:6)
    END-PERFORM.
    MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY.
    MOVE WS-DIFF-DISPLAY TO REPORT-LINE (81:7).
    IF WS-DIFFERENCE NOT = 0
        MOVE "* DESCUADRE" TO REPORT-LINE (89:11)
        *> La línea TOTAL repite las diferencias de las sucursales.
        IF REPORT-LINE (1:5) NOT = "TOTAL"
            ADD 1 TO WS-DIFF-LINES
            ADD WS-DIFFERENCE TO WS-DIFF-TOTAL
        END-IF
    END-IF.
    WRITE REPORT-LINE.
6300-WRITE-LINE-EXIT.
    EXIT.

7000-WRITE-RECONCILIATION.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "CONCILIACION CON ESTADISTICAS (estadisticas.hist, registro M)"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "                         ARCHIVO  ESTADISTICA    DIFER"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-STAT-CLOSE-FOUND = "N"
        MOVE SPACES TO REPORT-LINE
        STRING "Sin registro M del mes " DELIMITED BY SIZE
               WS-TARGET-MONTH DELIMITED BY SIZE
               ": StatsMonthEnd no lo ha consolidado." DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        COMPUTE WS-STAT-ACTIVE =
            SH-VALID-COUNT OF WS-STAT-CLOSE
                + SH-INVALID-COUNT OF WS-STAT-CLOSE
        MOVE "Activos al cierre" TO WS-REC-LABEL
        MOVE WS-TOT-CNT (1, 9) TO WS-REC-ARCHIVE
        MOVE WS-STAT-ACTIVE TO WS-REC-STATS
        PERFORM 7100-WRITE-RECONCILE-LINE
        MOVE "Inactivos al cierre" TO WS-REC-LABEL
        MOVE WS-TOT-CNT (2, 9) TO WS-REC-ARCHIVE
        MOVE SH-INACTIVE-COUNT OF WS-STAT-CLOSE TO WS-REC-STATS
        PERFORM 7100-WRITE-RECONCILE-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  (registro M de la ejecución del " DELIMITED BY SIZE
               SH-RUN-DATE OF WS-STAT-CLOSE DELIMITED BY SIZE
               "; copia de cierre del " DELIMITED BY SIZE
               WS-CLOSE-DATE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-STAT-OPEN-FOUND = "Y" AND WS-OPEN-NAME NOT = SPACES
        COMPUTE WS-STAT-ACTIVE =
            SH-VALID-COUNT OF WS-STAT-OPEN
                + SH-INVALID-COUNT OF WS-STAT-OPEN
        MOVE "Activos a la apertura" TO WS-REC-LABEL
        MOVE WS-TOT-CNT (1, 1) TO WS-REC-ARCHIVE
        MOVE WS-STAT-ACTIVE TO WS-REC-STATS
        PERFORM 7100-WRITE-RECONCILE-LINE
        MOVE "Inactivos a apertura" TO WS-REC-LABEL
        MOVE WS-TOT-CNT (2, 1) TO WS-REC-ARCHIVE
        MOVE SH-INACTIVE-COUNT OF WS-STAT-OPEN TO WS-REC-STATS
        PERFORM 7100-WRITE-RECONCILE-LINE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-DIFF-LINES = 0
        MOVE "RESULTADO: el mes cuadra en todas las sucursales."
            TO REPORT-LINE
    ELSE
        MOVE WS-DIFF-TOTAL TO WS-DIFF-DISPLAY
        STRING "RESULTADO: DESCUADRE en " DELIMITED BY SIZE
               WS-DIFF-LINES DELIMITED BY SIZE
               " líneas; diferencia total " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIFF-DISPLAY) DELIMITED BY SIZE
            INTO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
7000-WRITE-RECONCILIATION-EXIT.
    EXIT.

7100-WRITE-RECONCILE-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-REC-LABEL TO REPORT-LINE (1:22).
    MOVE WS-REC-ARCHIVE TO WS-REC-DISPLAY.
    MOVE WS-REC-DISPLAY TO REPORT-LINE (26:7).
    MOVE WS-REC-STATS TO WS-REC-DISPLAY.
    MOVE WS-REC-DISPLAY TO REPORT-LINE (39:7).
    COMPUTE WS-DIFFERENCE = WS-REC-ARCHIVE - WS-REC-STATS.
    MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY.
    MOVE WS-DIFF-DISPLAY TO REPORT-LINE (47:7).
    IF WS-DIFFERENCE NOT = 0
        MOVE "* NO COINCIDE" TO REPORT-LINE (56:13)
        ADD 1 TO WS-STAT-DIFF-COUNT
    END-IF.
    WRITE REPORT-LINE.
7100-WRITE-RECONCILE-LINE-EXIT.
    EXIT.

7500-WRITE-ADJUSTMENTS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "AJUSTES POSTERIORES AL CIERRE (ajustes_periodo.txt)"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE 0 TO WS-ADJ-TOTAL.
    *> Primera pasada: los fechados en este mes que entraron con doble
    *> control después de cerrarlo; no están en los flujos de arriba.
    *> Segunda: los aplicados en este mes con fecha de un periodo
    *> anterior ya cerrado; sí están en los flujos del mes.
    MOVE 1 TO WS-ADJ-PASS.
    MOVE "Con fecha del mes, aplicados tras su cierre (no en los flujos):"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM 7510-SCAN-ADJUSTMENTS.
    MOVE 2 TO WS-ADJ-PASS.
    MOVE "Aplicados en el mes con fecha de un periodo anterior cerrado:"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM 7510-SCAN-ADJUSTMENTS.
7500-WRITE-ADJUSTMENTS-EXIT.
    EXIT.

7510-SCAN-ADJUSTMENTS.
    MOVE "  EFECTIVA  APLICADA  PROGRAMA             ID     T SUC  "
        TO REPORT-LINE.
    MOVE "APROBADOR            OPERADOR" TO REPORT-LINE (58:29).
    WRITE REPORT-LINE.
    MOVE 0 TO WS-ADJ-LISTED.
    OPEN INPUT ADJUST-FILE.
    IF WS-ADJUST-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ ADJUST-FILE
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                    IF (WS-ADJ-PASS = 1
                            AND AJ-PERIOD OF ADJUST-REC
                                = WS-TARGET-MONTH)
                        OR (WS-ADJ-PASS = 2
                            AND AJ-APPLIED-DATE OF ADJUST-REC (1:6)
                                = WS-TARGET-MONTH
                            AND AJ-PERIOD OF ADJUST-REC
                                NOT = WS-TARGET-MONTH)
                        PERFORM 7520-WRITE-ADJUSTMENT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ADJUST-FILE
    END-IF.
    IF WS-ADJ-LISTED = 0
        MOVE "  (ninguno)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
7510-SCAN-ADJUSTMENTS-EXIT.
    EXIT.

7520-WRITE-ADJUSTMENT-LINE.
    ADD 1 TO WS-ADJ-LISTED.
    ADD 1 TO WS-ADJ-TOTAL.
    MOVE SPACES TO REPORT-LINE.
    MOVE AJ-EFFECTIVE-DATE OF ADJUST-REC TO REPORT-LINE (3:8).
    MOVE AJ-APPLIED-DATE OF ADJUST-REC TO REPORT-LINE (13:8).
    MOVE AJ-PROGRAM OF ADJUST-REC TO REPORT-LINE (23:20).
    MOVE AJ-PERSON-ID OF ADJUST-REC TO REPORT-LINE (44:6).
    MOVE AJ-TYPE OF ADJUST-REC TO REPORT-LINE (51:1).
    MOVE AJ-BRANCH OF ADJUST-REC TO REPORT-LINE (53:4).
    MOVE AJ-APPROVER OF ADJUST-REC TO REPORT-LINE (58:20).
    MOVE AJ-OPERATOR OF ADJUST-REC TO REPORT-LINE (79:20).
    WRITE REPORT-LINE.
7520-WRITE-ADJUSTMENT-LINE-EXIT.
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
    STRING "MES=" DELIMITED BY SIZE
           WS-TARGET-MONTH DELIMITED BY SIZE
           " DESC=" DELIMITED BY SIZE
           WS-DIFF-LINES DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "PopulationMovement" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
