IDENTIFICATION DIVISION.
PROGRAM-ID. CapacityForecast.
*> Previsión de capacidad. El identificador de persona tiene seis
*> dígitos (999999 es el del trailer) y personas.lastid sólo sube;
*> los ficheros que crecen cada noche no tienen techo vigilado. Este
*> paso de la cadena mensual calcula, para cada serie, el ritmo de
*> crecimiento entre la primera y la última observación dentro de la
*> ventana de cálculo (CAPACIDAD_VENTANA días, 365 por defecto) y la
*> fecha en que, a ese ritmo, llegaría al umbral fijado en
*> umbrales_capacidad.txt. Series:
*>   personas.lastid   ID     identificador más alto dado
*>   personas.txt      REG    registros de cada copia en archivos.cat
*>   <fichero>         REG    registros de cada generación anotada en
*>                            generaciones.cat (una serie por fichero)
*>   personas.txt, historial.txt, diario.jrn, contactos.txt,
*>   auditoria.log     BYTES  tamaño actual del fichero
*> Los catálogos traen su propia historia; el identificador y los
*> tamaños se miden al correr y se guardan en capacidad.hist (una
*> línea por serie y ejecución), de donde sale su evolución. Cada
*> serie que ya pasó su umbral o que llegaría a él dentro del
*> horizonte de aviso (CAPACIDAD_HORIZONTE días, 180 por defecto)
*> deja una alerta en alertas.log para que pase por AlertConsole.
*> Informe en capacidad.rpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT THRESHOLD-FILE ASSIGN TO "umbrales_capacidad.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-THRESHOLD-STATUS.
    SELECT ARCHIVE-CAT-FILE ASSIGN TO "archivos.cat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-CAT-STATUS.
    SELECT GENERATION-CAT-FILE ASSIGN TO "generaciones.cat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GENERATION-CAT-STATUS.
    SELECT LASTID-FILE ASSIGN TO "personas.lastid"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LASTID-STATUS.
    SELECT HIST-FILE ASSIGN TO "capacidad.hist"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HIST-STATUS.
    SELECT ALERT-FILE ASSIGN TO "alertas.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ALERT-STATUS.
    SELECT REPORT-FILE ASSIGN TO "capacidad.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Umbral por serie (fichero y unidad). Las líneas en blanco o con
*> "*" en la primera columna son comentarios.
FD THRESHOLD-FILE.
01 THRESHOLD-RECORD.
    05 TH-NAME      PIC X(20).
    05 FILLER       PIC X(01).
    05 TH-UNIT      PIC X(05).
    05 FILLER       PIC X(01).
    05 TH-VALUE     PIC 9(12).
    05 FILLER       PIC X(40).

FD ARCHIVE-CAT-FILE.
    COPY ARCHCAT REPLACING ARCHIVE-CAT-RECORD BY ARCHIVE-CAT-REC.

*> Mismo registro que escribe GenerationKeeper.
FD GENERATION-CAT-FILE.
01 GENERATION-CAT-REC.
    05 GC-FILE-NAME  PIC X(20).
    05 GC-SLOT       PIC 9(02).
    05 FILLER        PIC X(01).
    05 GC-RUN-NUMBER PIC 9(06).
    05 FILLER        PIC X(01).
    05 GC-RUN-DATE   PIC 9(08).
    05 FILLER        PIC X(01).
    05 GC-RUN-TIME   PIC 9(06).
    05 FILLER        PIC X(01).
    05 GC-COUNT      PIC 9(06).

FD LASTID-FILE.
01 LASTID-LINE PIC 9(06).

*> Medida de cada serie por ejecución.
FD HIST-FILE.
01 HIST-RECORD.
    05 CH-RUN-DATE  PIC 9(08).
    05 FILLER       PIC X(01).
    05 CH-NAME      PIC X(20).
    05 FILLER       PIC X(01).
    05 CH-UNIT      PIC X(05).
    05 FILLER       PIC X(01).
    05 CH-VALUE     PIC 9(12).

FD ALERT-FILE.
01 ALERT-RECORD PIC X(100).

FD REPORT-FILE.
01 REPORT-LINE PIC X(100).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-THRESHOLD-STATUS PIC XX VALUE "00".
01 WS-ARCHIVE-CAT-STATUS PIC XX VALUE "00".
01 WS-GENERATION-CAT-STATUS PIC XX VALUE "00".
01 WS-LASTID-STATUS PIC XX VALUE "00".
01 WS-HIST-STATUS PIC XX VALUE "00".
01 WS-ALERT-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-INT PIC 9(07) VALUE 0.
01 WS-ALERT-TIME PIC 9(8) VALUE 0.

*> Ventana de cálculo y horizonte de aviso, en días.
01 WS-WINDOW-ENV PIC X(05) VALUE SPACES.
01 WS-WINDOW-DAYS PIC 9(05) VALUE 365.
01 WS-WINDOW-FROM PIC 9(08) VALUE 0.
01 WS-HORIZON-ENV PIC X(05) VALUE SPACES.
01 WS-HORIZON-DAYS PIC 9(05) VALUE 180.
01 WS-WORK-INT PIC 9(07) VALUE 0.

*> Series vigiladas. Las siete primeras son fijas; detrás van las
*> de generaciones.cat según aparecen en el catálogo.
*> Fuente: C catálogo (trae su historia), M medida al correr
*> (historia en capacidad.hist).
*> Estado: A sin dato, S sin historia suficiente, N no crece,
*> P fecha prevista, L más allá de cien años, X umbral ya pasado.
01 WS-SERIES-TABLE.
    05 WS-SR-ENTRY OCCURS 30 TIMES.
        10 WS-SR-NAME        PIC X(20).
        10 WS-SR-UNIT        PIC X(05).
        10 WS-SR-SOURCE      PIC X(01).
        10 WS-SR-THRESHOLD   PIC 9(12).
        10 WS-SR-CURRENT     PIC 9(12).
        10 WS-SR-CURRENT-DT  PIC 9(08).
        10 WS-SR-PRESENT     PIC X(01).
        10 WS-SR-POINTS      PIC 9(05).
        10 WS-SR-FIRST-DATE  PIC 9(08).
        10 WS-SR-FIRST-VALUE PIC 9(12).
        10 WS-SR-LAST-DATE   PIC 9(08).
        10 WS-SR-LAST-VALUE  PIC 9(12).
        10 WS-SR-RATE-MONTH  PIC S9(12)V9.
        10 WS-SR-DAYS-LEFT   PIC 9(07).
        10 WS-SR-TARGET-DATE PIC 9(08).
        10 WS-SR-STATE       PIC X(01).
        10 WS-SR-ALERT       PIC X(01).
01 WS-SR-COUNT PIC 9(02) VALUE 0.
01 WS-SR-IDX PIC 9(02) VALUE 0.
01 WS-SR-SCAN PIC 9(02) VALUE 0.
01 WS-SR-FOUND PIC 9(02) VALUE 0.
01 WS-SR-FIXED PIC 9(02) VALUE 7.
01 WS-TABLE-FULL PIC X VALUE "N".

*> Umbrales estándar por unidad.
01 WS-DEFAULT-ID-LIMIT PIC 9(12) VALUE 999998.
01 WS-DEFAULT-MASTER-LIMIT PIC 9(12) VALUE 5000.
01 WS-DEFAULT-REG-LIMIT PIC 9(12) VALUE 999999.
01 WS-DEFAULT-BYTES-LIMIT PIC 9(12) VALUE 2000000000.

*> Observación que se está anotando.
01 WS-PT-NAME PIC X(20) VALUE SPACES.
01 WS-PT-UNIT PIC X(05) VALUE SPACES.
01 WS-PT-DATE PIC 9(08) VALUE 0.
01 WS-PT-VALUE PIC 9(12) VALUE 0.

*> Tamaño y fecha de un fichero (CBL_CHECK_FILE_EXIST).
01 WS-CHECK-FILE-NAME PIC X(20) VALUE SPACES.
01 WS-FILE-DETAILS.
    05 WS-FILE-SIZE  PIC X(08) COMP-X.
    05 WS-FILE-DAY   PIC X(01) COMP-X.
    05 WS-FILE-MONTH PIC X(01) COMP-X.
    05 WS-FILE-YEAR  PIC X(02) COMP-X.
    05 WS-FILE-HOUR  PIC X(01) COMP-X.
    05 WS-FILE-MIN   PIC X(01) COMP-X.
    05 WS-FILE-SEC   PIC X(01) COMP-X.
    05 WS-FILE-HSEC  PIC X(01) COMP-X.

*> Cálculo de la proyección.
01 WS-SPAN-DAYS PIC 9(07) VALUE 0.
01 WS-RATE-DAY PIC 9(12)V9(06) VALUE 0.
01 WS-DAYS-NEEDED PIC 9(12) VALUE 0.

01 WS-ALERTS-WRITTEN PIC 9(02) VALUE 0.
01 WS-DATE-IN PIC 9(08) VALUE 0.
01 WS-DATE-IN-R REDEFINES WS-DATE-IN.
    05 WS-DATE-IN-YEAR  PIC 9(04).
    05 WS-DATE-IN-MONTH PIC 9(02).
    05 WS-DATE-IN-DAY   PIC 9(02).
01 WS-DATE-OUT PIC X(10) VALUE SPACES.
01 WS-BIG-DISPLAY PIC ZZZ,ZZZ,ZZZ,ZZ9.
01 WS-RATE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.9.
01 WS-DAYS-DISPLAY PIC ZZZZZZ9.
01 WS-POINTS-DISPLAY PIC ZZZZ9.
01 WS-COUNT-DISPLAY PIC Z9.

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
    ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT "CAPACIDAD_VENTANA".
    IF WS-WINDOW-ENV (1:1) IS NUMERIC
        COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL (WS-WINDOW-ENV)
        IF WS-WINDOW-DAYS = 0
            MOVE 365 TO WS-WINDOW-DAYS
        END-IF
    END-IF.
    ACCEPT WS-HORIZON-ENV FROM ENVIRONMENT "CAPACIDAD_HORIZONTE".
    IF WS-HORIZON-ENV (1:1) IS NUMERIC
        COMPUTE WS-HORIZON-DAYS = FUNCTION NUMVAL (WS-HORIZON-ENV)
    END-IF.
    IF WS-WINDOW-DAYS < WS-TODAY-INT
        COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-WINDOW-DAYS
    ELSE
        MOVE 1 TO WS-WORK-INT
    END-IF.
    COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER (WS-WORK-INT).

    PERFORM 1000-INIT-SERIES.
    PERFORM 2000-SCAN-ARCHIVE-CAT THRU 2000-SCAN-ARCHIVE-CAT-EXIT.
    PERFORM 2100-SCAN-GENERATION-CAT THRU 2100-SCAN-GENERATION-CAT-EXIT.
    PERFORM 1100-LOAD-THRESHOLDS THRU 1100-LOAD-THRESHOLDS-EXIT.
    PERFORM 2200-SCAN-HISTORY THRU 2200-SCAN-HISTORY-EXIT.
    PERFORM 2300-MEASURE-LASTID THRU 2300-MEASURE-LASTID-EXIT.
    PERFORM 2400-MEASURE-SIZES.

    PERFORM VARYING WS-SR-IDX FROM 1 BY 1 UNTIL WS-SR-IDX > WS-SR-COUNT
        PERFORM 3000-PROJECT-SERIES THRU 3000-PROJECT-SERIES-EXIT
    END-PERFORM.

    PERFORM 4000-WRITE-ALERTS.
    PERFORM 5000-WRITE-REPORT THRU 5000-WRITE-REPORT-EXIT.
    PERFORM 5600-APPEND-HISTORY THRU 5600-APPEND-HISTORY-EXIT.

    DISPLAY "Capacidad: " WS-SR-COUNT " series, " WS-ALERTS-WRITTEN
        " dentro del horizonte de " WS-HORIZON-DAYS
        " días (ver 'capacidad.rpt').".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-INIT-SERIES.
    MOVE "personas.lastid" TO WS-PT-NAME.
    MOVE "ID" TO WS-PT-UNIT.
    PERFORM 1050-ADD-SERIES THRU 1050-ADD-SERIES-EXIT.
    MOVE "M" TO WS-SR-SOURCE (WS-SR-COUNT).
    MOVE WS-DEFAULT-ID-LIMIT TO WS-SR-THRESHOLD (WS-SR-COUNT).
    *> Los barridos cargan las personas activas en tablas de 5000.
    MOVE "personas.txt" TO WS-PT-NAME.
    MOVE "REG" TO WS-PT-UNIT.
    PERFORM 1050-ADD-SERIES THRU 1050-ADD-SERIES-EXIT.
    MOVE WS-DEFAULT-MASTER-LIMIT TO WS-SR-THRESHOLD (WS-SR-COUNT).
    MOVE "BYTES" TO WS-PT-UNIT.
    MOVE "personas.txt" TO WS-PT-NAME.
    PERFORM 1050-ADD-SERIES THRU 1050-ADD-SERIES-EXIT.
    MOVE "historial.txt" TO WS-PT-NAME.
    PERFORM 1050-ADD-SERIES THRU 1050-ADD-SERIES-EXIT.
    MOVE "diario.jrn" TO WS-PT-NAME.
    PERFORM 1050-ADD-SERIES THRU 1050-ADD-SERIES-EXIT.
    MOVE "contactos.txt" TO WS-PT-NAME.
    PERFORM 1050-ADD-SERIES THRU 1050-ADD-SERIES-EXIT.
    MOVE "auditoria.log" TO WS-PT-NAME.
    PERFORM 1050-ADD-SERIES THRU 1050-ADD-SERIES-EXIT.
    PERFORM VARYING WS-SR-IDX FROM 3 BY 1 UNTIL WS-SR-IDX > WS-SR-FIXED
        MOVE "M" TO WS-SR-SOURCE (WS-SR-IDX)
        MOVE WS-DEFAULT-BYTES-LIMIT TO WS-SR-THRESHOLD (WS-SR-IDX)
    END-PERFORM.
1000-INIT-SERIES-EXIT.
    EXIT.

1050-ADD-SERIES.
    *> Alta de una serie de catálogo con umbral de registros; las
    *> series medidas se ajustan después.
    IF WS-SR-COUNT >= 30
        IF WS-TABLE-FULL = "N"
            DISPLAY "Aviso: más de 30 series; el resto no se vigila."
            MOVE "Y" TO WS-TABLE-FULL
        END-IF
        GO TO 1050-ADD-SERIES-EXIT
    END-IF.
    ADD 1 TO WS-SR-COUNT.
    MOVE WS-PT-NAME TO WS-SR-NAME (WS-SR-COUNT).
    MOVE WS-PT-UNIT TO WS-SR-UNIT (WS-SR-COUNT).
    MOVE "C" TO WS-SR-SOURCE (WS-SR-COUNT).
    MOVE WS-DEFAULT-REG-LIMIT TO WS-SR-THRESHOLD (WS-SR-COUNT).
    MOVE 0 TO WS-SR-CURRENT (WS-SR-COUNT).
    MOVE 0 TO WS-SR-CURRENT-DT (WS-SR-COUNT).
    MOVE "N" TO WS-SR-PRESENT (WS-SR-COUNT).
    MOVE 0 TO WS-SR-POINTS (WS-SR-COUNT).
    MOVE 0 TO WS-SR-FIRST-DATE (WS-SR-COUNT).
    MOVE 0 TO WS-SR-FIRST-VALUE (WS-SR-COUNT).
    MOVE 0 TO WS-SR-LAST-DATE (WS-SR-COUNT).
    MOVE 0 TO WS-SR-LAST-VALUE (WS-SR-COUNT).
    MOVE 0 TO WS-SR-RATE-MONTH (WS-SR-COUNT).
    MOVE 0 TO WS-SR-DAYS-LEFT (WS-SR-COUNT).
    MOVE 0 TO WS-SR-TARGET-DATE (WS-SR-COUNT).
    MOVE "A" TO WS-SR-STATE (WS-SR-COUNT).
    MOVE "N" TO WS-SR-ALERT (WS-SR-COUNT).
1050-ADD-SERIES-EXIT.
    EXIT.

1100-LOAD-THRESHOLDS.
    OPEN INPUT THRESHOLD-FILE.
    IF WS-THRESHOLD-STATUS = "35"
        PERFORM 1200-CREATE-DEFAULT-THRESHOLDS
        OPEN INPUT THRESHOLD-FILE
    END-IF.
    IF WS-THRESHOLD-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo abrir 'umbrales_capacidad.txt' "
            "(status " WS-THRESHOLD-STATUS "); se usan los umbrales "
            "estándar."
        GO TO 1100-LOAD-THRESHOLDS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ THRESHOLD-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF THRESHOLD-RECORD NOT = SPACES
                        AND TH-NAME (1:1) NOT = "*"
                        AND TH-VALUE IS NUMERIC
                    PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                        UNTIL WS-SR-IDX > WS-SR-COUNT
                        IF WS-SR-NAME (WS-SR-IDX) = TH-NAME
                                AND WS-SR-UNIT (WS-SR-IDX) = TH-UNIT
                            MOVE TH-VALUE
                                TO WS-SR-THRESHOLD (WS-SR-IDX)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE THRESHOLD-FILE.
1100-LOAD-THRESHOLDS-EXIT.
    EXIT.

1200-CREATE-DEFAULT-THRESHOLDS.
    DISPLAY "No existe 'umbrales_capacidad.txt'; se generan los "
        "umbrales estándar.".
    OPEN OUTPUT THRESHOLD-FILE.
    MOVE "* Fichero            Unidad Umbral" TO THRESHOLD-RECORD.
    WRITE THRESHOLD-RECORD.
    MOVE "* ID: 999999 es el identificador del trailer."
        TO THRESHOLD-RECORD.
    WRITE THRESHOLD-RECORD.
    MOVE "* REG de personas.txt: tablas de personas activas (5000)."
        TO THRESHOLD-RECORD.
    WRITE THRESHOLD-RECORD.
    MOVE "* Ficheros de generaciones.cat no listados: REG 999999."
        TO THRESHOLD-RECORD.
    WRITE THRESHOLD-RECORD.
    PERFORM VARYING WS-SR-IDX FROM 1 BY 1 UNTIL WS-SR-IDX > WS-SR-COUNT
        MOVE SPACES TO THRESHOLD-RECORD
        MOVE WS-SR-NAME (WS-SR-IDX) TO TH-NAME
        MOVE WS-SR-UNIT (WS-SR-IDX) TO TH-UNIT
        MOVE WS-SR-THRESHOLD (WS-SR-IDX) TO TH-VALUE
        WRITE THRESHOLD-RECORD
    END-PERFORM.
    CLOSE THRESHOLD-FILE.
1200-CREATE-DEFAULT-THRESHOLDS-EXIT.
    EXIT.

2000-SCAN-ARCHIVE-CAT.
    *> Una copia PERSONAS.AAAAMMDD por día de archivo: su contador
    *> de registros es la evolución del maestro.
    OPEN INPUT ARCHIVE-CAT-FILE.
    IF WS-ARCHIVE-CAT-STATUS NOT = "00"
        GO TO 2000-SCAN-ARCHIVE-CAT-EXIT
    END-IF.
    MOVE "personas.txt" TO WS-PT-NAME.
    MOVE "REG" TO WS-PT-UNIT.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ ARCHIVE-CAT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF AC-ARCHIVE-DATE OF ARCHIVE-CAT-REC IS NUMERIC
                        AND AC-RECORD-COUNT OF ARCHIVE-CAT-REC
                            IS NUMERIC
                    MOVE AC-ARCHIVE-DATE OF ARCHIVE-CAT-REC
                        TO WS-PT-DATE
                    MOVE AC-RECORD-COUNT OF ARCHIVE-CAT-REC
                        TO WS-PT-VALUE
                    PERFORM 2900-TAKE-POINT THRU 2900-TAKE-POINT-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVE-CAT-FILE.
2000-SCAN-ARCHIVE-CAT-EXIT.
    EXIT.

2100-SCAN-GENERATION-CAT.
    OPEN INPUT GENERATION-CAT-FILE.
    IF WS-GENERATION-CAT-STATUS NOT = "00"
        GO TO 2100-SCAN-GENERATION-CAT-EXIT
    END-IF.
    MOVE "REG" TO WS-PT-UNIT.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ GENERATION-CAT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF GC-FILE-NAME NOT = SPACES
                        AND GC-RUN-DATE IS NUMERIC
                        AND GC-COUNT IS NUMERIC
                    MOVE GC-FILE-NAME TO WS-PT-NAME
                    MOVE GC-RUN-DATE TO WS-PT-DATE
                    MOVE GC-COUNT TO WS-PT-VALUE
                    PERFORM 2900-TAKE-POINT THRU 2900-TAKE-POINT-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GENERATION-CAT-FILE.
2100-SCAN-GENERATION-CAT-EXIT.
    EXIT.

2200-SCAN-HISTORY.
    *> Medidas de ejecuciones anteriores de las series medidas.
    OPEN INPUT HIST-FILE.
    IF WS-HIST-STATUS NOT = "00"
        GO TO 2200-SCAN-HISTORY-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HIST-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF CH-RUN-DATE IS NUMERIC AND CH-VALUE IS NUMERIC
                        AND CH-RUN-DATE < WS-TODAY-DATE
                    MOVE CH-NAME TO WS-PT-NAME
                    MOVE CH-UNIT TO WS-PT-UNIT
                    MOVE CH-RUN-DATE TO WS-PT-DATE
                    MOVE CH-VALUE TO WS-PT-VALUE
                    PERFORM 2900-TAKE-POINT THRU 2900-TAKE-POINT-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HIST-FILE.
2200-SCAN-HISTORY-EXIT.
    EXIT.

2300-MEASURE-LASTID.
    OPEN INPUT LASTID-FILE.
    IF WS-LASTID-STATUS NOT = "00"
        GO TO 2300-MEASURE-LASTID-EXIT
    END-IF.
    READ LASTID-FILE
        AT END MOVE 0 TO LASTID-LINE
    END-READ.
    CLOSE LASTID-FILE.
    IF LASTID-LINE NOT NUMERIC
        GO TO 2300-MEASURE-LASTID-EXIT
    END-IF.
    MOVE "personas.lastid" TO WS-PT-NAME.
    MOVE "ID" TO WS-PT-UNIT.
    MOVE WS-TODAY-DATE TO WS-PT-DATE.
    MOVE LASTID-LINE TO WS-PT-VALUE.
    PERFORM 2900-TAKE-POINT THRU 2900-TAKE-POINT-EXIT.
2300-MEASURE-LASTID-EXIT.
    EXIT.

2400-MEASURE-SIZES.
    MOVE "BYTES" TO WS-PT-UNIT.
    MOVE WS-TODAY-DATE TO WS-PT-DATE.
    PERFORM VARYING WS-SR-IDX FROM 1 BY 1 UNTIL WS-SR-IDX > WS-SR-COUNT
        IF WS-SR-UNIT (WS-SR-IDX) = "BYTES"
            MOVE WS-SR-NAME (WS-SR-IDX) TO WS-CHECK-FILE-NAME
            CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-FILE-NAME
                                              WS-FILE-DETAILS
            IF RETURN-CODE = 0
                MOVE WS-SR-NAME (WS-SR-IDX) TO WS-PT-NAME
                MOVE WS-FILE-SIZE TO WS-PT-VALUE
                PERFORM 2900-TAKE-POINT THRU 2900-TAKE-POINT-EXIT
            END-IF
            MOVE 0 TO RETURN-CODE
        END-IF
    END-PERFORM.
2400-MEASURE-SIZES-EXIT.
    EXIT.

2900-TAKE-POINT.
    MOVE 0 TO WS-SR-FOUND.
    PERFORM VARYING WS-SR-SCAN FROM 1 BY 1
        UNTIL WS-SR-SCAN > WS-SR-COUNT OR WS-SR-FOUND > 0
        IF WS-SR-NAME (WS-SR-SCAN) = WS-PT-NAME
                AND WS-SR-UNIT (WS-SR-SCAN) = WS-PT-UNIT
            MOVE WS-SR-SCAN TO WS-SR-FOUND
        END-IF
    END-PERFORM.
    IF WS-SR-FOUND = 0
        *> Sólo generaciones.cat da de alta series nuevas.
        IF WS-PT-UNIT NOT = "REG"
            GO TO 2900-TAKE-POINT-EXIT
        END-IF
        PERFORM 1050-ADD-SERIES THRU 1050-ADD-SERIES-EXIT
        IF WS-SR-NAME (WS-SR-COUNT) NOT = WS-PT-NAME
            GO TO 2900-TAKE-POINT-EXIT
        END-IF
        MOVE WS-SR-COUNT TO WS-SR-FOUND
    END-IF.
    IF WS-PT-DATE > WS-TODAY-DATE OR WS-PT-DATE < 16010101
        GO TO 2900-TAKE-POINT-EXIT
    END-IF.

    *> Valor actual: la observación más reciente, esté o no dentro
    *> de la ventana; a igual fecha manda la última del fichero.
    IF WS-PT-DATE >= WS-SR-CURRENT-DT (WS-SR-FOUND)
        MOVE WS-PT-DATE TO WS-SR-CURRENT-DT (WS-SR-FOUND)
        MOVE WS-PT-VALUE TO WS-SR-CURRENT (WS-SR-FOUND)
        MOVE "Y" TO WS-SR-PRESENT (WS-SR-FOUND)
    END-IF.
    IF WS-PT-DATE < WS-WINDOW-FROM
        GO TO 2900-TAKE-POINT-EXIT
    END-IF.
    ADD 1 TO WS-SR-POINTS (WS-SR-FOUND).
    IF WS-SR-POINTS (WS-SR-FOUND) = 1
            OR WS-PT-DATE < WS-SR-FIRST-DATE (WS-SR-FOUND)
        MOVE WS-PT-DATE TO WS-SR-FIRST-DATE (WS-SR-FOUND)
        MOVE WS-PT-VALUE TO WS-SR-FIRST-VALUE (WS-SR-FOUND)
    END-IF.
    IF WS-PT-DATE >= WS-SR-LAST-DATE (WS-SR-FOUND)
        MOVE WS-PT-DATE TO WS-SR-LAST-DATE (WS-SR-FOUND)
        MOVE WS-PT-VALUE TO WS-SR-LAST-VALUE (WS-SR-FOUND)
    END-IF.
2900-TAKE-POINT-EXIT.
    EXIT.

3000-PROJECT-SERIES.
    IF WS-SR-PRESENT (WS-SR-IDX) = "N"
        MOVE "A" TO WS-SR-STATE (WS-SR-IDX)
        GO TO 3000-PROJECT-SERIES-EXIT
    END-IF.
    MOVE 0 TO WS-SPAN-DAYS.
    IF WS-SR-POINTS (WS-SR-IDX) > 1
        COMPUTE WS-SPAN-DAYS =
            FUNCTION INTEGER-OF-DATE (WS-SR-LAST-DATE (WS-SR-IDX))
            - FUNCTION INTEGER-OF-DATE (WS-SR-FIRST-DATE (WS-SR-IDX))
    END-IF.
    IF WS-SPAN-DAYS > 0
        COMPUTE WS-SR-RATE-MONTH (WS-SR-IDX) ROUNDED =
            (WS-SR-LAST-VALUE (WS-SR-IDX)
                - WS-SR-FIRST-VALUE (WS-SR-IDX)) * 30 / WS-SPAN-DAYS
    END-IF.
    IF WS-SR-CURRENT (WS-SR-IDX) >= WS-SR-THRESHOLD (WS-SR-IDX)
        MOVE "X" TO WS-SR-STATE (WS-SR-IDX)
        MOVE "Y" TO WS-SR-ALERT (WS-SR-IDX)
        GO TO 3000-PROJECT-SERIES-EXIT
    END-IF.
    IF WS-SPAN-DAYS = 0
        MOVE "S" TO WS-SR-STATE (WS-SR-IDX)
        GO TO 3000-PROJECT-SERIES-EXIT
    END-IF.
    IF WS-SR-LAST-VALUE (WS-SR-IDX) <= WS-SR-FIRST-VALUE (WS-SR-IDX)
        MOVE "N" TO WS-SR-STATE (WS-SR-IDX)
        GO TO 3000-PROJECT-SERIES-EXIT
    END-IF.

    *> A ritmo constante desde el valor actual; los días se
    *> redondean hacia arriba.
    COMPUTE WS-RATE-DAY =
        (WS-SR-LAST-VALUE (WS-SR-IDX) - WS-SR-FIRST-VALUE (WS-SR-IDX))
        / WS-SPAN-DAYS.
    IF WS-RATE-DAY = 0
        MOVE "L" TO WS-SR-STATE (WS-SR-IDX)
        GO TO 3000-PROJECT-SERIES-EXIT
    END-IF.
    COMPUTE WS-DAYS-NEEDED = FUNCTION INTEGER (0.999999 +
        (WS-SR-THRESHOLD (WS-SR-IDX) - WS-SR-CURRENT (WS-SR-IDX))
        / WS-RATE-DAY).
    IF WS-DAYS-NEEDED > 36500
        MOVE "L" TO WS-SR-STATE (WS-SR-IDX)
        GO TO 3000-PROJECT-SERIES-EXIT
    END-IF.
    MOVE "P" TO WS-SR-STATE (WS-SR-IDX).
    MOVE WS-DAYS-NEEDED TO WS-SR-DAYS-LEFT (WS-SR-IDX).
    COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-DAYS-NEEDED.
    COMPUTE WS-SR-TARGET-DATE (WS-SR-IDX) =
        FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
    IF WS-DAYS-NEEDED <= WS-HORIZON-DAYS
        MOVE "Y" TO WS-SR-ALERT (WS-SR-IDX)
    END-IF.
3000-PROJECT-SERIES-EXIT.
    EXIT.

4000-WRITE-ALERTS.
    PERFORM VARYING WS-SR-IDX FROM 1 BY 1 UNTIL WS-SR-IDX > WS-SR-COUNT
        IF WS-SR-ALERT (WS-SR-IDX) = "Y"
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
    IF WS-SR-STATE (WS-SR-IDX) = "X"
        STRING WS-TODAY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ALERT-TIME (1:6) DELIMITED BY SIZE
               " CapacityForecast " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SR-NAME (WS-SR-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SR-UNIT (WS-SR-IDX)) DELIMITED BY SIZE
               " umbral superado=" DELIMITED BY SIZE
               WS-SR-THRESHOLD (WS-SR-IDX) DELIMITED BY SIZE
            INTO ALERT-RECORD
        DISPLAY "ALERTA: " FUNCTION TRIM(WS-SR-NAME (WS-SR-IDX)) " ("
            FUNCTION TRIM(WS-SR-UNIT (WS-SR-IDX))
            ") ya ha pasado su umbral."
    ELSE
        STRING WS-TODAY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ALERT-TIME (1:6) DELIMITED BY SIZE
               " CapacityForecast " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SR-NAME (WS-SR-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SR-UNIT (WS-SR-IDX)) DELIMITED BY SIZE
               " umbral el " DELIMITED BY SIZE
               WS-SR-TARGET-DATE (WS-SR-IDX) DELIMITED BY SIZE
               " dias=" DELIMITED BY SIZE
               WS-SR-DAYS-LEFT (WS-SR-IDX) DELIMITED BY SIZE
            INTO ALERT-RECORD
        MOVE WS-SR-DAYS-LEFT (WS-SR-IDX) TO WS-DAYS-DISPLAY
        DISPLAY "ALERTA: " FUNCTION TRIM(WS-SR-NAME (WS-SR-IDX)) " ("
            FUNCTION TRIM(WS-SR-UNIT (WS-SR-IDX))
            ") llegará a su umbral en "
            FUNCTION TRIM(WS-DAYS-DISPLAY) " días."
    END-IF.
    WRITE ALERT-RECORD.
    CLOSE ALERT-FILE.
    ADD 1 TO WS-ALERTS-WRITTEN.
4100-WRITE-ONE-ALERT-EXIT.
    EXIT.

5000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'capacidad.rpt' (status "
            WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 5000-WRITE-REPORT-EXIT
    END-IF.
    MOVE WS-TODAY-DATE TO WS-DATE-IN.
    PERFORM 5900-FORMAT-DATE.
    MOVE SPACES TO REPORT-LINE.
    STRING "PREVISION DE CAPACIDAD - " DELIMITED BY SIZE
           WS-DATE-OUT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "FICHERO              UNIDAD          ACTUAL  CRECIMIENTO/MES"
        TO REPORT-LINE.
    MOVE "UMBRAL  FECHA PREVISTA    DIAS" TO REPORT-LINE (67:30).
    WRITE REPORT-LINE.
    PERFORM VARYING WS-SR-IDX FROM 1 BY 1 UNTIL WS-SR-IDX > WS-SR-COUNT
        MOVE SPACES TO REPORT-LINE
        MOVE WS-SR-NAME (WS-SR-IDX) TO REPORT-LINE (1:20)
        MOVE WS-SR-UNIT (WS-SR-IDX) TO REPORT-LINE (22:5)
        MOVE WS-SR-THRESHOLD (WS-SR-IDX) TO WS-BIG-DISPLAY
        MOVE WS-BIG-DISPLAY TO REPORT-LINE (58:15)
        IF WS-SR-STATE (WS-SR-IDX) = "A"
            MOVE "(sin dato)" TO REPORT-LINE (32:10)
        ELSE
            MOVE WS-SR-CURRENT (WS-SR-IDX) TO WS-BIG-DISPLAY
            MOVE WS-BIG-DISPLAY TO REPORT-LINE (27:15)
        END-IF
        IF WS-SR-STATE (WS-SR-IDX) NOT = "A"
                AND WS-SR-STATE (WS-SR-IDX) NOT = "S"
                AND WS-SR-FIRST-DATE (WS-SR-IDX)
                    NOT = WS-SR-LAST-DATE (WS-SR-IDX)
            MOVE WS-SR-RATE-MONTH (WS-SR-IDX) TO WS-RATE-DISPLAY
            MOVE WS-RATE-DISPLAY TO REPORT-LINE (43:14)
        END-IF
        EVALUATE WS-SR-STATE (WS-SR-IDX)
            WHEN "A"
                MOVE "SIN DATO" TO REPORT-LINE (75:14)
            WHEN "S"
                MOVE "SIN HISTORIA" TO REPORT-LINE (75:14)
            WHEN "N"
                MOVE "NO CRECE" TO REPORT-LINE (75:14)
            WHEN "L"
                MOVE "MAS DE 100 A." TO REPORT-LINE (75:14)
            WHEN "X"
                MOVE "SUPERADO" TO REPORT-LINE (75:14)
            WHEN "P"
                MOVE WS-SR-TARGET-DATE (WS-SR-IDX) TO WS-DATE-IN
                PERFORM 5900-FORMAT-DATE
                MOVE WS-DATE-OUT TO REPORT-LINE (75:10)
                MOVE WS-SR-DAYS-LEFT (WS-SR-IDX) TO WS-DAYS-DISPLAY
                MOVE WS-DAYS-DISPLAY TO REPORT-LINE (89:7)
        END-EVALUATE
        IF WS-SR-ALERT (WS-SR-IDX) = "Y"
            MOVE "<<" TO REPORT-LINE (97:2)
        END-IF
        WRITE REPORT-LINE
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "BASE DEL CALCULO" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "FICHERO              UNIDAD  OBS.  PRIMERA          VALOR"
        TO REPORT-LINE.
    MOVE "ULTIMA           VALOR" TO REPORT-LINE (61:22).
    WRITE REPORT-LINE.
    PERFORM VARYING WS-SR-IDX FROM 1 BY 1 UNTIL WS-SR-IDX > WS-SR-COUNT
        MOVE SPACES TO REPORT-LINE
        MOVE WS-SR-NAME (WS-SR-IDX) TO REPORT-LINE (1:20)
        MOVE WS-SR-UNIT (WS-SR-IDX) TO REPORT-LINE (22:5)
        MOVE WS-SR-POINTS (WS-SR-IDX) TO WS-POINTS-DISPLAY
        MOVE WS-POINTS-DISPLAY TO REPORT-LINE (28:5)
        IF WS-SR-POINTS (WS-SR-IDX) > 0
            MOVE WS-SR-FIRST-DATE (WS-SR-IDX) TO WS-DATE-IN
            PERFORM 5900-FORMAT-DATE
            MOVE WS-DATE-OUT TO REPORT-LINE (35:10)
            MOVE WS-SR-FIRST-VALUE (WS-SR-IDX) TO WS-BIG-DISPLAY
            MOVE WS-BIG-DISPLAY TO REPORT-LINE (46:15)
            MOVE WS-SR-LAST-DATE (WS-SR-IDX) TO WS-DATE-IN
            PERFORM 5900-FORMAT-DATE
            MOVE WS-DATE-OUT TO REPORT-LINE (62:10)
            MOVE WS-SR-LAST-VALUE (WS-SR-IDX) TO WS-BIG-DISPLAY
            MOVE WS-BIG-DISPLAY TO REPORT-LINE (73:15)
        END-IF
        WRITE REPORT-LINE
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-WINDOW-FROM TO WS-DATE-IN.
    PERFORM 5900-FORMAT-DATE.
    MOVE WS-WINDOW-DAYS TO WS-DAYS-DISPLAY.
    MOVE SPACES TO REPORT-LINE.
    STRING "Ritmo entre la primera y la ultima observacion desde el "
               DELIMITED BY SIZE
           WS-DATE-OUT DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-DAYS-DISPLAY) DELIMITED BY SIZE
           " dias)." DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-HORIZON-DAYS TO WS-DAYS-DISPLAY.
    MOVE WS-ALERTS-WRITTEN TO WS-COUNT-DISPLAY.
    MOVE SPACES TO REPORT-LINE.
    STRING "Horizonte de aviso: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-DAYS-DISPLAY) DELIMITED BY SIZE
           " dias. Series marcadas << : " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           " (alerta en alertas.log)." DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-TABLE-FULL = "Y"
        MOVE "AVISO: más de 30 series; el informe está incompleto."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.
5000-WRITE-REPORT-EXIT.
    EXIT.

5600-APPEND-HISTORY.
    *> Sólo las series medidas hoy; los catálogos guardan la suya.
    OPEN EXTEND HIST-FILE.
    IF WS-HIST-STATUS = "35"
        OPEN OUTPUT HIST-FILE
    END-IF.
    IF WS-HIST-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'capacidad.hist' (status "
            WS-HIST-STATUS ")."
        GO TO 5600-APPEND-HISTORY-EXIT
    END-IF.
    PERFORM VARYING WS-SR-IDX FROM 1 BY 1 UNTIL WS-SR-IDX > WS-SR-COUNT
        IF WS-SR-SOURCE (WS-SR-IDX) = "M"
                AND WS-SR-CURRENT-DT (WS-SR-IDX) = WS-TODAY-DATE
            MOVE SPACES TO HIST-RECORD
            MOVE WS-TODAY-DATE TO CH-RUN-DATE
            MOVE WS-SR-NAME (WS-SR-IDX) TO CH-NAME
            MOVE WS-SR-UNIT (WS-SR-IDX) TO CH-UNIT
            MOVE WS-SR-CURRENT (WS-SR-IDX) TO CH-VALUE
            WRITE HIST-RECORD
        END-IF
    END-PERFORM.
    CLOSE HIST-FILE.
5600-APPEND-HISTORY-EXIT.
    EXIT.

5900-FORMAT-DATE.
    MOVE SPACES TO WS-DATE-OUT.
    STRING WS-DATE-IN-DAY DELIMITED BY SIZE "/"
           WS-DATE-IN-MONTH DELIMITED BY SIZE "/"
           WS-DATE-IN-YEAR DELIMITED BY SIZE
        INTO WS-DATE-OUT.
5900-FORMAT-DATE-EXIT.
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
    STRING "SERIES=" DELIMITED BY SIZE
           WS-SR-COUNT DELIMITED BY SIZE
           " ALERTAS=" DELIMITED BY SIZE
           WS-ALERTS-WRITTEN DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "CapacityForecast" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
