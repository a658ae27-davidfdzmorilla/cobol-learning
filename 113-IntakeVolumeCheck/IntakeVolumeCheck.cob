IDENTIFICATION DIVISION.
PROGRAM-ID. IntakeVolumeCheck.
*> Control nocturno del volumen de movimientos por sucursal: una
*> carga por lote que entra dos veces, o una que no llega, se ve en
*> las cifras del día antes que en los duplicados. Para cada
*> sucursal se comparan las altas, bajas y traslados del día con lo
*> normal en esa sucursal:
*>   ALTAS      líneas "W" de diario.jrn (sin las reposiciones desde
*>              copia de RestorePersonas y ArchiveRestore)
*>   BAJAS      líneas de historial.txt que pasan de activa a baja,
*>              en la sucursal de la imagen anterior (las fusiones de
*>              MergePersonas no cuentan, igual que en el movimiento
*>              del mes)
*>   TRASLADOS  líneas de historial.txt que cambian la sucursal; el
*>              traslado cuenta en la de salida y en la de llegada
*> Lo normal es la media diaria de la sucursal en los VOLUMEN_DIAS
*> días anteriores (por defecto 56, ocho semanas), contando sólo los
*> días con actividad: los que tienen resumen de EstadisticasBasicas
*> en estadisticas.hist (la cadena corrió) o algún movimiento. Esa
*> media se corrige con el factor del día de la semana, que sale de
*> todas las sucursales juntas (media de ese día de la semana entre
*> media de todos los días), porque una sucursal sola tiene pocos
*> lunes para fiarse.
*> Una cifra está fuera de lo normal si pasa del múltiplo de
*> umbrales_volumen.txt por arriba (ALTO) o por abajo (BAJO); el
*> mínimo de cada concepto evita avisar por dos altas donde suele
*> haber media. Con menos de 14 días de actividad en la base no se
*> avisa de nada. Cada cifra fuera de lo normal deja una línea en
*> alertas.log (una sola vez por día aunque el paso se repita), y la
*> cadena de la noche siguiente no arranca hasta que se reconozca en
*> AlertConsole. volumen.rpt lista, para cada una, las personas del
*> día con hora, programa y operador, y marca las altas cuyo nombre
*> ya tenía otra persona del maestro, para revisar o deshacer la
*> carga.
*> Día: VOLUMEN_FECHA=AAAAMMDD; por defecto hoy.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LIMIT-FILE ASSIGN TO "umbrales_volumen.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LIMIT-STATUS.
    SELECT BRANCH-FILE ASSIGN TO "sucursales.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BRANCH-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "diario.jrn"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "historial.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
    SELECT STATS-FILE ASSIGN TO "estadisticas.hist"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATS-STATUS.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT ALERT-FILE ASSIGN TO "alertas.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ALERT-STATUS.
    SELECT REPORT-FILE ASSIGN TO "volumen.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Múltiplo (con un decimal) y mínimo por concepto. Las líneas en
*> blanco o con "*" en la primera columna son comentarios.
FD LIMIT-FILE.
01 LIMIT-RECORD.
    05 LM-CONCEPT        PIC X(10).
    05 FILLER            PIC X(01).
    05 LM-MULT-UNITS     PIC 9(02).
    05 LM-MULT-POINT     PIC X(01).
    05 LM-MULT-TENTHS    PIC 9(01).
    05 FILLER            PIC X(01).
    05 LM-MINIMUM        PIC 9(05).
    05 FILLER            PIC X(01).
    05 LM-DESCRIPTION    PIC X(40).
    05 FILLER            PIC X(18).

FD BRANCH-FILE.
    COPY BRANCHREC REPLACING BRANCH-RECORD BY BRANCH-REC.

FD JOURNAL-FILE.
    COPY JRNREC REPLACING JOURNAL-RECORD BY JOURNAL-REC.

FD HISTORY-FILE.
    COPY HISTREC REPLACING HISTORY-RECORD BY HISTORY-REC.

FD STATS-FILE.
    COPY STATHIST REPLACING STAT-HISTORY-RECORD BY STATS-RECORD.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD ALERT-FILE.
01 ALERT-RECORD PIC X(100).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-LIMIT-STATUS PIC XX VALUE "00".
01 WS-BRANCH-STATUS PIC XX VALUE "00".
01 WS-JOURNAL-STATUS PIC XX VALUE "00".
01 WS-HISTORY-STATUS PIC XX VALUE "00".
01 WS-STATS-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-ALERT-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-NAME-EOF PIC X VALUE "N".

*> Día controlado y base de comparación.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-DATE-ENV PIC X(08) VALUE SPACES.
01 WS-CHECK-DATE PIC 9(8) VALUE 0.
01 WS-CHECK-INT PIC 9(07) VALUE 0.
01 WS-CHECK-WEEKDAY PIC 9 VALUE 0.
01 WS-DAYS-ENV PIC X(03) VALUE SPACES.
01 WS-WINDOW-DAYS PIC 9(03) VALUE 56.
01 WS-WINDOW-FROM PIC 9(8) VALUE 0.
01 WS-MIN-HISTORY-DAYS PIC 9(03) VALUE 14.
01 WS-EVENT-DATE PIC 9(8) VALUE 0.
01 WS-EVENT-INT PIC 9(07) VALUE 0.
01 WS-EVENT-OFFSET PIC 9(03) VALUE 0.
01 WS-EVENT-WEEKDAY PIC 9 VALUE 0.
01 WS-WEEKDAY-NAMES PIC X(63) VALUE
    "lunes    martes   miercolesjueves   viernes  sabado   domingo  ".
01 WS-WEEKDAY-NAMES-R REDEFINES WS-WEEKDAY-NAMES.
    05 WS-WEEKDAY-NAME PIC X(09) OCCURS 7 TIMES.

*> Días de la base con actividad (1 = ayer).
01 WS-DAY-TABLE.
    05 WS-DAY-ACTIVE PIC X(01) OCCURS 366 TIMES.
01 WS-DAY-IDX PIC 9(03) VALUE 0.
01 WS-ACTIVE-DAYS PIC 9(03) VALUE 0.
01 WS-STATS-DAYS PIC 9(03) VALUE 0.

*> Conceptos: 1 altas, 2 bajas, 3 traslados.
01 WS-CONCEPT-CODES PIC X(30) VALUE
    "ALTAS     BAJAS     TRASLADOS ".
01 WS-CONCEPT-CODES-R REDEFINES WS-CONCEPT-CODES.
    05 WS-CONCEPT-CODE PIC X(10) OCCURS 3 TIMES.
01 WS-CONCEPT PIC 9 VALUE 0.
01 WS-CONCEPT-IDX PIC 9 VALUE 0.
01 WS-LIMIT-TABLE.
    05 WS-LM-ENTRY OCCURS 3 TIMES.
        10 WS-LM-MULT    PIC 9(02)V9.
        10 WS-LM-MINIMUM PIC 9(05).
*> Por concepto: movimientos de la base, los del mismo día de la
*> semana, días de actividad de ese día de la semana y factor.
01 WS-POOL-TABLE.
    05 WS-PL-ENTRY OCCURS 3 TIMES.
        10 WS-PL-TOTAL   PIC 9(07).
        10 WS-PL-WEEKDAY PIC 9(07) OCCURS 7 TIMES.
        10 WS-PL-FACTOR  PIC 9(03)V99.
01 WS-WD-DAYS PIC 9(03) OCCURS 7 TIMES.
01 WS-WD-IDX PIC 9 VALUE 0.

*> Cifras por sucursal; la de código en blanco recoge los
*> movimientos sin sucursal.
01 WS-BRANCH-TABLE.
    05 WS-BR-ENTRY OCCURS 200 TIMES.
        10 WS-BR-CODE        PIC X(04).
        10 WS-BR-NAME        PIC X(30).
        10 WS-BR-ACTIVE      PIC 9(07).
        10 WS-BR-ACTIVE-DATE PIC 9(08).
        10 WS-BR-WINDOW      PIC 9(07) OCCURS 3 TIMES.
        10 WS-BR-TODAY       PIC 9(05) OCCURS 3 TIMES.
        10 WS-BR-EXPECTED    PIC 9(05)V99 OCCURS 3 TIMES.
        10 WS-BR-FLAG        PIC X(01) OCCURS 3 TIMES.
01 WS-BR-COUNT PIC 9(03) VALUE 0.
01 WS-BR-IDX PIC 9(03) VALUE 0.
01 WS-BR-J PIC 9(03) VALUE 0.
01 WS-BR-FOUND PIC 9(03) VALUE 0.
01 WS-BR-SWAP PIC X(109).
01 WS-BR-FULL PIC X VALUE "N".
01 WS-COUNT-BRANCH PIC X(04) VALUE SPACES.

*> Nombres de sucursales.txt.
01 WS-NAME-TABLE.
    05 WS-NM-ENTRY OCCURS 200 TIMES.
        10 WS-NM-CODE PIC X(04).
        10 WS-NM-NAME PIC X(30).
01 WS-NM-COUNT PIC 9(03) VALUE 0.
01 WS-NM-IDX PIC 9(03) VALUE 0.

*> Movimientos del día, para el detalle de las cifras anómalas.
01 WS-EVENT-TABLE.
    05 WS-EV-ENTRY OCCURS 3000 TIMES.
        10 WS-EV-CONCEPT  PIC 9(01).
        10 WS-EV-BRANCH   PIC X(04).
        10 WS-EV-ID       PIC 9(06).
        10 WS-EV-TIME     PIC 9(06).
        10 WS-EV-PROGRAM  PIC X(20).
        10 WS-EV-OPERATOR PIC X(20).
        10 WS-EV-NAME     PIC X(20).
        10 WS-EV-NOTE     PIC X(20).
01 WS-EV-COUNT PIC 9(04) VALUE 0.
01 WS-EV-IDX PIC 9(04) VALUE 0.
01 WS-EV-FULL PIC X VALUE "N".
01 WS-EV-LISTED PIC 9(05) VALUE 0.
*> Movimiento que se está anotando.
01 WS-NEW-ID PIC 9(06) VALUE 0.
01 WS-NEW-TIME PIC 9(06) VALUE 0.
01 WS-NEW-PROGRAM PIC X(20) VALUE SPACES.
01 WS-NEW-OPERATOR PIC X(20) VALUE SPACES.
01 WS-NEW-NAME PIC X(20) VALUE SPACES.
01 WS-NEW-NOTE PIC X(20) VALUE SPACES.

*> Imágenes del registro de personas.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-BEFORE-PERSON.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-AFTER-PERSON.

*> Alertas de este programa ya escritas para el día que se revisa
*> (texto desde la columna 17, sin la hora), para no repetirlas si
*> el paso se vuelve a lanzar. Caben todas las de un día: cada
*> sucursal alerta como mucho una vez por concepto.
01 WS-SENT-TABLE.
    05 WS-SENT-KEY PIC X(50) OCCURS 600 TIMES.
01 WS-SENT-COUNT PIC 9(03) VALUE 0.
01 WS-SENT-IDX PIC 9(03) VALUE 0.
01 WS-SENT-FOUND PIC X VALUE "N".
01 WS-ALERT-TIME PIC 9(8) VALUE 0.
01 WS-ALERT-BRANCH PIC X(04) VALUE SPACES.
01 WS-ALERT-LINE PIC X(100) VALUE SPACES.
01 WS-ALERT-TODAY PIC 9(05) VALUE 0.
01 WS-ALERT-NORMAL PIC 9(05) VALUE 0.
01 WS-ALERT-WORD PIC X(04) VALUE SPACES.

01 WS-ANOMALIES PIC 9(03) VALUE 0.
01 WS-ALERTS-WRITTEN PIC 9(03) VALUE 0.
01 WS-SAME-NAME PIC 9(05) VALUE 0.
01 WS-MASTER-OPEN PIC X VALUE "N".

*> Edición.
01 WS-DATE-IN PIC 9(08) VALUE 0.
01 WS-DATE-IN-R REDEFINES WS-DATE-IN.
    05 WS-DI-YEAR  PIC 9(4).
    05 WS-DI-MONTH PIC 99.
    05 WS-DI-DAY   PIC 99.
01 WS-DATE-OUT PIC X(10) VALUE SPACES.
01 WS-CHECK-DISPLAY PIC X(10) VALUE SPACES.
01 WS-FROM-DISPLAY PIC X(10) VALUE SPACES.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
01 WS-TIME-IN PIC 9(06) VALUE 0.
01 WS-TIME-IN-R REDEFINES WS-TIME-IN.
    05 WS-TI-HH PIC 99.
    05 WS-TI-MM PIC 99.
    05 WS-TI-SS PIC 99.
01 WS-COUNT-DISPLAY PIC ZZZZ9.
01 WS-WINDOW-DISPLAY PIC ZZ9.
01 WS-ACTIVE-DAYS-DISPLAY PIC ZZ9.
01 WS-WD-DAYS-DISPLAY PIC ZZ9.
01 WS-ACTIVE-DISPLAY PIC ZZZZZZ9.
01 WS-EXPECTED-DISPLAY PIC ZZZ9.99.
01 WS-FACTOR-DISPLAY PIC ZZ9.99.
01 WS-MULT-DISPLAY PIC Z9.9.
01 WS-COL PIC 9(03) VALUE 0.

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
    PERFORM 0100-DECIDE-DATE THRU 0100-DECIDE-DATE-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.
    PERFORM 1000-LOAD-LIMITS THRU 1000-LOAD-LIMITS-EXIT.
    PERFORM 1200-LOAD-BRANCHES THRU 1200-LOAD-BRANCHES-EXIT.
    PERFORM 1300-LOAD-SENT-ALERTS THRU 1300-LOAD-SENT-ALERTS-EXIT.

    PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT.
    PERFORM 2100-SCAN-HISTORY THRU 2100-SCAN-HISTORY-EXIT.
    PERFORM 2200-SCAN-STATS THRU 2200-SCAN-STATS-EXIT.

    PERFORM 3000-EVALUATE-BRANCHES.
    PERFORM 3500-CHECK-SAME-NAMES THRU 3500-CHECK-SAME-NAMES-EXIT.

    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'volumen.rpt' (status "
            WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 4000-WRITE-REPORT.
    CLOSE REPORT-FILE.
    PERFORM 5000-WRITE-ALERTS.

    DISPLAY "Volumen del " WS-CHECK-DISPLAY ": " WS-ANOMALIES
        " cifras fuera de lo normal, " WS-ALERTS-WRITTEN
        " alertas nuevas (ver 'volumen.rpt').".
    IF WS-ACTIVE-DAYS < WS-MIN-HISTORY-DAYS
        DISPLAY "Aviso: sólo " WS-ACTIVE-DAYS " días de actividad en "
            "la base; no se evalúa hasta tener " WS-MIN-HISTORY-DAYS
            "."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    *> Las anomalías no paran la cadena de esta noche: su alerta
    *> detiene la siguiente hasta que se reconozca.
    GOBACK.

0100-DECIDE-DATE.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    MOVE WS-TODAY-DATE TO WS-DATE-IN.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-OUT TO WS-TODAY-DISPLAY.
    ACCEPT WS-DATE-ENV FROM ENVIRONMENT "VOLUMEN_FECHA".
    IF WS-DATE-ENV = SPACES
        MOVE WS-TODAY-DATE TO WS-CHECK-DATE
    ELSE
        IF WS-DATE-ENV IS NOT NUMERIC
            DISPLAY "Error: VOLUMEN_FECHA debe ser AAAAMMDD."
            MOVE 16 TO RETURN-CODE
            GO TO 0100-DECIDE-DATE-EXIT
        END-IF
        MOVE WS-DATE-ENV TO WS-CHECK-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHECK-DATE) NOT = 0
                OR WS-CHECK-DATE > WS-TODAY-DATE
            DISPLAY "Error: VOLUMEN_FECHA no es una fecha válida "
                "hasta hoy."
            MOVE 16 TO RETURN-CODE
            GO TO 0100-DECIDE-DATE-EXIT
        END-IF
    END-IF.
    ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "VOLUMEN_DIAS".
    IF WS-DAYS-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-DAYS-ENV) IS NUMERIC
                AND FUNCTION NUMVAL(WS-DAYS-ENV) >= 14
                AND FUNCTION NUMVAL(WS-DAYS-ENV) <= 366
            MOVE FUNCTION NUMVAL(WS-DAYS-ENV) TO WS-WINDOW-DAYS
        ELSE
            DISPLAY "Aviso: VOLUMEN_DIAS debe estar entre 14 y 366; "
                "se usan " WS-WINDOW-DAYS "."
        END-IF
    END-IF.
    COMPUTE WS-CHECK-INT = FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE).
    *> Día de la semana: el día 1 de INTEGER-OF-DATE (1601-01-01)
    *> fue lunes.
    COMPUTE WS-CHECK-WEEKDAY = FUNCTION MOD (WS-CHECK-INT - 1, 7) + 1.
    COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER
        (WS-CHECK-INT - WS-WINDOW-DAYS).
    MOVE WS-CHECK-DATE TO WS-DATE-IN.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-OUT TO WS-CHECK-DISPLAY.
    MOVE WS-WINDOW-FROM TO WS-DATE-IN.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-OUT TO WS-FROM-DISPLAY.
    MOVE ALL "N" TO WS-DAY-TABLE.
    MOVE ZEROS TO WS-POOL-TABLE.
0100-DECIDE-DATE-EXIT.
    EXIT.

1000-LOAD-LIMITS.
    *> Estándar: la cifra del día triplica o se queda en un tercio de
    *> lo normal.
    MOVE 3.0 TO WS-LM-MULT (1).
    MOVE 10 TO WS-LM-MINIMUM (1).
    MOVE 3.0 TO WS-LM-MULT (2).
    MOVE 5 TO WS-LM-MINIMUM (2).
    MOVE 3.0 TO WS-LM-MULT (3).
    MOVE 5 TO WS-LM-MINIMUM (3).
    OPEN INPUT LIMIT-FILE.
    IF WS-LIMIT-STATUS = "35"
        PERFORM 1100-CREATE-DEFAULT-LIMITS
        OPEN INPUT LIMIT-FILE
    END-IF.
    IF WS-LIMIT-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo abrir 'umbrales_volumen.txt' "
            "(status " WS-LIMIT-STATUS "); se usan los umbrales "
            "estándar."
        GO TO 1000-LOAD-LIMITS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ LIMIT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF LIMIT-RECORD NOT = SPACES
                        AND LM-CONCEPT (1:1) NOT = "*"
                    PERFORM 1050-TAKE-LIMIT-LINE
                        THRU 1050-TAKE-LIMIT-LINE-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LIMIT-FILE.
1000-LOAD-LIMITS-EXIT.
    EXIT.

1050-TAKE-LIMIT-LINE.
    MOVE 0 TO WS-CONCEPT.
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 3
        IF LM-CONCEPT = WS-CONCEPT-CODE (WS-CONCEPT-IDX)
            MOVE WS-CONCEPT-IDX TO WS-CONCEPT
        END-IF
    END-PERFORM.
    IF WS-CONCEPT = 0
            OR LM-MULT-UNITS IS NOT NUMERIC
            OR LM-MULT-POINT NOT = "."
            OR LM-MULT-TENTHS IS NOT NUMERIC
            OR LM-MINIMUM IS NOT NUMERIC
        DISPLAY "Aviso: línea de 'umbrales_volumen.txt' no válida: "
            LIMIT-RECORD (1:24)
        GO TO 1050-TAKE-LIMIT-LINE-EXIT
    END-IF.
    *> Un múltiplo por debajo de 1 marcaría cualquier día normal.
    IF LM-MULT-UNITS < 1
        DISPLAY "Aviso: múltiplo menor que 1 para " LM-CONCEPT
            "; se deja el estándar."
        GO TO 1050-TAKE-LIMIT-LINE-EXIT
    END-IF.
    COMPUTE WS-LM-MULT (WS-CONCEPT) = LM-MULT-UNITS
        + LM-MULT-TENTHS / 10.
    MOVE LM-MINIMUM TO WS-LM-MINIMUM (WS-CONCEPT).
1050-TAKE-LIMIT-LINE-EXIT.
    EXIT.

1100-CREATE-DEFAULT-LIMITS.
    DISPLAY "No existe 'umbrales_volumen.txt'; se generan los "
        "umbrales estándar.".
    OPEN OUTPUT LIMIT-FILE.
    MOVE "* Concepto, múltiplo sobre lo normal (un decimal), mínimo"
        TO LIMIT-RECORD.
    WRITE LIMIT-RECORD.
    MOVE "* ALTO: la cifra del día pasa de normal x múltiplo y llega al mínimo."
        TO LIMIT-RECORD.
    WRITE LIMIT-RECORD.
    MOVE "* BAJO: lo normal llega al mínimo y la cifra no pasa de normal / múltiplo."
        TO LIMIT-RECORD.
    WRITE LIMIT-RECORD.
    MOVE SPACES TO LIMIT-RECORD.
    MOVE "ALTAS" TO LM-CONCEPT.
    MOVE "03.0" TO LIMIT-RECORD (12:4).
    MOVE WS-LM-MINIMUM (1) TO LM-MINIMUM.
    MOVE "Altas (diario.jrn)" TO LM-DESCRIPTION.
    WRITE LIMIT-RECORD.
    MOVE SPACES TO LIMIT-RECORD.
    MOVE "BAJAS" TO LM-CONCEPT.
    MOVE "03.0" TO LIMIT-RECORD (12:4).
    MOVE WS-LM-MINIMUM (2) TO LM-MINIMUM.
    MOVE "Bajas (historial.txt)" TO LM-DESCRIPTION.
    WRITE LIMIT-RECORD.
    MOVE SPACES TO LIMIT-RECORD.
    MOVE "TRASLADOS" TO LM-CONCEPT.
    MOVE "03.0" TO LIMIT-RECORD (12:4).
    MOVE WS-LM-MINIMUM (3) TO LM-MINIMUM.
    MOVE "Traslados, salida y llegada (historial.txt)"
        TO LM-DESCRIPTION.
    WRITE LIMIT-RECORD.
    CLOSE LIMIT-FILE.
1100-CREATE-DEFAULT-LIMITS-EXIT.
    EXIT.

1200-LOAD-BRANCHES.
    OPEN INPUT BRANCH-FILE.
    IF WS-BRANCH-STATUS NOT = "00"
        GO TO 1200-LOAD-BRANCHES-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ BRANCH-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF BC-CODE OF BRANCH-REC NOT = SPACES
                        AND WS-NM-COUNT < 200
                    ADD 1 TO WS-NM-COUNT
                    MOVE BC-CODE OF BRANCH-REC TO WS-NM-CODE (WS-NM-COUNT)
                    MOVE BC-NAME OF BRANCH-REC TO WS-NM-NAME (WS-NM-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BRANCH-FILE.
1200-LOAD-BRANCHES-EXIT.
    EXIT.

1300-LOAD-SENT-ALERTS.
    OPEN INPUT ALERT-FILE.
    IF WS-ALERT-STATUS NOT = "00"
        GO TO 1300-LOAD-SENT-ALERTS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ ALERT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                *> Sólo cuentan las del mismo día revisado ("dia=" en
                *> la columna 55): las de otros días nunca casarían y
                *> llenarían la tabla.
                IF ALERT-RECORD (17:17) = "IntakeVolumeCheck"
                        AND ALERT-RECORD (55:4) = "dia="
                        AND ALERT-RECORD (59:8) = WS-CHECK-DATE
                        AND WS-SENT-COUNT < 600
                    ADD 1 TO WS-SENT-COUNT
                    MOVE ALERT-RECORD (17:50)
                        TO WS-SENT-KEY (WS-SENT-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ALERT-FILE.
1300-LOAD-SENT-ALERTS-EXIT.
    EXIT.

2000-SCAN-JOURNAL.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "Aviso: no hay diario 'diario.jrn' (status "
            WS-JOURNAL-STATUS "); no se controlan las altas."
        GO TO 2000-SCAN-JOURNAL-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ JOURNAL-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 2010-TAKE-JOURNAL-LINE
                    THRU 2010-TAKE-JOURNAL-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-FILE.
2000-SCAN-JOURNAL-EXIT.
    EXIT.

2010-TAKE-JOURNAL-LINE.
    IF NOT JR-ACT-WRITE OF JOURNAL-REC
            OR JR-JRN-DATE OF JOURNAL-REC IS NOT NUMERIC
            OR JR-JRN-DATE OF JOURNAL-REC < WS-WINDOW-FROM
            OR JR-JRN-DATE OF JOURNAL-REC > WS-CHECK-DATE
        GO TO 2010-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    *> Reponer una copia no es un alta: la persona ya existía.
    IF JR-PROGRAM OF JOURNAL-REC = "RestorePersonas"
            OR JR-PROGRAM OF JOURNAL-REC = "ArchiveRestore"
        GO TO 2010-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    MOVE JR-IMAGE OF JOURNAL-REC TO WS-AFTER-PERSON.
    IF NOT PR-TYPE-DETAIL OF WS-AFTER-PERSON
            OR PR-PERSON-ID OF WS-AFTER-PERSON IS NOT NUMERIC
            OR PR-ID-IS-TRAILER OF WS-AFTER-PERSON
        GO TO 2010-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    MOVE JR-JRN-DATE OF JOURNAL-REC TO WS-EVENT-DATE.
    MOVE 1 TO WS-CONCEPT.
    MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON TO WS-COUNT-BRANCH.
    MOVE PR-PERSON-ID OF WS-AFTER-PERSON TO WS-NEW-ID.
    MOVE JR-JRN-TIME OF JOURNAL-REC TO WS-NEW-TIME.
    MOVE JR-PROGRAM OF JOURNAL-REC TO WS-NEW-PROGRAM.
    MOVE JR-OPERATOR OF JOURNAL-REC TO WS-NEW-OPERATOR.
    MOVE PR-NAME OF WS-AFTER-PERSON TO WS-NEW-NAME.
    MOVE SPACES TO WS-NEW-NOTE.
    PERFORM 2900-COUNT-EVENT THRU 2900-COUNT-EVENT-EXIT.
2010-TAKE-JOURNAL-LINE-EXIT.
    EXIT.

2100-SCAN-HISTORY.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "Aviso: no hay historial 'historial.txt' (status "
            WS-HISTORY-STATUS "); no se controlan bajas ni traslados."
        GO TO 2100-SCAN-HISTORY-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HISTORY-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 2110-TAKE-HISTORY-LINE
                    THRU 2110-TAKE-HISTORY-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
2100-SCAN-HISTORY-EXIT.
    EXIT.

2110-TAKE-HISTORY-LINE.
    IF HR-CHANGE-DATE OF HISTORY-REC IS NOT NUMERIC
            OR HR-CHANGE-DATE OF HISTORY-REC < WS-WINDOW-FROM
            OR HR-CHANGE-DATE OF HISTORY-REC > WS-CHECK-DATE
            OR HR-PROGRAM OF HISTORY-REC = "MergePersonas"
        GO TO 2110-TAKE-HISTORY-LINE-EXIT
    END-IF.
    *> Sólo las líneas con las dos imágenes del registro.
    MOVE HR-BEFORE-IMAGE OF HISTORY-REC TO WS-BEFORE-PERSON.
    MOVE HR-AFTER-IMAGE OF HISTORY-REC TO WS-AFTER-PERSON.
    IF NOT PR-TYPE-DETAIL OF WS-BEFORE-PERSON
            OR NOT PR-TYPE-DETAIL OF WS-AFTER-PERSON
            OR PR-PERSON-ID OF WS-AFTER-PERSON IS NOT NUMERIC
            OR PR-PERSON-ID OF WS-AFTER-PERSON
                NOT = HR-PERSON-ID OF HISTORY-REC
        GO TO 2110-TAKE-HISTORY-LINE-EXIT
    END-IF.
    MOVE HR-CHANGE-DATE OF HISTORY-REC TO WS-EVENT-DATE.
    MOVE HR-PERSON-ID OF HISTORY-REC TO WS-NEW-ID.
    MOVE HR-CHANGE-TIME OF HISTORY-REC TO WS-NEW-TIME.
    MOVE HR-PROGRAM OF HISTORY-REC TO WS-NEW-PROGRAM.
    MOVE HR-OPERATOR OF HISTORY-REC TO WS-NEW-OPERATOR.
    MOVE PR-NAME OF WS-AFTER-PERSON TO WS-NEW-NAME.
    IF NOT PR-STATUS-INACTIVE OF WS-BEFORE-PERSON
            AND PR-STATUS-INACTIVE OF WS-AFTER-PERSON
        MOVE 2 TO WS-CONCEPT
        MOVE PR-BRANCH-CODE OF WS-BEFORE-PERSON TO WS-COUNT-BRANCH
        MOVE SPACES TO WS-NEW-NOTE
        PERFORM 2900-COUNT-EVENT THRU 2900-COUNT-EVENT-EXIT
    END-IF.
    IF PR-BRANCH-CODE OF WS-BEFORE-PERSON
            NOT = PR-BRANCH-CODE OF WS-AFTER-PERSON
        MOVE 3 TO WS-CONCEPT
        MOVE PR-BRANCH-CODE OF WS-BEFORE-PERSON TO WS-COUNT-BRANCH
        MOVE SPACES TO WS-NEW-NOTE
        STRING "hacia " DELIMITED BY SIZE
               PR-BRANCH-CODE OF WS-AFTER-PERSON DELIMITED BY SIZE
            INTO WS-NEW-NOTE
        PERFORM 2900-COUNT-EVENT THRU 2900-COUNT-EVENT-EXIT
        MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON TO WS-COUNT-BRANCH
        MOVE SPACES TO WS-NEW-NOTE
        STRING "desde " DELIMITED BY SIZE
               PR-BRANCH-CODE OF WS-BEFORE-PERSON DELIMITED BY SIZE
            INTO WS-NEW-NOTE
        PERFORM 2900-COUNT-EVENT THRU 2900-COUNT-EVENT-EXIT
    END-IF.
2110-TAKE-HISTORY-LINE-EXIT.
    EXIT.

2200-SCAN-STATS.
    *> Los resúmenes de EstadisticasBasicas dicen qué días corrió la
    *> cadena, y el desglose por sucursal el tamaño de cada una.
    OPEN INPUT STATS-FILE.
    IF WS-STATS-STATUS NOT = "00"
        GO TO 2200-SCAN-STATS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ STATS-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF SH-RUN-DATE OF STATS-RECORD IS NUMERIC
                        AND SH-RUN-DATE OF STATS-RECORD >= WS-WINDOW-FROM
                        AND SH-RUN-DATE OF STATS-RECORD < WS-CHECK-DATE
                    PERFORM 2210-TAKE-STATS-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STATS-FILE.
2200-SCAN-STATS-EXIT.
    EXIT.

2210-TAKE-STATS-LINE.
    EVALUATE TRUE
        WHEN SH-TYPE-SUMMARY OF STATS-RECORD
            MOVE SH-RUN-DATE OF STATS-RECORD TO WS-EVENT-DATE
            COMPUTE WS-EVENT-INT =
                FUNCTION INTEGER-OF-DATE (WS-EVENT-DATE)
            COMPUTE WS-EVENT-OFFSET = WS-CHECK-INT - WS-EVENT-INT
            IF WS-EVENT-OFFSET >= 1 AND WS-EVENT-OFFSET <= WS-WINDOW-DAYS
                MOVE "Y" TO WS-DAY-ACTIVE (WS-EVENT-OFFSET)
            END-IF
        WHEN SH-TYPE-BRANCH OF STATS-RECORD
            MOVE SH-BRANCH-CODE OF STATS-RECORD TO WS-COUNT-BRANCH
            PERFORM 2950-FIND-BRANCH THRU 2950-FIND-BRANCH-EXIT
            IF WS-BR-FOUND > 0
                IF SH-RUN-DATE OF STATS-RECORD
                        >= WS-BR-ACTIVE-DATE (WS-BR-FOUND)
                    MOVE SH-RUN-DATE OF STATS-RECORD
                        TO WS-BR-ACTIVE-DATE (WS-BR-FOUND)
                    MOVE SH-BRANCH-COUNT OF STATS-RECORD
                        TO WS-BR-ACTIVE (WS-BR-FOUND)
                END-IF
            END-IF
    END-EVALUATE.
2210-TAKE-STATS-LINE-EXIT.
    EXIT.

2900-COUNT-EVENT.
    *> Anota un movimiento del concepto WS-CONCEPT en WS-COUNT-BRANCH
    *> con fecha WS-EVENT-DATE: del día controlado o de la base.
    PERFORM 2950-FIND-BRANCH THRU 2950-FIND-BRANCH-EXIT.
    IF WS-BR-FOUND = 0
        GO TO 2900-COUNT-EVENT-EXIT
    END-IF.
    IF WS-EVENT-DATE = WS-CHECK-DATE
        ADD 1 TO WS-BR-TODAY (WS-BR-FOUND, WS-CONCEPT)
        IF WS-EV-COUNT < 3000
            ADD 1 TO WS-EV-COUNT
            MOVE WS-CONCEPT TO WS-EV-CONCEPT (WS-EV-COUNT)
            MOVE WS-COUNT-BRANCH TO WS-EV-BRANCH (WS-EV-COUNT)
            MOVE WS-NEW-ID TO WS-EV-ID (WS-EV-COUNT)
            MOVE WS-NEW-TIME TO WS-EV-TIME (WS-EV-COUNT)
            MOVE WS-NEW-PROGRAM TO WS-EV-PROGRAM (WS-EV-COUNT)
            MOVE WS-NEW-OPERATOR TO WS-EV-OPERATOR (WS-EV-COUNT)
            MOVE WS-NEW-NAME TO WS-EV-NAME (WS-EV-COUNT)
            MOVE WS-NEW-NOTE TO WS-EV-NOTE (WS-EV-COUNT)
        ELSE
            MOVE "Y" TO WS-EV-FULL
        END-IF
        GO TO 2900-COUNT-EVENT-EXIT
    END-IF.
    COMPUTE WS-EVENT-INT = FUNCTION INTEGER-OF-DATE (WS-EVENT-DATE).
    COMPUTE WS-EVENT-OFFSET = WS-CHECK-INT - WS-EVENT-INT.
    COMPUTE WS-EVENT-WEEKDAY = FUNCTION MOD (WS-EVENT-INT - 1, 7) + 1.
    MOVE "Y" TO WS-DAY-ACTIVE (WS-EVENT-OFFSET).
    ADD 1 TO WS-BR-WINDOW (WS-BR-FOUND, WS-CONCEPT).
    ADD 1 TO WS-PL-TOTAL (WS-CONCEPT).
    ADD 1 TO WS-PL-WEEKDAY (WS-CONCEPT, WS-EVENT-WEEKDAY).
2900-COUNT-EVENT-EXIT.
    EXIT.

2950-FIND-BRANCH.
    MOVE 0 TO WS-BR-FOUND.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
        UNTIL WS-BR-IDX > WS-BR-COUNT
        IF WS-BR-CODE (WS-BR-IDX) = WS-COUNT-BRANCH
            MOVE WS-BR-IDX TO WS-BR-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BR-FOUND > 0
        GO TO 2950-FIND-BRANCH-EXIT
    END-IF.
    IF WS-BR-COUNT >= 200
        MOVE "Y" TO WS-BR-FULL
        GO TO 2950-FIND-BRANCH-EXIT
    END-IF.
    ADD 1 TO WS-BR-COUNT.
    MOVE WS-BR-COUNT TO WS-BR-FOUND.
    MOVE WS-COUNT-BRANCH TO WS-BR-CODE (WS-BR-FOUND).
    MOVE SPACES TO WS-BR-NAME (WS-BR-FOUND).
    MOVE 0 TO WS-BR-ACTIVE (WS-BR-FOUND).
    MOVE 0 TO WS-BR-ACTIVE-DATE (WS-BR-FOUND).
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 3
        MOVE 0 TO WS-BR-WINDOW (WS-BR-FOUND, WS-CONCEPT-IDX)
        MOVE 0 TO WS-BR-TODAY (WS-BR-FOUND, WS-CONCEPT-IDX)
        MOVE 0 TO WS-BR-EXPECTED (WS-BR-FOUND, WS-CONCEPT-IDX)
        MOVE SPACE TO WS-BR-FLAG (WS-BR-FOUND, WS-CONCEPT-IDX)
    END-PERFORM.
2950-FIND-BRANCH-EXIT.
    EXIT.

3000-EVALUATE-BRANCHES.
    *> Días de actividad de la base, en total y por día de la semana.
    MOVE 0 TO WS-ACTIVE-DAYS.
    PERFORM VARYING WS-WD-IDX FROM 1 BY 1 UNTIL WS-WD-IDX > 7
        MOVE 0 TO WS-WD-DAYS (WS-WD-IDX)
    END-PERFORM.
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
        UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
        IF WS-DAY-ACTIVE (WS-DAY-IDX) = "Y"
            ADD 1 TO WS-ACTIVE-DAYS
            COMPUTE WS-WD-IDX = FUNCTION MOD
                (WS-CHECK-INT - WS-DAY-IDX - 1, 7) + 1
            ADD 1 TO WS-WD-DAYS (WS-WD-IDX)
        END-IF
    END-PERFORM.
    *> Factor del día de la semana por concepto, de todas las
    *> sucursales; con menos de dos días iguales en la base no hay
    *> patrón y se deja en 1.
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 3
        IF WS-WD-DAYS (WS-CHECK-WEEKDAY) < 2
                OR WS-PL-TOTAL (WS-CONCEPT-IDX) = 0
            MOVE 1 TO WS-PL-FACTOR (WS-CONCEPT-IDX)
        ELSE
            COMPUTE WS-PL-FACTOR (WS-CONCEPT-IDX) ROUNDED =
                (WS-PL-WEEKDAY (WS-CONCEPT-IDX, WS-CHECK-WEEKDAY)
                    * WS-ACTIVE-DAYS)
                / (WS-WD-DAYS (WS-CHECK-WEEKDAY)
                    * WS-PL-TOTAL (WS-CONCEPT-IDX))
        END-IF
    END-PERFORM.
    *> Orden por código, con nombre del maestro de sucursales.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
        UNTIL WS-BR-IDX > WS-BR-COUNT
        PERFORM VARYING WS-BR-J FROM 1 BY 1
            UNTIL WS-BR-J >= WS-BR-COUNT
            IF WS-BR-CODE (WS-BR-J) > WS-BR-CODE (WS-BR-J + 1)
                MOVE WS-BR-ENTRY (WS-BR-J) TO WS-BR-SWAP
                MOVE WS-BR-ENTRY (WS-BR-J + 1) TO WS-BR-ENTRY (WS-BR-J)
                MOVE WS-BR-SWAP TO WS-BR-ENTRY (WS-BR-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
        UNTIL WS-BR-IDX > WS-BR-COUNT
        PERFORM VARYING WS-NM-IDX FROM 1 BY 1
            UNTIL WS-NM-IDX > WS-NM-COUNT
            IF WS-NM-CODE (WS-NM-IDX) = WS-BR-CODE (WS-BR-IDX)
                MOVE WS-NM-NAME (WS-NM-IDX) TO WS-BR-NAME (WS-BR-IDX)
            END-IF
        END-PERFORM
        IF WS-BR-CODE (WS-BR-IDX) = SPACES
            MOVE "(sin sucursal)" TO WS-BR-NAME (WS-BR-IDX)
        END-IF
        PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1
            UNTIL WS-CONCEPT-IDX > 3
            PERFORM 3100-EVALUATE-FIGURE
                THRU 3100-EVALUATE-FIGURE-EXIT
        END-PERFORM
    END-PERFORM.
3000-EVALUATE-BRANCHES-EXIT.
    EXIT.

3100-EVALUATE-FIGURE.
    IF WS-ACTIVE-DAYS = 0
        MOVE 0 TO WS-BR-EXPECTED (WS-BR-IDX, WS-CONCEPT-IDX)
    ELSE
        COMPUTE WS-BR-EXPECTED (WS-BR-IDX, WS-CONCEPT-IDX) ROUNDED =
            WS-BR-WINDOW (WS-BR-IDX, WS-CONCEPT-IDX)
                * WS-PL-FACTOR (WS-CONCEPT-IDX) / WS-ACTIVE-DAYS
    END-IF.
    IF WS-ACTIVE-DAYS < WS-MIN-HISTORY-DAYS
        GO TO 3100-EVALUATE-FIGURE-EXIT
    END-IF.
    IF WS-BR-TODAY (WS-BR-IDX, WS-CONCEPT-IDX)
            >= WS-LM-MINIMUM (WS-CONCEPT-IDX)
            AND WS-BR-TODAY (WS-BR-IDX, WS-CONCEPT-IDX)
                > WS-BR-EXPECTED (WS-BR-IDX, WS-CONCEPT-IDX)
                    * WS-LM-MULT (WS-CONCEPT-IDX)
        MOVE "A" TO WS-BR-FLAG (WS-BR-IDX, WS-CONCEPT-IDX)
        ADD 1 TO WS-ANOMALIES
    END-IF.
    IF WS-BR-EXPECTED (WS-BR-IDX, WS-CONCEPT-IDX)
            >= WS-LM-MINIMUM (WS-CONCEPT-IDX)
            AND WS-BR-TODAY (WS-BR-IDX, WS-CONCEPT-IDX)
                * WS-LM-MULT (WS-CONCEPT-IDX)
                < WS-BR-EXPECTED (WS-BR-IDX, WS-CONCEPT-IDX)
        MOVE "B" TO WS-BR-FLAG (WS-BR-IDX, WS-CONCEPT-IDX)
        ADD 1 TO WS-ANOMALIES
    END-IF.
3100-EVALUATE-FIGURE-EXIT.
    EXIT.

3500-CHECK-SAME-NAMES.
    *> Las altas de una cifra ALTO se buscan por el índice de nombre:
    *> otra persona con el mismo nombre apunta a una carga repetida.
    IF WS-ANOMALIES = 0
        GO TO 3500-CHECK-SAME-NAMES-EXIT
    END-IF.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS "); las altas salen sin buscar nombres "
            "repetidos."
        GO TO 3500-CHECK-SAME-NAMES-EXIT
    END-IF.
    PERFORM VARYING WS-EV-IDX FROM 1 BY 1
        UNTIL WS-EV-IDX > WS-EV-COUNT
        IF WS-EV-CONCEPT (WS-EV-IDX) = 1
            MOVE WS-EV-BRANCH (WS-EV-IDX) TO WS-COUNT-BRANCH
            PERFORM 2950-FIND-BRANCH THRU 2950-FIND-BRANCH-EXIT
            IF WS-BR-FOUND > 0
                IF WS-BR-FLAG (WS-BR-FOUND, 1) = "A"
                    PERFORM 3510-FIND-SAME-NAME
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    CLOSE MASTER-FILE.
3500-CHECK-SAME-NAMES-EXIT.
    EXIT.

3510-FIND-SAME-NAME.
    MOVE WS-EV-NAME (WS-EV-IDX) TO PR-NAME OF MASTER-RECORD.
    MOVE "N" TO WS-NAME-EOF.
    START MASTER-FILE KEY IS = PR-NAME OF MASTER-RECORD
        INVALID KEY MOVE "Y" TO WS-NAME-EOF
    END-START.
    PERFORM UNTIL WS-NAME-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-NAME-EOF
            NOT AT END
                IF PR-NAME OF MASTER-RECORD NOT = WS-EV-NAME (WS-EV-IDX)
                    MOVE "Y" TO WS-NAME-EOF
                ELSE
                    IF PR-TYPE-DETAIL OF MASTER-RECORD
                            AND PR-PERSON-ID OF MASTER-RECORD
                                NOT = WS-EV-ID (WS-EV-IDX)
                        MOVE SPACES TO WS-EV-NOTE (WS-EV-IDX)
                        STRING "MISMO NOMBRE " DELIMITED BY SIZE
                               PR-PERSON-ID OF MASTER-RECORD
                                   DELIMITED BY SIZE
                            INTO WS-EV-NOTE (WS-EV-IDX)
                        ADD 1 TO WS-SAME-NAME
                        MOVE "Y" TO WS-NAME-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
3510-FIND-SAME-NAME-EXIT.
    EXIT.

4000-WRITE-REPORT.
    MOVE SPACES TO REPORT-LINE.
    STRING "CONTROL DE VOLUMEN DE MOVIMIENTOS POR SUCURSAL - DIA "
               DELIMITED BY SIZE
           WS-CHECK-DISPLAY DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-WEEKDAY-NAME (WS-CHECK-WEEKDAY) DELIMITED BY SPACE
           ")   Fecha: " DELIMITED BY SIZE
           WS-TODAY-DISPLAY DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE (1:100).
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-WINDOW-DAYS TO WS-WINDOW-DISPLAY.
    MOVE WS-ACTIVE-DAYS TO WS-ACTIVE-DAYS-DISPLAY.
    MOVE WS-WD-DAYS (WS-CHECK-WEEKDAY) TO WS-WD-DAYS-DISPLAY.
    STRING "Base: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-WINDOW-DISPLAY) DELIMITED BY SIZE
           " dias desde el " DELIMITED BY SIZE
           WS-FROM-DISPLAY DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ACTIVE-DAYS-DISPLAY) DELIMITED BY SIZE
           " con actividad, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-WD-DAYS-DISPLAY) DELIMITED BY SIZE
           " de ellos en " DELIMITED BY SIZE
           WS-WEEKDAY-NAME (WS-CHECK-WEEKDAY) DELIMITED BY SPACE
           "." DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE "Factor del dia / multiplo / minimo:" TO REPORT-LINE (1:35).
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 3
        COMPUTE WS-COL = 37 + (WS-CONCEPT-IDX - 1) * 30
        MOVE WS-CONCEPT-CODE (WS-CONCEPT-IDX) TO REPORT-LINE (WS-COL:10)
        MOVE WS-PL-FACTOR (WS-CONCEPT-IDX) TO WS-FACTOR-DISPLAY
        MOVE WS-FACTOR-DISPLAY TO REPORT-LINE (WS-COL + 10:6)
        MOVE WS-LM-MULT (WS-CONCEPT-IDX) TO WS-MULT-DISPLAY
        MOVE " x" TO REPORT-LINE (WS-COL + 16:2)
        MOVE WS-MULT-DISPLAY TO REPORT-LINE (WS-COL + 18:4)
        MOVE WS-LM-MINIMUM (WS-CONCEPT-IDX) TO WS-COUNT-DISPLAY
        MOVE WS-COUNT-DISPLAY TO REPORT-LINE (WS-COL + 22:5)
    END-PERFORM.
    WRITE REPORT-LINE.
    IF WS-ACTIVE-DAYS < WS-MIN-HISTORY-DAYS
        MOVE SPACES TO REPORT-LINE
        STRING "AVISO: menos de " DELIMITED BY SIZE
               WS-MIN-HISTORY-DAYS DELIMITED BY SIZE
               " dias de actividad en la base; no se marca ninguna "
                   DELIMITED BY SIZE
               "cifra." DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "                                  ---------- ALTAS ----------  ---------- BAJAS ----------  -------- TRASLADOS --------"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "SUC   NOMBRE               ACTIVAS    HOY   NORMAL             HOY   NORMAL             HOY   NORMAL"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE (1:122).
    WRITE REPORT-LINE.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
        UNTIL WS-BR-IDX > WS-BR-COUNT
        PERFORM 4100-WRITE-BRANCH-LINE
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE (1:122).
    WRITE REPORT-LINE.
    MOVE "ACTIVAS: ultimo desglose de estadisticas.hist en la base. NORMAL: media diaria por el factor del dia."
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-BR-FULL = "Y"
        MOVE "AVISO: mas de 200 sucursales; el control esta incompleto."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    IF WS-ANOMALIES > 0
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "DETALLE DE LAS CIFRAS FUERA DE LO NORMAL" TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        MOVE ALL "-" TO REPORT-LINE (1:122)
        WRITE REPORT-LINE
        PERFORM VARYING WS-BR-IDX FROM 1 BY 1
            UNTIL WS-BR-IDX > WS-BR-COUNT
            PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1
                UNTIL WS-CONCEPT-IDX > 3
                IF WS-BR-FLAG (WS-BR-IDX, WS-CONCEPT-IDX) NOT = SPACE
                    PERFORM 4200-WRITE-ANOMALY
                END-IF
            END-PERFORM
        END-PERFORM
        IF WS-EV-FULL = "Y"
            MOVE "AVISO: mas de 3000 movimientos en el dia; el detalle esta incompleto."
                TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        MOVE "Las altas de una carga repetida se revisan en LookupRecord y se dan de baja por BatchMaintenance."
            TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "Reconocer cada alerta en AlertConsole; la cadena de la noche siguiente no arranca mientras sigan abiertas."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-ANOMALIES = 0
        MOVE "RESULTADO: ninguna cifra fuera de lo normal."
            TO REPORT-LINE
    ELSE
        STRING "RESULTADO: " DELIMITED BY SIZE
               WS-ANOMALIES DELIMITED BY SIZE
               " cifras fuera de lo normal; " DELIMITED BY SIZE
               WS-SAME-NAME DELIMITED BY SIZE
               " altas con el nombre de otra persona del maestro."
                   DELIMITED BY SIZE
            INTO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
4000-WRITE-REPORT-EXIT.
    EXIT.

4100-WRITE-BRANCH-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-BR-CODE (WS-BR-IDX) TO REPORT-LINE (1:4).
    MOVE WS-BR-NAME (WS-BR-IDX) TO REPORT-LINE (7:20).
    MOVE WS-BR-ACTIVE (WS-BR-IDX) TO WS-ACTIVE-DISPLAY.
    MOVE WS-ACTIVE-DISPLAY TO REPORT-LINE (28:7).
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 3
        COMPUTE WS-COL = 37 + (WS-CONCEPT-IDX - 1) * 29
        MOVE WS-BR-TODAY (WS-BR-IDX, WS-CONCEPT-IDX) TO WS-COUNT-DISPLAY
        MOVE WS-COUNT-DISPLAY TO REPORT-LINE (WS-COL:5)
        MOVE WS-BR-EXPECTED (WS-BR-IDX, WS-CONCEPT-IDX)
            TO WS-EXPECTED-DISPLAY
        MOVE WS-EXPECTED-DISPLAY TO REPORT-LINE (WS-COL + 6:7)
        EVALUATE WS-BR-FLAG (WS-BR-IDX, WS-CONCEPT-IDX)
            WHEN "A"
                MOVE "<< ALTO" TO REPORT-LINE (WS-COL + 14:7)
            WHEN "B"
                MOVE "<< BAJO" TO REPORT-LINE (WS-COL + 14:7)
        END-EVALUATE
    END-PERFORM.
    WRITE REPORT-LINE.
4100-WRITE-BRANCH-LINE-EXIT.
    EXIT.

4200-WRITE-ANOMALY.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-BR-TODAY (WS-BR-IDX, WS-CONCEPT-IDX) TO WS-COUNT-DISPLAY.
    MOVE WS-BR-EXPECTED (WS-BR-IDX, WS-CONCEPT-IDX)
        TO WS-EXPECTED-DISPLAY.
    MOVE WS-LM-MULT (WS-CONCEPT-IDX) TO WS-MULT-DISPLAY.
    MOVE SPACES TO REPORT-LINE.
    IF WS-BR-FLAG (WS-BR-IDX, WS-CONCEPT-IDX) = "A"
        MOVE "ALTO" TO WS-ALERT-WORD
    ELSE
        MOVE "BAJO" TO WS-ALERT-WORD
    END-IF.
    STRING "Sucursal " DELIMITED BY SIZE
           WS-BR-CODE (WS-BR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-BR-NAME (WS-BR-IDX) DELIMITED BY "  "
           " - " DELIMITED BY SIZE
           WS-CONCEPT-CODE (WS-CONCEPT-IDX) DELIMITED BY SPACE
           ": hoy " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           ", normal " DELIMITED BY SIZE
           FUNCTION TRIM(WS-EXPECTED-DISPLAY) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           WS-ALERT-WORD DELIMITED BY SIZE
           " (multiplo x" DELIMITED BY SIZE
           FUNCTION TRIM(WS-MULT-DISPLAY) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "  ID      HORA      PROGRAMA             OPERADOR             NOMBRE               NOTA"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE 0 TO WS-EV-LISTED.
    PERFORM VARYING WS-EV-IDX FROM 1 BY 1
        UNTIL WS-EV-IDX > WS-EV-COUNT
        IF WS-EV-CONCEPT (WS-EV-IDX) = WS-CONCEPT-IDX
                AND WS-EV-BRANCH (WS-EV-IDX) = WS-BR-CODE (WS-BR-IDX)
            ADD 1 TO WS-EV-LISTED
            MOVE SPACES TO REPORT-LINE
            MOVE WS-EV-ID (WS-EV-IDX) TO REPORT-LINE (3:6)
            MOVE WS-EV-TIME (WS-EV-IDX) TO WS-TIME-IN
            STRING WS-TI-HH DELIMITED BY SIZE ":"
                   WS-TI-MM DELIMITED BY SIZE ":"
                   WS-TI-SS DELIMITED BY SIZE
                INTO REPORT-LINE (11:8)
            MOVE WS-EV-PROGRAM (WS-EV-IDX) TO REPORT-LINE (21:20)
            MOVE WS-EV-OPERATOR (WS-EV-IDX) TO REPORT-LINE (42:20)
            MOVE WS-EV-NAME (WS-EV-IDX) TO REPORT-LINE (63:20)
            MOVE WS-EV-NOTE (WS-EV-IDX) TO REPORT-LINE (84:20)
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.
    IF WS-EV-LISTED = 0
        MOVE "  (ningun movimiento en el dia)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
4200-WRITE-ANOMALY-EXIT.
    EXIT.

4900-FORMAT-DATE.
    STRING WS-DI-DAY DELIMITED BY SIZE "/"
           WS-DI-MONTH DELIMITED BY SIZE "/"
           WS-DI-YEAR DELIMITED BY SIZE
        INTO WS-DATE-OUT.
4900-FORMAT-DATE-EXIT.
    EXIT.

5000-WRITE-ALERTS.
    *> Una alerta por sucursal y concepto fuera de lo normal.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
        UNTIL WS-BR-IDX > WS-BR-COUNT
        PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1
            UNTIL WS-CONCEPT-IDX > 3
            IF WS-BR-FLAG (WS-BR-IDX, WS-CONCEPT-IDX) NOT = SPACE
                PERFORM 5100-WRITE-ONE-ALERT
                    THRU 5100-WRITE-ONE-ALERT-EXIT
            END-IF
        END-PERFORM
    END-PERFORM.
5000-WRITE-ALERTS-EXIT.
    EXIT.

5100-WRITE-ONE-ALERT.
    MOVE WS-BR-CODE (WS-BR-IDX) TO WS-ALERT-BRANCH.
    IF WS-ALERT-BRANCH = SPACES
        MOVE "----" TO WS-ALERT-BRANCH
    END-IF.
    MOVE WS-BR-TODAY (WS-BR-IDX, WS-CONCEPT-IDX) TO WS-ALERT-TODAY.
    COMPUTE WS-ALERT-NORMAL ROUNDED =
        WS-BR-EXPECTED (WS-BR-IDX, WS-CONCEPT-IDX).
    IF WS-BR-FLAG (WS-BR-IDX, WS-CONCEPT-IDX) = "A"
        MOVE "ALTO" TO WS-ALERT-WORD
    ELSE
        MOVE "BAJO" TO WS-ALERT-WORD
    END-IF.
    ACCEPT WS-ALERT-TIME FROM TIME.
    MOVE SPACES TO WS-ALERT-LINE.
    STRING WS-TODAY-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ALERT-TIME (1:6) DELIMITED BY SIZE
           " IntakeVolumeCheck SUC " DELIMITED BY SIZE
           WS-ALERT-BRANCH DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CONCEPT-CODE (WS-CONCEPT-IDX) DELIMITED BY SIZE
           " dia=" DELIMITED BY SIZE
           WS-CHECK-DATE DELIMITED BY SIZE
           " hoy=" DELIMITED BY SIZE
           WS-ALERT-TODAY DELIMITED BY SIZE
           " normal=" DELIMITED BY SIZE
           WS-ALERT-NORMAL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ALERT-WORD DELIMITED BY SIZE
        INTO WS-ALERT-LINE.
    *> Si el paso se repite, la cifra ya avisada no vuelve a alertar.
    MOVE "N" TO WS-SENT-FOUND.
    PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
        UNTIL WS-SENT-IDX > WS-SENT-COUNT
        IF WS-SENT-KEY (WS-SENT-IDX) = WS-ALERT-LINE (17:50)
            MOVE "Y" TO WS-SENT-FOUND
        END-IF
    END-PERFORM.
    IF WS-SENT-FOUND = "Y"
        GO TO 5100-WRITE-ONE-ALERT-EXIT
    END-IF.
    OPEN EXTEND ALERT-FILE.
    IF WS-ALERT-STATUS = "35"
        OPEN OUTPUT ALERT-FILE
    END-IF.
    IF WS-ALERT-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'alertas.log' (status "
            WS-ALERT-STATUS ")."
        GO TO 5100-WRITE-ONE-ALERT-EXIT
    END-IF.
    MOVE WS-ALERT-LINE TO ALERT-RECORD.
    WRITE ALERT-RECORD.
    CLOSE ALERT-FILE.
    ADD 1 TO WS-ALERTS-WRITTEN.
    DISPLAY "ALERTA: sucursal " WS-ALERT-BRANCH " "
        FUNCTION TRIM(WS-CONCEPT-CODE (WS-CONCEPT-IDX))
        " hoy " WS-ALERT-TODAY " frente a " WS-ALERT-NORMAL
        " normales (" WS-ALERT-WORD ").".
5100-WRITE-ONE-ALERT-EXIT.
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
    STRING "DIA=" DELIMITED BY SIZE
           WS-CHECK-DATE DELIMITED BY SIZE
           " ANOM=" DELIMITED BY SIZE
           WS-ANOMALIES DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "IntakeVolumeCheck" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
