IDENTIFICATION DIVISION.
PROGRAM-ID. ChargeStatement.
*> Extracto mensual de cargos por sucursal. Los servicios centrales
*> repercuten a cada sucursal lo que usa del sistema según la tabla
*> de tarifas tarifas.txt, que fija un importe por unidad de cada
*> concepto con el mes desde el que rige (para cada concepto vale la
*> línea más reciente que no sea posterior al mes del extracto):
*>   ACTIVAS     persona activa en el maestro (lo que no es baja,
*>               igual que en EstadisticasBasicas)
*>   ALTAS       alta del mes: línea "W" de diario.jrn, salvo las
*>               reposiciones desde copia y las de RepairInvalidRecords
*>   CORRECCION  cambio tecleado del mes: línea de historial.txt con
*>               imagen del registro, salvo las automáticas (AgeSweep,
*>               BranchClosure) y las de lote; las reparaciones de
*>               RepairInvalidRecords cuentan aquí
*>   LOTE        transacción aplicada por BatchMaintenance
*>               (historial.txt)
*>   EXTRACCION  ejecución de ExtractEngine (extracciones.log)
*>   CARTA       carta del mes en correspondencia.log
*>   TARJETA     tarjeta impresa en el mes (tarjetas.txt)
*> Cada uso se imputa a la sucursal de la persona en la imagen que lo
*> anota (las cartas, a la del maestro). Una extracción se imputa a
*> su FILTRO-SUCURSAL o, sin filtro, a la sucursal del operador si
*> trabaja en una sola (operadores.txt); lo que no tiene sucursal va
*> a servicios centrales y no se repercute.
*> Cada sucursal recibe su página ("SUCURSAL: xxxx" en la columna
*> 101, como DirectoryListing) con cantidades, tarifas e importes,
*> para que ReportDistribution se la entregue a su director. La
*> última página ("****") resume todas las sucursales, las tarifas
*> aplicadas y la conciliación con las cifras del mes: activas con
*> el registro "M" de StatsMonthEnd en estadisticas.hist, altas y
*> cambios con el movimiento del diario y del historial, y lote y
*> extracciones con auditoria.log.
*> Mes: CARGOS_MES=AAAAMM; por defecto el mes anterior, el mismo que
*> consolida StatsMonthEnd en la cadena de fin de mes. Salida en
*> cargos.rpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-FILE ASSIGN TO "tarifas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RATE-STATUS.
    SELECT BRANCH-FILE ASSIGN TO "sucursales.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BRANCH-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO "operadores.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATOR-STATUS.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "diario.jrn"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "historial.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
    SELECT EXTRACT-LOG-FILE ASSIGN TO "extracciones.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXTRACT-LOG-STATUS.
    SELECT LETTER-LOG-FILE ASSIGN TO "correspondencia.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LETTER-LOG-STATUS.
    SELECT CARD-FILE ASSIGN TO "tarjetas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARD-STATUS.
    SELECT STATS-FILE ASSIGN TO "estadisticas.hist"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATS-STATUS.
    SELECT AUDIT-IN-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-IN-STATUS.
    SELECT REPORT-FILE ASSIGN TO "cargos.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Tarifa por concepto y mes de entrada en vigor; el importe va con
*> punto y dos decimales (00000.50). Las líneas en blanco o con "*"
*> en la primera columna son comentarios.
FD RATE-FILE.
01 RATE-RECORD.
    05 TF-CONCEPT     PIC X(10).
    05 FILLER         PIC X(01).
    05 TF-FROM-MONTH  PIC 9(06).
    05 FILLER         PIC X(01).
    05 TF-RATE-UNITS  PIC 9(05).
    05 TF-RATE-POINT  PIC X(01).
    05 TF-RATE-CENTS  PIC 9(02).
    05 FILLER         PIC X(54).

FD BRANCH-FILE.
    COPY BRANCHREC REPLACING BRANCH-RECORD BY BRANCH-REC.

FD OPERATOR-FILE.
    COPY OPERREC REPLACING OPERATOR-RECORD BY OPERATOR-REC.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD JOURNAL-FILE.
    COPY JRNREC REPLACING JOURNAL-RECORD BY JOURNAL-REC.

FD HISTORY-FILE.
    COPY HISTREC REPLACING HISTORY-RECORD BY HISTORY-REC.

FD EXTRACT-LOG-FILE.
    COPY EXTRREC REPLACING EXTRACT-LOG-RECORD BY EXTRACT-LOG-REC.

FD LETTER-LOG-FILE.
    COPY CARTAREC REPLACING LETTER-LOG-RECORD BY LETTER-LOG-REC.

FD CARD-FILE.
    COPY TARJREC REPLACING CARD-RECORD BY CARD-REC.

FD STATS-FILE.
    COPY STATHIST REPLACING STAT-HISTORY-RECORD BY STATS-RECORD.

FD AUDIT-IN-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-IN-REC.

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-RATE-STATUS PIC XX VALUE "00".
01 WS-BRANCH-STATUS PIC XX VALUE "00".
01 WS-OPERATOR-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-JOURNAL-STATUS PIC XX VALUE "00".
01 WS-HISTORY-STATUS PIC XX VALUE "00".
01 WS-EXTRACT-LOG-STATUS PIC XX VALUE "00".
01 WS-LETTER-LOG-STATUS PIC XX VALUE "00".
01 WS-CARD-STATUS PIC XX VALUE "00".
01 WS-STATS-STATUS PIC XX VALUE "00".
01 WS-AUDIT-IN-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".

*> Mes del extracto y fecha de hoy.
01 WS-MONTH-ENV PIC X(06) VALUE SPACES.
01 WS-TARGET-MONTH PIC 9(06) VALUE 0.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MONTH PIC 99.
    05 WS-TODAY-DAY   PIC 99.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
01 WS-WORK-MONTH PIC 9(06) VALUE 0.
01 WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
    05 WS-WM-YEAR  PIC 9(4).
    05 WS-WM-MM    PIC 99.
*> El mes tal como sale en la fecha dd/mm/aaaa de auditoria.log.
01 WS-AUDIT-MONTH-KEY PIC X(07) VALUE SPACES.

*> Conceptos de cobro, en el orden del extracto.
01 WS-CONCEPT-CODES PIC X(70) VALUE
    "ACTIVAS   ALTAS     CORRECCIONLOTE      EXTRACCIONCARTA     TARJETA   ".
01 WS-CONCEPT-CODES-R REDEFINES WS-CONCEPT-CODES.
    05 WS-CONCEPT-CODE PIC X(10) OCCURS 7 TIMES.
01 WS-CONCEPT-LABELS PIC X(210) VALUE
    "Personas activas al cierre    Altas                         Correcciones                  Transacciones de lote         Extracciones                  Cartas                        Tarjetas impresas             ".
01 WS-CONCEPT-LABELS-R REDEFINES WS-CONCEPT-LABELS.
    05 WS-CONCEPT-LABEL PIC X(30) OCCURS 7 TIMES.
*> Tarifas estándar, las que se escriben si no existe tarifas.txt.
01 WS-DEFAULT-RATES PIC X(56) VALUE
    "00000.0500000.5000000.2000000.1000005.0000000.6000001.20".
01 WS-DEFAULT-RATES-R REDEFINES WS-DEFAULT-RATES.
    05 WS-DEFAULT-RATE PIC X(08) OCCURS 7 TIMES.
01 WS-CONCEPT PIC 9 VALUE 0.
01 WS-CONCEPT-IDX PIC 9 VALUE 0.

*> Tarifa vigente en el mes por concepto.
01 WS-RATE-TABLE.
    05 WS-RT-ENTRY OCCURS 7 TIMES.
        10 WS-RT-FOUND  PIC X(01).
        10 WS-RT-FROM   PIC 9(06).
        10 WS-RT-RATE   PIC 9(05)V99.
01 WS-RATES-MISSING PIC 9 VALUE 0.
01 WS-RATE-WORK PIC 9(05)V99 VALUE 0.

*> Nombres de sucursales.txt.
01 WS-NAME-TABLE.
    05 WS-NM-ENTRY OCCURS 200 TIMES.
        10 WS-NM-CODE PIC X(04).
        10 WS-NM-NAME PIC X(30).
01 WS-NM-COUNT PIC 9(03) VALUE 0.
01 WS-NM-IDX PIC 9(03) VALUE 0.

*> Operadores con una sola sucursal, para imputar las extracciones
*> sin filtro.
01 WS-OPER-TABLE.
    05 WS-OP-ENTRY OCCURS 200 TIMES.
        10 WS-OP-NAME   PIC X(20).
        10 WS-OP-BRANCH PIC X(04).
01 WS-OP-COUNT PIC 9(03) VALUE 0.
01 WS-OP-IDX PIC 9(03) VALUE 0.
01 WS-OP-SLOT PIC 9 VALUE 0.
01 WS-OP-BRANCHES PIC 9 VALUE 0.

*> Uso e importe por sucursal; la de código en blanco es la de
*> servicios centrales (sin sucursal), que no se repercute.
01 WS-BRANCH-TABLE.
    05 WS-BT-ENTRY OCCURS 200 TIMES.
        10 WS-BT-CODE   PIC X(04).
        10 WS-BT-NAME   PIC X(30).
        10 WS-BT-QTY    PIC 9(07) OCCURS 7 TIMES.
        10 WS-BT-AMOUNT PIC 9(09)V99 OCCURS 7 TIMES.
        10 WS-BT-TOTAL  PIC 9(09)V99.
01 WS-BT-COUNT PIC 9(03) VALUE 0.
01 WS-BT-IDX PIC 9(03) VALUE 0.
01 WS-BT-J PIC 9(03) VALUE 0.
01 WS-BT-FOUND PIC 9(03) VALUE 0.
01 WS-BT-SWAP PIC X(171).
01 WS-BT-FULL PIC X VALUE "N".
01 WS-COUNT-BRANCH PIC X(04) VALUE SPACES.
01 WS-STATEMENTS PIC 9(03) VALUE 0.

*> Totales: 1 sucursales, 2 servicios centrales, 3 general.
01 WS-TOTAL-TABLE.
    05 WS-TT-ENTRY OCCURS 3 TIMES.
        10 WS-TT-QTY    PIC 9(07) OCCURS 7 TIMES.
        10 WS-TT-AMOUNT PIC 9(09)V99.
01 WS-TT-IDX PIC 9 VALUE 0.

*> Extracciones del mes, para el detalle de cada sucursal.
01 WS-RUN-TABLE.
    05 WS-RN-ENTRY OCCURS 500 TIMES.
        10 WS-RN-DATE     PIC 9(08).
        10 WS-RN-OPERATOR PIC X(20).
        10 WS-RN-BRANCH   PIC X(04).
        10 WS-RN-FILTERED PIC X(01).
        10 WS-RN-COUNT    PIC 9(06).
        10 WS-RN-OUTPUT   PIC X(40).
01 WS-RN-COUNT-ALL PIC 9(03) VALUE 0.
01 WS-RN-IDX PIC 9(03) VALUE 0.
01 WS-RN-LISTED PIC 9(03) VALUE 0.
01 WS-RN-UNFILTERED PIC 9(03) VALUE 0.

*> Imágenes del registro de personas.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-BEFORE-PERSON.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-AFTER-PERSON.

*> Cifras del mes para la conciliación.
01 WS-JRN-WRITES PIC 9(07) VALUE 0.
01 WS-JRN-RELOADS PIC 9(07) VALUE 0.
01 WS-JRN-REPAIRS PIC 9(07) VALUE 0.
01 WS-JRN-ADDS PIC 9(07) VALUE 0.
01 WS-HIS-LINES PIC 9(07) VALUE 0.
01 WS-HIS-AUTO PIC 9(07) VALUE 0.
01 WS-HIS-NO-IMAGE PIC 9(07) VALUE 0.
01 WS-HIS-CHANGES PIC 9(07) VALUE 0.
01 WS-HIS-BATCH PIC 9(07) VALUE 0.
01 WS-HIS-LEAVES PIC 9(07) VALUE 0.
01 WS-HIS-RETURNS PIC 9(07) VALUE 0.
01 WS-HIS-MOVES PIC 9(07) VALUE 0.
01 WS-HIS-MERGES PIC 9(07) VALUE 0.
01 WS-AUD-EXTRACTS PIC 9(07) VALUE 0.
01 WS-AUD-BATCH PIC 9(07) VALUE 0.
01 WS-AUD-BATCH-RUNS PIC 9(05) VALUE 0.
01 WS-LETTERS-GONE PIC 9(07) VALUE 0.
01 WS-RUNS-CENTRAL PIC 9(05) VALUE 0.
COPY STATHIST REPLACING STAT-HISTORY-RECORD BY WS-STAT-MONTH.
01 WS-STAT-FOUND PIC X VALUE "N".
01 WS-STAT-ACTIVE PIC 9(07) VALUE 0.
01 WS-MISMATCHES PIC 9(02) VALUE 0.

*> Línea de conciliación.
01 WS-CHK-LABEL PIC X(44) VALUE SPACES.
01 WS-CHK-CHARGED PIC 9(07) VALUE 0.
01 WS-CHK-SOURCE PIC 9(07) VALUE 0.
01 WS-DIFFERENCE PIC S9(07) VALUE 0.
01 WS-CHK-NOTE PIC X(30) VALUE SPACES.

*> Edición.
01 WS-PAGE-NUMBER PIC 9(03) VALUE 0.
01 WS-PAGE-BRANCH PIC X(04) VALUE SPACES.
01 WS-QTY-DISPLAY PIC Z,ZZZ,ZZ9.
01 WS-COL-DISPLAY PIC ZZZZZZ9.
01 WS-RATE-DISPLAY PIC ZZ,ZZ9.99.
01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-DIFF-DISPLAY PIC -(6)9.
01 WS-DATE-IN PIC 9(08) VALUE 0.
01 WS-DATE-IN-R REDEFINES WS-DATE-IN.
    05 WS-DI-YEAR  PIC 9(4).
    05 WS-DI-MONTH PIC 99.
    05 WS-DI-DAY   PIC 99.
01 WS-DATE-OUT PIC X(10) VALUE SPACES.

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
    PERFORM 1000-LOAD-RATES THRU 1000-LOAD-RATES-EXIT.
    PERFORM 1200-LOAD-BRANCHES THRU 1200-LOAD-BRANCHES-EXIT.
    PERFORM 1300-LOAD-OPERATORS THRU 1300-LOAD-OPERATORS-EXIT.

    PERFORM 2000-COUNT-MASTER THRU 2000-COUNT-MASTER-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.
    PERFORM 2100-SCAN-JOURNAL THRU 2100-SCAN-JOURNAL-EXIT.
    PERFORM 2200-SCAN-HISTORY THRU 2200-SCAN-HISTORY-EXIT.
    PERFORM 2300-SCAN-EXTRACTS THRU 2300-SCAN-EXTRACTS-EXIT.
    PERFORM 2400-SCAN-AUDIT THRU 2400-SCAN-AUDIT-EXIT.
    PERFORM 2500-SCAN-LETTERS THRU 2500-SCAN-LETTERS-EXIT.
    PERFORM 2600-SCAN-CARDS THRU 2600-SCAN-CARDS-EXIT.
    PERFORM 2700-LOAD-MONTHLY-STATS THRU 2700-LOAD-MONTHLY-STATS-EXIT.

    PERFORM 3000-PRICE-BRANCHES.

    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'cargos.rpt' (status "
            WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 4000-WRITE-STATEMENTS.
    PERFORM 5000-WRITE-SUMMARY.
    CLOSE REPORT-FILE.

    MOVE WS-TT-AMOUNT (1) TO WS-AMOUNT-DISPLAY.
    DISPLAY "Cargos del mes " WS-TARGET-MONTH ": " WS-STATEMENTS
        " sucursales, " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
        " a repercutir (ver 'cargos.rpt').".
    IF WS-RATES-MISSING > 0
        DISPLAY "Aviso: " WS-RATES-MISSING " conceptos sin tarifa "
            "vigente en 'tarifas.txt'; se cobran a cero."
    END-IF.
    IF WS-MISMATCHES > 0
        DISPLAY "Aviso: " WS-MISMATCHES " cifras no concilian con el "
            "movimiento del mes (ver la última página)."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

0100-DECIDE-MONTH.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    STRING WS-TODAY-DAY   DELIMITED BY SIZE "/"
           WS-TODAY-MONTH DELIMITED BY SIZE "/"
           WS-TODAY-YEAR  DELIMITED BY SIZE
        INTO WS-TODAY-DISPLAY.
    ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "CARGOS_MES".
    IF WS-MONTH-ENV IS NUMERIC
        MOVE WS-MONTH-ENV TO WS-TARGET-MONTH
    ELSE
        *> Por defecto, el mes natural anterior al de hoy.
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
        DISPLAY "Error: CARGOS_MES debe ser AAAAMM."
        MOVE 16 TO RETURN-CODE
        GO TO 0100-DECIDE-MONTH-EXIT
    END-IF.
    STRING WS-WM-MM DELIMITED BY SIZE "/"
           WS-WM-YEAR DELIMITED BY SIZE
        INTO WS-AUDIT-MONTH-KEY.
0100-DECIDE-MONTH-EXIT.
    EXIT.

1000-LOAD-RATES.
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 7
        MOVE "N" TO WS-RT-FOUND (WS-CONCEPT-IDX)
        MOVE 0 TO WS-RT-FROM (WS-CONCEPT-IDX)
        MOVE 0 TO WS-RT-RATE (WS-CONCEPT-IDX)
    END-PERFORM.
    OPEN INPUT RATE-FILE.
    IF WS-RATE-STATUS = "35"
        PERFORM 1100-CREATE-DEFAULT-RATES
        OPEN INPUT RATE-FILE
    END-IF.
    IF WS-RATE-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo abrir 'tarifas.txt' (status "
            WS-RATE-STATUS "); todo se cobra a cero."
        MOVE 7 TO WS-RATES-MISSING
        GO TO 1000-LOAD-RATES-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ RATE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF RATE-RECORD NOT = SPACES
                        AND TF-CONCEPT (1:1) NOT = "*"
                    PERFORM 1050-TAKE-RATE-LINE
                        THRU 1050-TAKE-RATE-LINE-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RATE-FILE.
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 7
        IF WS-RT-FOUND (WS-CONCEPT-IDX) = "N"
            ADD 1 TO WS-RATES-MISSING
        END-IF
    END-PERFORM.
1000-LOAD-RATES-EXIT.
    EXIT.

1050-TAKE-RATE-LINE.
    MOVE 0 TO WS-CONCEPT.
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 7
        IF TF-CONCEPT = WS-CONCEPT-CODE (WS-CONCEPT-IDX)
            MOVE WS-CONCEPT-IDX TO WS-CONCEPT
        END-IF
    END-PERFORM.
    IF WS-CONCEPT = 0
        DISPLAY "Aviso: concepto desconocido en 'tarifas.txt': "
            TF-CONCEPT
        GO TO 1050-TAKE-RATE-LINE-EXIT
    END-IF.
    IF TF-FROM-MONTH IS NOT NUMERIC
            OR TF-RATE-UNITS IS NOT NUMERIC
            OR TF-RATE-POINT NOT = "."
            OR TF-RATE-CENTS IS NOT NUMERIC
        DISPLAY "Aviso: línea de 'tarifas.txt' mal formada: "
            RATE-RECORD (1:26)
        GO TO 1050-TAKE-RATE-LINE-EXIT
    END-IF.
    *> Vale la más reciente que ya regía en el mes del extracto.
    IF TF-FROM-MONTH > WS-TARGET-MONTH
        GO TO 1050-TAKE-RATE-LINE-EXIT
    END-IF.
    IF WS-RT-FOUND (WS-CONCEPT) = "Y"
            AND TF-FROM-MONTH < WS-RT-FROM (WS-CONCEPT)
        GO TO 1050-TAKE-RATE-LINE-EXIT
    END-IF.
    COMPUTE WS-RATE-WORK = TF-RATE-UNITS + TF-RATE-CENTS / 100.
    MOVE "Y" TO WS-RT-FOUND (WS-CONCEPT).
    MOVE TF-FROM-MONTH TO WS-RT-FROM (WS-CONCEPT).
    MOVE WS-RATE-WORK TO WS-RT-RATE (WS-CONCEPT).
1050-TAKE-RATE-LINE-EXIT.
    EXIT.

1100-CREATE-DEFAULT-RATES.
    DISPLAY "No existe 'tarifas.txt'; se generan las tarifas "
        "estándar.".
    OPEN OUTPUT RATE-FILE.
    MOVE "* Concepto  Desde  Importe" TO RATE-RECORD.
    WRITE RATE-RECORD.
    MOVE "* Desde: AAAAMM en que entra en vigor (000000 = siempre)."
        TO RATE-RECORD.
    WRITE RATE-RECORD.
    MOVE "* Importe por unidad, con punto y dos decimales."
        TO RATE-RECORD.
    WRITE RATE-RECORD.
    MOVE "* Un cambio de tarifa se añade como línea nueva con su mes."
        TO RATE-RECORD.
    WRITE RATE-RECORD.
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 7
        MOVE SPACES TO RATE-RECORD
        MOVE WS-CONCEPT-CODE (WS-CONCEPT-IDX) TO TF-CONCEPT
        MOVE 0 TO TF-FROM-MONTH
        MOVE WS-DEFAULT-RATE (WS-CONCEPT-IDX) TO RATE-RECORD (19:8)
        WRITE RATE-RECORD
    END-PERFORM.
    CLOSE RATE-FILE.
1100-CREATE-DEFAULT-RATES-EXIT.
    EXIT.

1200-LOAD-BRANCHES.
    *> Las sucursales activas tienen extracto aunque no hayan usado
    *> nada; las demás sólo si aparecen en el uso del mes.
    OPEN INPUT BRANCH-FILE.
    IF WS-BRANCH-STATUS NOT = "00"
        DISPLAY "Aviso: no hay 'sucursales.txt' (status "
            WS-BRANCH-STATUS "); el extracto sale sin nombres."
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
                    IF BC-ACTIVE-YES OF BRANCH-REC
                        MOVE BC-CODE OF BRANCH-REC TO WS-COUNT-BRANCH
                        PERFORM 2950-FIND-BRANCH
                            THRU 2950-FIND-BRANCH-EXIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BRANCH-FILE.
1200-LOAD-BRANCHES-EXIT.
    EXIT.

1300-LOAD-OPERATORS.
    OPEN INPUT OPERATOR-FILE.
    IF WS-OPERATOR-STATUS NOT = "00"
        GO TO 1300-LOAD-OPERATORS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ OPERATOR-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE 0 TO WS-OP-BRANCHES
                PERFORM VARYING WS-OP-SLOT FROM 1 BY 1
                    UNTIL WS-OP-SLOT > 5
                    IF OP-BRANCH-CODE OF OPERATOR-REC (WS-OP-SLOT)
                            NOT = SPACES
                        ADD 1 TO WS-OP-BRANCHES
                        MOVE OP-BRANCH-CODE OF OPERATOR-REC (WS-OP-SLOT)
                            TO WS-COUNT-BRANCH
                    END-IF
                END-PERFORM
                IF WS-OP-BRANCHES = 1 AND WS-OP-COUNT < 200
                    ADD 1 TO WS-OP-COUNT
                    MOVE OP-NAME OF OPERATOR-REC TO WS-OP-NAME (WS-OP-COUNT)
                    MOVE WS-COUNT-BRANCH TO WS-OP-BRANCH (WS-OP-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OPERATOR-FILE.
1300-LOAD-OPERATORS-EXIT.
    EXIT.

2000-COUNT-MASTER.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 2000-COUNT-MASTER-EXIT
    END-IF.
    MOVE 1 TO WS-CONCEPT.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PR-TYPE-DETAIL OF MASTER-RECORD
                        AND NOT PR-ID-IS-TRAILER OF MASTER-RECORD
                        AND NOT PR-STATUS-INACTIVE OF MASTER-RECORD
                    MOVE PR-BRANCH-CODE OF MASTER-RECORD
                        TO WS-COUNT-BRANCH
                    PERFORM 2900-ADD-USAGE THRU 2900-ADD-USAGE-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.
2000-COUNT-MASTER-EXIT.
    EXIT.

2100-SCAN-JOURNAL.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "Aviso: no hay diario 'diario.jrn' (status "
            WS-JOURNAL-STATUS "); el mes sale sin altas."
        GO TO 2100-SCAN-JOURNAL-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ JOURNAL-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 2110-TAKE-JOURNAL-LINE
                    THRU 2110-TAKE-JOURNAL-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-FILE.
2100-SCAN-JOURNAL-EXIT.
    EXIT.

2110-TAKE-JOURNAL-LINE.
    IF NOT JR-ACT-WRITE OF JOURNAL-REC
            OR JR-JRN-DATE OF JOURNAL-REC (1:6) NOT = WS-TARGET-MONTH
        GO TO 2110-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    MOVE JR-IMAGE OF JOURNAL-REC TO WS-AFTER-PERSON.
    IF NOT PR-TYPE-DETAIL OF WS-AFTER-PERSON
            OR PR-PERSON-ID OF WS-AFTER-PERSON IS NOT NUMERIC
            OR PR-ID-IS-TRAILER OF WS-AFTER-PERSON
        GO TO 2110-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    ADD 1 TO WS-JRN-WRITES.
    *> Reponer una copia no es un alta: la persona ya existía.
    IF JR-PROGRAM OF JOURNAL-REC = "RestorePersonas"
            OR JR-PROGRAM OF JOURNAL-REC = "ArchiveRestore"
        ADD 1 TO WS-JRN-RELOADS
        GO TO 2110-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    *> Reparar un inválido es corregir un alta que ya se cobró.
    IF JR-PROGRAM OF JOURNAL-REC = "RepairInvalidRecords"
        ADD 1 TO WS-JRN-REPAIRS
        MOVE 3 TO WS-CONCEPT
    ELSE
        ADD 1 TO WS-JRN-ADDS
        MOVE 2 TO WS-CONCEPT
    END-IF.
    MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON TO WS-COUNT-BRANCH.
    PERFORM 2900-ADD-USAGE THRU 2900-ADD-USAGE-EXIT.
2110-TAKE-JOURNAL-LINE-EXIT.
    EXIT.

2200-SCAN-HISTORY.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "Aviso: no hay historial 'historial.txt' (status "
            WS-HISTORY-STATUS "); el mes sale sin correcciones."
        GO TO 2200-SCAN-HISTORY-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HISTORY-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 2210-TAKE-HISTORY-LINE
                    THRU 2210-TAKE-HISTORY-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
2200-SCAN-HISTORY-EXIT.
    EXIT.

2210-TAKE-HISTORY-LINE.
    IF HR-CHANGE-DATE OF HISTORY-REC (1:6) NOT = WS-TARGET-MONTH
        GO TO 2210-TAKE-HISTORY-LINE-EXIT
    END-IF.
    ADD 1 TO WS-HIS-LINES.
    *> La subida de edad y el cierre de sucursales los hace la
    *> propia casa; no se cobran.
    IF HR-PROGRAM OF HISTORY-REC = "AgeSweep"
            OR HR-PROGRAM OF HISTORY-REC = "BranchClosure"
        ADD 1 TO WS-HIS-AUTO
        GO TO 2210-TAKE-HISTORY-LINE-EXIT
    END-IF.
    *> Sólo las líneas con imagen de registro: las anulaciones de
    *> pendientes llevan una etiqueta en la imagen posterior.
    MOVE HR-BEFORE-IMAGE OF HISTORY-REC TO WS-BEFORE-PERSON.
    MOVE HR-AFTER-IMAGE OF HISTORY-REC TO WS-AFTER-PERSON.
    IF NOT PR-TYPE-DETAIL OF WS-AFTER-PERSON
            OR PR-PERSON-ID OF WS-AFTER-PERSON IS NOT NUMERIC
            OR PR-PERSON-ID OF WS-AFTER-PERSON
                NOT = HR-PERSON-ID OF HISTORY-REC
        ADD 1 TO WS-HIS-NO-IMAGE
        GO TO 2210-TAKE-HISTORY-LINE-EXIT
    END-IF.
    IF HR-PROGRAM OF HISTORY-REC = "BatchMaintenance"
        ADD 1 TO WS-HIS-BATCH
        MOVE 4 TO WS-CONCEPT
    ELSE
        ADD 1 TO WS-HIS-CHANGES
        MOVE 3 TO WS-CONCEPT
    END-IF.
    *> Desglose con las mismas reglas que el movimiento del mes.
    EVALUATE TRUE
        WHEN HR-PROGRAM OF HISTORY-REC = "MergePersonas"
            ADD 1 TO WS-HIS-MERGES
        WHEN PR-TYPE-DETAIL OF WS-BEFORE-PERSON
                AND NOT PR-STATUS-INACTIVE OF WS-BEFORE-PERSON
                AND PR-STATUS-INACTIVE OF WS-AFTER-PERSON
            ADD 1 TO WS-HIS-LEAVES
        WHEN PR-STATUS-INACTIVE OF WS-BEFORE-PERSON
                AND NOT PR-STATUS-INACTIVE OF WS-AFTER-PERSON
            ADD 1 TO WS-HIS-RETURNS
        WHEN PR-TYPE-DETAIL OF WS-BEFORE-PERSON
                AND PR-BRANCH-CODE OF WS-BEFORE-PERSON
                    NOT = PR-BRANCH-CODE OF WS-AFTER-PERSON
            ADD 1 TO WS-HIS-MOVES
    END-EVALUATE.
    MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON TO WS-COUNT-BRANCH.
    PERFORM 2900-ADD-USAGE THRU 2900-ADD-USAGE-EXIT.
2210-TAKE-HISTORY-LINE-EXIT.
    EXIT.

2300-SCAN-EXTRACTS.
    OPEN INPUT EXTRACT-LOG-FILE.
    IF WS-EXTRACT-LOG-STATUS NOT = "00"
        *> Sin extracciones.log no consta ninguna extracción.
        GO TO 2300-SCAN-EXTRACTS-EXIT
    END-IF.
    MOVE 5 TO WS-CONCEPT.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ EXTRACT-LOG-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF XL-RUN-DATE OF EXTRACT-LOG-REC (1:6) = WS-TARGET-MONTH
                    PERFORM 2310-TAKE-EXTRACT-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EXTRACT-LOG-FILE.
2300-SCAN-EXTRACTS-EXIT.
    EXIT.

2310-TAKE-EXTRACT-LINE.
    MOVE XL-FILTER-BRANCH OF EXTRACT-LOG-REC TO WS-COUNT-BRANCH.
    IF WS-COUNT-BRANCH = SPACES
        *> Sin filtro, a la sucursal del operador si sólo tiene una.
        PERFORM VARYING WS-OP-IDX FROM 1 BY 1
            UNTIL WS-OP-IDX > WS-OP-COUNT
            IF WS-OP-NAME (WS-OP-IDX) = XL-OPERATOR OF EXTRACT-LOG-REC
                MOVE WS-OP-BRANCH (WS-OP-IDX) TO WS-COUNT-BRANCH
            END-IF
        END-PERFORM
    END-IF.
    IF WS-COUNT-BRANCH = SPACES
        ADD 1 TO WS-RUNS-CENTRAL
    END-IF.
    PERFORM 2900-ADD-USAGE THRU 2900-ADD-USAGE-EXIT.
    IF WS-RN-COUNT-ALL < 500
        ADD 1 TO WS-RN-COUNT-ALL
        MOVE XL-RUN-DATE OF EXTRACT-LOG-REC TO WS-RN-DATE (WS-RN-COUNT-ALL)
        MOVE XL-OPERATOR OF EXTRACT-LOG-REC
            TO WS-RN-OPERATOR (WS-RN-COUNT-ALL)
        MOVE WS-COUNT-BRANCH TO WS-RN-BRANCH (WS-RN-COUNT-ALL)
        IF XL-FILTER-BRANCH OF EXTRACT-LOG-REC = SPACES
            MOVE "N" TO WS-RN-FILTERED (WS-RN-COUNT-ALL)
        ELSE
            MOVE "Y" TO WS-RN-FILTERED (WS-RN-COUNT-ALL)
        END-IF
        MOVE XL-EXTRACTED OF EXTRACT-LOG-REC
            TO WS-RN-COUNT (WS-RN-COUNT-ALL)
        MOVE XL-OUTPUT-NAME OF EXTRACT-LOG-REC
            TO WS-RN-OUTPUT (WS-RN-COUNT-ALL)
    END-IF.
2310-TAKE-EXTRACT-LINE-EXIT.
    EXIT.

2400-SCAN-AUDIT.
    *> Las ejecuciones que dejó en la bitácora cada programa, para
    *> conciliar el lote y las extracciones.
    OPEN INPUT AUDIT-IN-FILE.
    IF WS-AUDIT-IN-STATUS NOT = "00"
        GO TO 2400-SCAN-AUDIT-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ AUDIT-IN-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF AUD-DATE OF AUDIT-IN-REC (4:7) = WS-AUDIT-MONTH-KEY
                    EVALUATE AUD-PROGRAM OF AUDIT-IN-REC
                        WHEN "ExtractEngine"
                            ADD 1 TO WS-AUD-EXTRACTS
                        WHEN "BatchMaintenance"
                            IF AUD-DETAIL OF AUDIT-IN-REC (1:6) = "APLIC="
                                    AND AUD-DETAIL OF AUDIT-IN-REC (7:5)
                                        IS NUMERIC
                                ADD 1 TO WS-AUD-BATCH-RUNS
                                ADD FUNCTION NUMVAL
                                    (AUD-DETAIL OF AUDIT-IN-REC (7:5))
                                    TO WS-AUD-BATCH
                            END-IF
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AUDIT-IN-FILE.
2400-SCAN-AUDIT-EXIT.
    EXIT.

2500-SCAN-LETTERS.
    OPEN INPUT LETTER-LOG-FILE.
    IF WS-LETTER-LOG-STATUS NOT = "00"
        GO TO 2500-SCAN-LETTERS-EXIT
    END-IF.
    OPEN INPUT MASTER-FILE.
    MOVE 6 TO WS-CONCEPT.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ LETTER-LOG-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF CR-SENT-DATE OF LETTER-LOG-REC (1:6) = WS-TARGET-MONTH
                    PERFORM 2510-TAKE-LETTER
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.
    CLOSE LETTER-LOG-FILE.
2500-SCAN-LETTERS-EXIT.
    EXIT.

2510-TAKE-LETTER.
    *> La carta se cobra a la sucursal que hoy lleva a la persona; la
    *> de alguien que ya no está en el maestro (purgado o absorbido)
    *> queda en servicios centrales.
    MOVE SPACES TO WS-COUNT-BRANCH.
    MOVE CR-PERSON-ID OF LETTER-LOG-REC TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            ADD 1 TO WS-LETTERS-GONE
        NOT INVALID KEY
            MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-COUNT-BRANCH
    END-READ.
    PERFORM 2900-ADD-USAGE THRU 2900-ADD-USAGE-EXIT.
2510-TAKE-LETTER-EXIT.
    EXIT.

2600-SCAN-CARDS.
    OPEN INPUT CARD-FILE.
    IF WS-CARD-STATUS NOT = "00"
        GO TO 2600-SCAN-CARDS-EXIT
    END-IF.
    MOVE 7 TO WS-CONCEPT.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CARD-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF TJ-PRINT-DATE OF CARD-REC IS NUMERIC
                        AND TJ-PRINT-DATE OF CARD-REC (1:6)
                            = WS-TARGET-MONTH
                    MOVE TJ-BRANCH OF CARD-REC TO WS-COUNT-BRANCH
                    PERFORM 2900-ADD-USAGE THRU 2900-ADD-USAGE-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CARD-FILE.
2600-SCAN-CARDS-EXIT.
    EXIT.

2700-LOAD-MONTHLY-STATS.
    OPEN INPUT STATS-FILE.
    IF WS-STATS-STATUS NOT = "00"
        GO TO 2700-LOAD-MONTHLY-STATS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ STATS-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF SH-TYPE-MONTHLY OF STATS-RECORD
                        AND SH-RUN-DATE OF STATS-RECORD (1:6)
                            = WS-TARGET-MONTH
                    MOVE STATS-RECORD TO WS-STAT-MONTH
                    MOVE "Y" TO WS-STAT-FOUND
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STATS-FILE.
2700-LOAD-MONTHLY-STATS-EXIT.
    EXIT.

2900-ADD-USAGE.
    *> Suma una unidad del concepto WS-CONCEPT a WS-COUNT-BRANCH.
    PERFORM 2950-FIND-BRANCH THRU 2950-FIND-BRANCH-EXIT.
    IF WS-BT-FOUND = 0
        GO TO 2900-ADD-USAGE-EXIT
    END-IF.
    ADD 1 TO WS-BT-QTY (WS-BT-FOUND, WS-CONCEPT).
2900-ADD-USAGE-EXIT.
    EXIT.

2950-FIND-BRANCH.
    MOVE 0 TO WS-BT-FOUND.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) = WS-COUNT-BRANCH
            MOVE WS-BT-IDX TO WS-BT-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BT-FOUND > 0
        GO TO 2950-FIND-BRANCH-EXIT
    END-IF.
    IF WS-BT-COUNT >= 200
        MOVE "Y" TO WS-BT-FULL
        GO TO 2950-FIND-BRANCH-EXIT
    END-IF.
    ADD 1 TO WS-BT-COUNT.
    MOVE WS-BT-COUNT TO WS-BT-FOUND.
    MOVE WS-COUNT-BRANCH TO WS-BT-CODE (WS-BT-FOUND).
    MOVE SPACES TO WS-BT-NAME (WS-BT-FOUND).
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 7
        MOVE 0 TO WS-BT-QTY (WS-BT-FOUND, WS-CONCEPT-IDX)
        MOVE 0 TO WS-BT-AMOUNT (WS-BT-FOUND, WS-CONCEPT-IDX)
    END-PERFORM.
    MOVE 0 TO WS-BT-TOTAL (WS-BT-FOUND).
2950-FIND-BRANCH-EXIT.
    EXIT.

3000-PRICE-BRANCHES.
    *> Orden por código; la de servicios centrales (en blanco) queda
    *> la primera.
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
    MOVE ZEROS TO WS-TOTAL-TABLE.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        PERFORM VARYING WS-NM-IDX FROM 1 BY 1
            UNTIL WS-NM-IDX > WS-NM-COUNT
            IF WS-NM-CODE (WS-NM-IDX) = WS-BT-CODE (WS-BT-IDX)
                MOVE WS-NM-NAME (WS-NM-IDX) TO WS-BT-NAME (WS-BT-IDX)
            END-IF
        END-PERFORM
        IF WS-BT-CODE (WS-BT-IDX) = SPACES
            MOVE 2 TO WS-TT-IDX
        ELSE
            MOVE 1 TO WS-TT-IDX
            ADD 1 TO WS-STATEMENTS
        END-IF
        MOVE 0 TO WS-BT-TOTAL (WS-BT-IDX)
        PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1
            UNTIL WS-CONCEPT-IDX > 7
            COMPUTE WS-BT-AMOUNT (WS-BT-IDX, WS-CONCEPT-IDX) ROUNDED =
                WS-BT-QTY (WS-BT-IDX, WS-CONCEPT-IDX)
                    * WS-RT-RATE (WS-CONCEPT-IDX)
            ADD WS-BT-AMOUNT (WS-BT-IDX, WS-CONCEPT-IDX)
                TO WS-BT-TOTAL (WS-BT-IDX)
            ADD WS-BT-QTY (WS-BT-IDX, WS-CONCEPT-IDX)
                TO WS-TT-QTY (WS-TT-IDX, WS-CONCEPT-IDX)
                   WS-TT-QTY (3, WS-CONCEPT-IDX)
        END-PERFORM
        ADD WS-BT-TOTAL (WS-BT-IDX) TO WS-TT-AMOUNT (WS-TT-IDX)
            WS-TT-AMOUNT (3)
    END-PERFORM.
3000-PRICE-BRANCHES-EXIT.
    EXIT.

4000-WRITE-STATEMENTS.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) NOT = SPACES
            MOVE WS-BT-CODE (WS-BT-IDX) TO WS-PAGE-BRANCH
            PERFORM 4100-WRITE-PAGE-HEADER
            PERFORM 4200-WRITE-BRANCH-STATEMENT
        END-IF
    END-PERFORM.
4000-WRITE-STATEMENTS-EXIT.
    EXIT.

4100-WRITE-PAGE-HEADER.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE BEFORE ADVANCING PAGE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "EXTRACTO DE CARGOS DEL MES " DELIMITED BY SIZE
           WS-TARGET-MONTH DELIMITED BY SIZE
           "   Fecha: " DELIMITED BY SIZE
           WS-TODAY-DISPLAY DELIMITED BY SIZE
           "   Pagina: " DELIMITED BY SIZE
           WS-PAGE-NUMBER DELIMITED BY SIZE
        INTO REPORT-LINE.
    MOVE "SUCURSAL: " TO REPORT-LINE (101:10).
    MOVE WS-PAGE-BRANCH TO REPORT-LINE (111:4).
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE (1:100).
    WRITE REPORT-LINE.
4100-WRITE-PAGE-HEADER-EXIT.
    EXIT.

4200-WRITE-BRANCH-STATEMENT.
    MOVE SPACES TO REPORT-LINE.
    STRING "Sucursal " DELIMITED BY SIZE
           WS-BT-CODE (WS-BT-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-BT-NAME (WS-BT-IDX) DELIMITED BY SIZE
        INTO REPORT-LINE.
    IF WS-BT-NAME (WS-BT-IDX) = SPACES
        MOVE "(no consta en sucursales.txt)" TO REPORT-LINE (17:29)
    END-IF.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "  CONCEPTO                          CANTIDAD     TARIFA           IMPORTE"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE (3:72).
    WRITE REPORT-LINE.
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 7
        MOVE SPACES TO REPORT-LINE
        MOVE WS-CONCEPT-LABEL (WS-CONCEPT-IDX) TO REPORT-LINE (3:30)
        MOVE WS-BT-QTY (WS-BT-IDX, WS-CONCEPT-IDX) TO WS-QTY-DISPLAY
        MOVE WS-QTY-DISPLAY TO REPORT-LINE (35:9)
        MOVE WS-RT-RATE (WS-CONCEPT-IDX) TO WS-RATE-DISPLAY
        MOVE WS-RATE-DISPLAY TO REPORT-LINE (47:9)
        MOVE WS-BT-AMOUNT (WS-BT-IDX, WS-CONCEPT-IDX)
            TO WS-AMOUNT-DISPLAY
        MOVE WS-AMOUNT-DISPLAY TO REPORT-LINE (59:16)
        IF WS-RT-FOUND (WS-CONCEPT-IDX) = "N"
            MOVE "* SIN TARIFA" TO REPORT-LINE (77:12)
        END-IF
        WRITE REPORT-LINE
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE (3:72).
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE "TOTAL A CARGAR A LA SUCURSAL" TO REPORT-LINE (3:28).
    MOVE WS-BT-TOTAL (WS-BT-IDX) TO WS-AMOUNT-DISPLAY.
    MOVE WS-AMOUNT-DISPLAY TO REPORT-LINE (59:16).
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-BT-QTY (WS-BT-IDX, 5) > 0
        PERFORM 4300-WRITE-EXTRACT-RUNS
    END-IF.
4200-WRITE-BRANCH-STATEMENT-EXIT.
    EXIT.

4300-WRITE-EXTRACT-RUNS.
    MOVE "  EXTRACCIONES DEL MES" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "  FECHA       OPERADOR             PERSONAS  FICHERO"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE 0 TO WS-RN-LISTED.
    MOVE 0 TO WS-RN-UNFILTERED.
    PERFORM VARYING WS-RN-IDX FROM 1 BY 1
        UNTIL WS-RN-IDX > WS-RN-COUNT-ALL
        IF WS-RN-BRANCH (WS-RN-IDX) = WS-BT-CODE (WS-BT-IDX)
            ADD 1 TO WS-RN-LISTED
            MOVE WS-RN-DATE (WS-RN-IDX) TO WS-DATE-IN
            PERFORM 4900-FORMAT-DATE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-DATE-OUT TO REPORT-LINE (3:10)
            MOVE WS-RN-OPERATOR (WS-RN-IDX) TO REPORT-LINE (15:20)
            MOVE WS-RN-COUNT (WS-RN-IDX) TO WS-COL-DISPLAY
            MOVE WS-COL-DISPLAY TO REPORT-LINE (37:7)
            MOVE WS-RN-OUTPUT (WS-RN-IDX) TO REPORT-LINE (46:40)
            IF WS-RN-FILTERED (WS-RN-IDX) = "N"
                MOVE "(sin filtro)" TO REPORT-LINE (87:12)
                ADD 1 TO WS-RN-UNFILTERED
            END-IF
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.
    IF WS-RN-LISTED < WS-BT-QTY (WS-BT-IDX, 5)
        MOVE "  (más de 500 extracciones en el mes; el detalle está incompleto)"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-RN-UNFILTERED > 0
        MOVE "  (sin filtro = imputada a la única sucursal del operador)"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
4300-WRITE-EXTRACT-RUNS-EXIT.
    EXIT.

4900-FORMAT-DATE.
    STRING WS-DI-DAY DELIMITED BY SIZE "/"
           WS-DI-MONTH DELIMITED BY SIZE "/"
           WS-DI-YEAR DELIMITED BY SIZE
        INTO WS-DATE-OUT.
4900-FORMAT-DATE-EXIT.
    EXIT.

5000-WRITE-SUMMARY.
    MOVE "****" TO WS-PAGE-BRANCH.
    PERFORM 4100-WRITE-PAGE-HEADER.
    MOVE "RESUMEN POR SUCURSAL" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "SUC   NOMBRE               ACTIVAS   ALTAS  CORREC    LOTE  EXTRAC  CARTAS TARJETA           IMPORTE"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE (1:100).
    WRITE REPORT-LINE.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) NOT = SPACES
            MOVE SPACES TO REPORT-LINE
            MOVE WS-BT-CODE (WS-BT-IDX) TO REPORT-LINE (1:4)
            MOVE WS-BT-NAME (WS-BT-IDX) TO REPORT-LINE (7:20)
            PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1
                UNTIL WS-CONCEPT-IDX > 7
                MOVE WS-BT-QTY (WS-BT-IDX, WS-CONCEPT-IDX)
                    TO WS-COL-DISPLAY
                MOVE WS-COL-DISPLAY
                    TO REPORT-LINE (20 + WS-CONCEPT-IDX * 8:7)
            END-PERFORM
            MOVE WS-BT-TOTAL (WS-BT-IDX) TO WS-AMOUNT-DISPLAY
            MOVE WS-AMOUNT-DISPLAY TO REPORT-LINE (84:16)
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.
    MOVE ALL "-" TO REPORT-LINE (1:100).
    WRITE REPORT-LINE.
    MOVE 1 TO WS-TT-IDX.
    MOVE "TOTAL A REPERCUTIR" TO WS-CHK-LABEL.
    PERFORM 5100-WRITE-TOTAL-LINE.
    MOVE 2 TO WS-TT-IDX.
    MOVE "SERVICIOS CENTRALES" TO WS-CHK-LABEL.
    PERFORM 5100-WRITE-TOTAL-LINE.
    MOVE 3 TO WS-TT-IDX.
    MOVE "TOTAL GENERAL" TO WS-CHK-LABEL.
    PERFORM 5100-WRITE-TOTAL-LINE.
    MOVE "Servicios centrales: personas sin sucursal, cartas a personas que ya no estan en el"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "maestro y extracciones sin filtro de operadores sin una sola sucursal; no se repercuten."
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-BT-FULL = "Y"
        MOVE "AVISO: más de 200 sucursales; el desglose está incompleto."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    PERFORM 5200-WRITE-RATES.
    PERFORM 5300-WRITE-TIE-BACK.
5000-WRITE-SUMMARY-EXIT.
    EXIT.

5100-WRITE-TOTAL-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-CHK-LABEL (1:26) TO REPORT-LINE (1:26).
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 7
        MOVE WS-TT-QTY (WS-TT-IDX, WS-CONCEPT-IDX) TO WS-COL-DISPLAY
        MOVE WS-COL-DISPLAY TO REPORT-LINE (20 + WS-CONCEPT-IDX * 8:7)
    END-PERFORM.
    MOVE WS-TT-AMOUNT (WS-TT-IDX) TO WS-AMOUNT-DISPLAY.
    MOVE WS-AMOUNT-DISPLAY TO REPORT-LINE (84:16).
    WRITE REPORT-LINE.
5100-WRITE-TOTAL-LINE-EXIT.
    EXIT.

5200-WRITE-RATES.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "TARIFAS APLICADAS (tarifas.txt)" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "  CONCEPTO    DESDE       TARIFA" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-CONCEPT-IDX FROM 1 BY 1 UNTIL WS-CONCEPT-IDX > 7
        MOVE SPACES TO REPORT-LINE
        MOVE WS-CONCEPT-CODE (WS-CONCEPT-IDX) TO REPORT-LINE (3:10)
        IF WS-RT-FOUND (WS-CONCEPT-IDX) = "Y"
            MOVE WS-RT-FROM (WS-CONCEPT-IDX) TO REPORT-LINE (15:6)
            MOVE WS-RT-RATE (WS-CONCEPT-IDX) TO WS-RATE-DISPLAY
            MOVE WS-RATE-DISPLAY TO REPORT-LINE (24:9)
        ELSE
            MOVE "* SIN TARIFA VIGENTE: SE COBRA A CERO"
                TO REPORT-LINE (15:37)
        END-IF
        WRITE REPORT-LINE
    END-PERFORM.
5200-WRITE-RATES-EXIT.
    EXIT.

5300-WRITE-TIE-BACK.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "CONCILIACION CON EL MOVIMIENTO DEL MES" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE (1:100).
    WRITE REPORT-LINE.
    MOVE "                                              COBRADO   FUENTE    DIFER"
        TO REPORT-LINE.
    WRITE REPORT-LINE.

    *> Activas: el maestro contra el registro "M" de StatsMonthEnd.
    IF WS-STAT-FOUND = "N"
        MOVE SPACES TO REPORT-LINE
        STRING "Activas: sin registro M del mes " DELIMITED BY SIZE
               WS-TARGET-MONTH DELIMITED BY SIZE
               " en estadisticas.hist (StatsMonthEnd no lo ha consolidado)."
                   DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        COMPUTE WS-STAT-ACTIVE = SH-VALID-COUNT OF WS-STAT-MONTH
            + SH-INVALID-COUNT OF WS-STAT-MONTH
        MOVE "Activas / estadisticas.hist (M)" TO WS-CHK-LABEL
        MOVE WS-TT-QTY (3, 1) TO WS-CHK-CHARGED
        MOVE WS-STAT-ACTIVE TO WS-CHK-SOURCE
        MOVE "* NO COINCIDE" TO WS-CHK-NOTE
        PERFORM 5400-WRITE-CHECK-LINE
    END-IF.

    *> Altas: las del movimiento del mes (líneas "W" del diario sin
    *> las reposiciones) son las cobradas como alta más las
    *> reparaciones, que se cobran como corrección.
    MOVE "Altas + reparaciones / diario.jrn" TO WS-CHK-LABEL.
    COMPUTE WS-CHK-CHARGED = WS-JRN-ADDS + WS-JRN-REPAIRS.
    COMPUTE WS-CHK-SOURCE = WS-JRN-WRITES - WS-JRN-RELOADS.
    MOVE "* NO COINCIDE" TO WS-CHK-NOTE.
    PERFORM 5400-WRITE-CHECK-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "  altas " DELIMITED BY SIZE
           WS-JRN-ADDS DELIMITED BY SIZE
           ", reparaciones " DELIMITED BY SIZE
           WS-JRN-REPAIRS DELIMITED BY SIZE
           "; reposiciones desde copia no cobradas " DELIMITED BY SIZE
           WS-JRN-RELOADS DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.

    *> Historial: cada línea del mes es corrección, lote, automática
    *> o anotación sin imagen.
    MOVE "Correcciones + lote / historial.txt" TO WS-CHK-LABEL.
    COMPUTE WS-CHK-CHARGED = WS-HIS-CHANGES + WS-HIS-BATCH.
    COMPUTE WS-CHK-SOURCE = WS-HIS-LINES - WS-HIS-AUTO - WS-HIS-NO-IMAGE.
    MOVE "* NO COINCIDE" TO WS-CHK-NOTE.
    PERFORM 5400-WRITE-CHECK-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "  de ellas: bajas " DELIMITED BY SIZE
           WS-HIS-LEAVES DELIMITED BY SIZE
           ", reactivaciones " DELIMITED BY SIZE
           WS-HIS-RETURNS DELIMITED BY SIZE
           ", traslados " DELIMITED BY SIZE
           WS-HIS-MOVES DELIMITED BY SIZE
           ", fusiones " DELIMITED BY SIZE
           WS-HIS-MERGES DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "  no cobradas: automaticas " DELIMITED BY SIZE
           WS-HIS-AUTO DELIMITED BY SIZE
           " (AgeSweep, BranchClosure), sin imagen " DELIMITED BY SIZE
           WS-HIS-NO-IMAGE DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.

    *> Lote: lo aplicado según la bitácora de BatchMaintenance.
    MOVE "Lote / auditoria.log (APLIC)" TO WS-CHK-LABEL.
    MOVE WS-HIS-BATCH TO WS-CHK-CHARGED.
    MOVE WS-AUD-BATCH TO WS-CHK-SOURCE.
    MOVE "* NO COINCIDE" TO WS-CHK-NOTE.
    PERFORM 5400-WRITE-CHECK-LINE.

    *> Extracciones: las anotadas contra las ejecuciones en la
    *> bitácora; una ejecución sin anotar no se ha podido cobrar.
    MOVE "Extracciones / auditoria.log" TO WS-CHK-LABEL.
    MOVE WS-TT-QTY (3, 5) TO WS-CHK-CHARGED.
    MOVE WS-AUD-EXTRACTS TO WS-CHK-SOURCE.
    MOVE "* NO COINCIDE" TO WS-CHK-NOTE.
    PERFORM 5400-WRITE-CHECK-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "  a servicios centrales " DELIMITED BY SIZE
           WS-RUNS-CENTRAL DELIMITED BY SIZE
           "; cartas a personas fuera del maestro " DELIMITED BY SIZE
           WS-LETTERS-GONE DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-MISMATCHES = 0
        MOVE "RESULTADO: el extracto concilia con el movimiento del mes."
            TO REPORT-LINE
    ELSE
        STRING "RESULTADO: " DELIMITED BY SIZE
               WS-MISMATCHES DELIMITED BY SIZE
               " cifras no concilian; revisar antes de repercutir."
                   DELIMITED BY SIZE
            INTO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
5300-WRITE-TIE-BACK-EXIT.
    EXIT.

5400-WRITE-CHECK-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-CHK-LABEL TO REPORT-LINE (1:44).
    MOVE WS-CHK-CHARGED TO WS-COL-DISPLAY.
    MOVE WS-COL-DISPLAY TO REPORT-LINE (47:7).
    MOVE WS-CHK-SOURCE TO WS-COL-DISPLAY.
    MOVE WS-COL-DISPLAY TO REPORT-LINE (56:7).
    COMPUTE WS-DIFFERENCE = WS-CHK-CHARGED - WS-CHK-SOURCE.
    MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY.
    MOVE WS-DIFF-DISPLAY TO REPORT-LINE (64:7).
    IF WS-DIFFERENCE NOT = 0
        MOVE WS-CHK-NOTE TO REPORT-LINE (72:28)
        ADD 1 TO WS-MISMATCHES
    END-IF.
    WRITE REPORT-LINE.
5400-WRITE-CHECK-LINE-EXIT.
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
           " SUC=" DELIMITED BY SIZE
           WS-STATEMENTS DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "ChargeStatement" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
