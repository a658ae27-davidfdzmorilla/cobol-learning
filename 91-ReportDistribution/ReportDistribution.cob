IDENTIFICATION DIVISION.
PROGRAM-ID. ReportDistribution.
*> Reparto de los informes de la cadena nocturna. Lee la lista de
*> reparto reparto.txt (ver REPARTREC.cpy: informe, destinatario y,
*> para los directores de sucursal, su sucursal y cómo trocear el
*> informe) y deja un paquete por destinatario,
*> REPARTO.<destinatario>.<AAAAMMDD>, con todos sus informes uno
*> detrás de otro. Los informes con corte por sucursal se trocean
*> para que cada director reciba sólo sus páginas. Cada entrega queda
*> anotada en reparto.log (ver REPLOGREC.cpy) con la fecha de la
*> ejecución; un informe que esa noche no se generó se anota como
*> NO DISPON y el paquete lo dice, sin detener la cadena.
*> Reimpresión: con REPARTO_FECHA=AAAAMMDD no se reparte nada nuevo;
*> se vuelven a emitir los paquetes de ese día que constan en el
*> registro (sólo el de REPARTO_DESTINATARIO si se indica) como
*> REIMPRESION.<destinatario>.<AAAAMMDD>, y la reimpresión también
*> queda anotada.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LIST-FILE ASSIGN TO "reparto.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LIST-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT PACKAGE-FILE ASSIGN TO WS-PACKAGE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PACKAGE-STATUS.
    SELECT REPRINT-FILE ASSIGN TO WS-REPRINT-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPRINT-STATUS.
    SELECT LOG-FILE ASSIGN TO "reparto.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD LIST-FILE.
    COPY REPARTREC REPLACING REPARTO-RECORD BY LIST-REC.

FD REPORT-FILE.
01 REPORT-RECORD PIC X(250).

FD PACKAGE-FILE.
01 PACKAGE-RECORD PIC X(250).

FD REPRINT-FILE.
01 REPRINT-RECORD PIC X(250).

FD LOG-FILE.
    COPY REPLOGREC REPLACING REPARTO-LOG-RECORD BY LOG-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-LIST-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-PACKAGE-STATUS PIC XX VALUE "00".
01 WS-REPRINT-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-REPORT-EOF PIC X VALUE "N".
01 WS-REPORT-NAME PIC X(20) VALUE SPACES.
01 WS-PACKAGE-NAME PIC X(40) VALUE SPACES.
01 WS-REPRINT-NAME PIC X(40) VALUE SPACES.

01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-RUN-TIME PIC 9(08) VALUE 0.
01 WS-PACKAGE-DATE PIC 9(08) VALUE 0.
01 WS-PACKAGE-DATE-R REDEFINES WS-PACKAGE-DATE.
    05 WS-PKG-YEAR  PIC 9(4).
    05 WS-PKG-MONTH PIC 99.
    05 WS-PKG-DAY   PIC 99.
01 WS-PACKAGE-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.

*> Reimpresión de un día pasado.
01 WS-REPRINT-ENV PIC X(08) VALUE SPACES.
01 WS-REPRINT-MODE PIC X VALUE "N".
01 WS-RECIPIENT-ENV PIC X(12) VALUE SPACES.

*> Lista de reparto cargada de reparto.txt.
01 WS-LIST-TABLE.
    05 WS-LT-ENTRY OCCURS 200 TIMES.
        10 WS-LT-REPORT    PIC X(20).
        10 WS-LT-RECIPIENT PIC X(12).
        10 WS-LT-BRANCH    PIC X(04).
        10 WS-LT-MODE      PIC X(01).
        10 WS-LT-COL       PIC 9(03).
        10 WS-LT-HEAD      PIC 9(02).
01 WS-LT-COUNT PIC 9(03) VALUE 0.
01 WS-LT-IDX PIC 9(03) VALUE 0.
01 WS-LT-J PIC 9(03) VALUE 0.
01 WS-LIST-FULL PIC X VALUE "N".
01 WS-SEEN-BEFORE PIC X VALUE "N".
01 WS-CURRENT-RECIPIENT PIC X(12) VALUE SPACES.

*> Destinatarios a reimprimir, sacados de reparto.log.
01 WS-REPRINT-TABLE.
    05 WS-RT-RECIPIENT PIC X(12) OCCURS 200 TIMES.
01 WS-RT-COUNT PIC 9(03) VALUE 0.
01 WS-RT-IDX PIC 9(03) VALUE 0.

*> Troceo por sucursal del informe en curso.
01 WS-SCAN-LINE PIC X(250) VALUE SPACES.
01 WS-FORM-FEED PIC X VALUE X"0C".
01 WS-PAGE-BRANCH PIC X(04) VALUE LOW-VALUES.
01 WS-LINE-NUMBER PIC 9(06) VALUE 0.
01 WS-KEEP-LINE PIC X VALUE "N".
01 WS-COPIED-LINES PIC 9(06) VALUE 0.
01 WS-MARK-COL PIC 9(03) VALUE 0.

*> Contadores de la ejecución.
01 WS-PACKAGE-COUNT PIC 9(03) VALUE 0.
01 WS-SENT-COUNT PIC 9(04) VALUE 0.
01 WS-MISSING-COUNT PIC 9(04) VALUE 0.
01 WS-REPRINT-COUNT PIC 9(03) VALUE 0.

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
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-PACKAGE-DATE.
    STRING WS-PKG-DAY   DELIMITED BY SIZE "/"
           WS-PKG-MONTH DELIMITED BY SIZE "/"
           WS-PKG-YEAR  DELIMITED BY SIZE
        INTO WS-TODAY-DISPLAY.

    ACCEPT WS-REPRINT-ENV FROM ENVIRONMENT "REPARTO_FECHA".
    IF WS-REPRINT-ENV IS NUMERIC
        MOVE "Y" TO WS-REPRINT-MODE
        MOVE WS-REPRINT-ENV TO WS-PACKAGE-DATE
    END-IF.
    ACCEPT WS-RECIPIENT-ENV FROM ENVIRONMENT "REPARTO_DESTINATARIO".
    MOVE SPACES TO WS-PACKAGE-DATE-DISPLAY.
    STRING WS-PKG-DAY   DELIMITED BY SIZE "/"
           WS-PKG-MONTH DELIMITED BY SIZE "/"
           WS-PKG-YEAR  DELIMITED BY SIZE
        INTO WS-PACKAGE-DATE-DISPLAY.

    OPEN EXTEND LOG-FILE.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT LOG-FILE
    END-IF.
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'reparto.log' (status "
            WS-LOG-STATUS "); no se reparte nada sin registro."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    IF WS-REPRINT-MODE = "Y"
        CLOSE LOG-FILE
        PERFORM 3000-REPRINT THRU 3000-REPRINT-EXIT
        DISPLAY "Reimpresos " WS-REPRINT-COUNT " paquetes del "
            WS-PACKAGE-DATE-DISPLAY "."
        PERFORM 8000-WRITE-AUDIT-LOG
        IF WS-REPRINT-COUNT = 0
            MOVE 4 TO RETURN-CODE
        END-IF
        GOBACK
    END-IF.

    PERFORM 1000-LOAD-LIST THRU 1000-LOAD-LIST-EXIT.
    IF WS-LT-COUNT = 0
        *> Sin lista no hay nada que repartir; la cadena sigue.
        DISPLAY "No hay lista de reparto 'reparto.txt' o está vacía; "
            "no se reparte nada."
        CLOSE LOG-FILE
        PERFORM 8000-WRITE-AUDIT-LOG
        GOBACK
    END-IF.

    PERFORM VARYING WS-LT-IDX FROM 1 BY 1
        UNTIL WS-LT-IDX > WS-LT-COUNT
        PERFORM 2000-BUILD-PACKAGE THRU 2000-BUILD-PACKAGE-EXIT
    END-PERFORM.
    CLOSE LOG-FILE.

    DISPLAY "Reparto del " WS-PACKAGE-DATE-DISPLAY ": "
        WS-PACKAGE-COUNT " paquetes, " WS-SENT-COUNT
        " informes entregados, " WS-MISSING-COUNT
        " no disponibles. Registro en 'reparto.log'.".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-LIST.
    OPEN INPUT LIST-FILE.
    IF WS-LIST-STATUS NOT = "00"
        GO TO 1000-LOAD-LIST-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ LIST-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF LIST-REC = SPACES OR LIST-REC (1:1) = "*"
                        OR RP-REPORT OF LIST-REC = SPACES
                        OR RP-RECIPIENT OF LIST-REC = SPACES
                    CONTINUE
                ELSE
                    IF WS-LT-COUNT < 200
                        ADD 1 TO WS-LT-COUNT
                        MOVE RP-REPORT OF LIST-REC
                            TO WS-LT-REPORT (WS-LT-COUNT)
                        MOVE RP-RECIPIENT OF LIST-REC
                            TO WS-LT-RECIPIENT (WS-LT-COUNT)
                        MOVE RP-BRANCH OF LIST-REC
                            TO WS-LT-BRANCH (WS-LT-COUNT)
                        MOVE RP-BURST-MODE OF LIST-REC
                            TO WS-LT-MODE (WS-LT-COUNT)
                        IF RP-BURST-COL OF LIST-REC IS NUMERIC
                            MOVE RP-BURST-COL OF LIST-REC
                                TO WS-LT-COL (WS-LT-COUNT)
                        ELSE
                            MOVE 1 TO WS-LT-COL (WS-LT-COUNT)
                        END-IF
                        IF RP-HEAD-LINES OF LIST-REC IS NUMERIC
                            MOVE RP-HEAD-LINES OF LIST-REC
                                TO WS-LT-HEAD (WS-LT-COUNT)
                        ELSE
                            MOVE 0 TO WS-LT-HEAD (WS-LT-COUNT)
                        END-IF
                        IF WS-LT-COL (WS-LT-COUNT) = 0
                                OR WS-LT-COL (WS-LT-COUNT) > 236
                            MOVE 1 TO WS-LT-COL (WS-LT-COUNT)
                        END-IF
                    ELSE
                        MOVE "Y" TO WS-LIST-FULL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LIST-FILE.
    IF WS-LIST-FULL = "Y"
        DISPLAY "Aviso: 'reparto.txt' tiene más de 200 líneas; las "
            "sobrantes no se reparten."
    END-IF.
1000-LOAD-LIST-EXIT.
    EXIT.

2000-BUILD-PACKAGE.
    *> Un paquete por destinatario: se construye al encontrar su
    *> primera línea en la lista y recoge todas las suyas.
    MOVE "N" TO WS-SEEN-BEFORE.
    PERFORM VARYING WS-LT-J FROM 1 BY 1
        UNTIL WS-LT-J >= WS-LT-IDX
        IF WS-LT-RECIPIENT (WS-LT-J) = WS-LT-RECIPIENT (WS-LT-IDX)
            MOVE "Y" TO WS-SEEN-BEFORE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-SEEN-BEFORE = "Y"
        GO TO 2000-BUILD-PACKAGE-EXIT
    END-IF.
    MOVE WS-LT-RECIPIENT (WS-LT-IDX) TO WS-CURRENT-RECIPIENT.
    MOVE SPACES TO WS-PACKAGE-NAME.
    STRING "REPARTO." DELIMITED BY SIZE
           FUNCTION TRIM(WS-CURRENT-RECIPIENT) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-PACKAGE-DATE DELIMITED BY SIZE
        INTO WS-PACKAGE-NAME.
    OPEN OUTPUT PACKAGE-FILE.
    IF WS-PACKAGE-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo crear '"
            FUNCTION TRIM(WS-PACKAGE-NAME) "' (status "
            WS-PACKAGE-STATUS "); el destinatario queda sin paquete."
        GO TO 2000-BUILD-PACKAGE-EXIT
    END-IF.
    MOVE SPACES TO PACKAGE-RECORD.
    STRING "PAQUETE DE REPARTO PARA " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CURRENT-RECIPIENT) DELIMITED BY SIZE
           "   Ejecucion del " DELIMITED BY SIZE
           WS-PACKAGE-DATE-DISPLAY DELIMITED BY SIZE
        INTO PACKAGE-RECORD.
    WRITE PACKAGE-RECORD.
    MOVE ALL "=" TO PACKAGE-RECORD (1:80).
    WRITE PACKAGE-RECORD.
    PERFORM VARYING WS-LT-J FROM WS-LT-IDX BY 1
        UNTIL WS-LT-J > WS-LT-COUNT
        IF WS-LT-RECIPIENT (WS-LT-J) = WS-CURRENT-RECIPIENT
            PERFORM 2100-COPY-REPORT THRU 2100-COPY-REPORT-EXIT
        END-IF
    END-PERFORM.
    CLOSE PACKAGE-FILE.
    ADD 1 TO WS-PACKAGE-COUNT.
2000-BUILD-PACKAGE-EXIT.
    EXIT.

2100-COPY-REPORT.
    MOVE WS-LT-REPORT (WS-LT-J) TO WS-REPORT-NAME.
    MOVE SPACES TO PACKAGE-RECORD.
    WRITE PACKAGE-RECORD.
    MOVE SPACES TO PACKAGE-RECORD.
    IF WS-LT-BRANCH (WS-LT-J) = SPACES
        STRING "==== " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REPORT-NAME) DELIMITED BY SIZE
               " (completo) ====" DELIMITED BY SIZE
            INTO PACKAGE-RECORD
    ELSE
        STRING "==== " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REPORT-NAME) DELIMITED BY SIZE
               " (sucursal " DELIMITED BY SIZE
               WS-LT-BRANCH (WS-LT-J) DELIMITED BY SIZE
               ") ====" DELIMITED BY SIZE
            INTO PACKAGE-RECORD
    END-IF.
    WRITE PACKAGE-RECORD.
    MOVE 0 TO WS-COPIED-LINES.
    OPEN INPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        MOVE SPACES TO PACKAGE-RECORD
        STRING "*** El informe " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REPORT-NAME) DELIMITED BY SIZE
               " no se ha generado en esta ejecucion." DELIMITED BY SIZE
            INTO PACKAGE-RECORD
        WRITE PACKAGE-RECORD
        ADD 1 TO WS-MISSING-COUNT
        MOVE "NO DISPON" TO WS-SCAN-LINE
        PERFORM 7000-WRITE-LOG
        GO TO 2100-COPY-REPORT-EXIT
    END-IF.
    MOVE LOW-VALUES TO WS-PAGE-BRANCH.
    MOVE 0 TO WS-LINE-NUMBER.
    MOVE "N" TO WS-REPORT-EOF.
    PERFORM UNTIL WS-REPORT-EOF = "Y"
        READ REPORT-FILE
            AT END MOVE "Y" TO WS-REPORT-EOF
            NOT AT END
                ADD 1 TO WS-LINE-NUMBER
                PERFORM 2200-SELECT-LINE THRU 2200-SELECT-LINE-EXIT
                IF WS-KEEP-LINE = "Y"
                    *> El salto de página se rehace igual que en el
                    *> informe, en vez de copiar el carácter de avance.
                    IF REPORT-RECORD (1:1) = WS-FORM-FEED
                        MOVE SPACES TO PACKAGE-RECORD
                        WRITE PACKAGE-RECORD BEFORE ADVANCING PAGE
                        MOVE REPORT-RECORD (2:) TO PACKAGE-RECORD
                    ELSE
                        MOVE REPORT-RECORD TO PACKAGE-RECORD
                    END-IF
                    WRITE PACKAGE-RECORD
                    ADD 1 TO WS-COPIED-LINES
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REPORT-FILE.
    ADD 1 TO WS-SENT-COUNT.
    MOVE "ENVIADO" TO WS-SCAN-LINE.
    PERFORM 7000-WRITE-LOG.
2100-COPY-REPORT-EXIT.
    EXIT.

2200-SELECT-LINE.
    *> El salto de página llega como un avance de página delante de
    *> la primera línea de la página; no cuenta para las columnas.
    MOVE "Y" TO WS-KEEP-LINE.
    IF WS-LT-BRANCH (WS-LT-J) = SPACES
        GO TO 2200-SELECT-LINE-EXIT
    END-IF.
    IF REPORT-RECORD (1:1) = WS-FORM-FEED
        MOVE REPORT-RECORD (2:) TO WS-SCAN-LINE
    ELSE
        MOVE REPORT-RECORD TO WS-SCAN-LINE
    END-IF.
    MOVE WS-LT-COL (WS-LT-J) TO WS-MARK-COL.
    EVALUATE WS-LT-MODE (WS-LT-J)
        WHEN "P"
            IF WS-SCAN-LINE (WS-MARK-COL:10) = "SUCURSAL: "
                MOVE WS-SCAN-LINE (WS-MARK-COL + 10:4)
                    TO WS-PAGE-BRANCH
            END-IF
            IF WS-PAGE-BRANCH NOT = WS-LT-BRANCH (WS-LT-J)
                MOVE "N" TO WS-KEEP-LINE
            END-IF
        WHEN "L"
            IF WS-LINE-NUMBER > WS-LT-HEAD (WS-LT-J)
                    AND WS-SCAN-LINE (WS-MARK-COL:4)
                        NOT = WS-LT-BRANCH (WS-LT-J)
                MOVE "N" TO WS-KEEP-LINE
            END-IF
        WHEN OTHER
            *> Un informe sin modo de troceo no se puede partir: un
            *> director no recibe el informe entero de todos.
            MOVE "N" TO WS-KEEP-LINE
    END-EVALUATE.
2200-SELECT-LINE-EXIT.
    EXIT.

3000-REPRINT.
    *> Los paquetes de ese día son los que constan en el registro;
    *> las reimpresiones anteriores no cuentan como paquete nuevo.
    OPEN INPUT LOG-FILE.
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "No hay registro de reparto 'reparto.log'; nada que "
            "reimprimir."
        GO TO 3000-REPRINT-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ LOG-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF RL-RUN-DATE OF LOG-REC = WS-PACKAGE-DATE
                        AND NOT RL-REPRINTED OF LOG-REC
                        AND (WS-RECIPIENT-ENV = SPACES
                          OR RL-RECIPIENT OF LOG-REC
                             = WS-RECIPIENT-ENV)
                    PERFORM 3050-REMEMBER-RECIPIENT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LOG-FILE.
    IF WS-RT-COUNT = 0
        DISPLAY "El registro no tiene repartos del "
            WS-PACKAGE-DATE-DISPLAY
            " para ese destinatario; nada que reimprimir."
        GO TO 3000-REPRINT-EXIT
    END-IF.
    OPEN EXTEND LOG-FILE.
    PERFORM VARYING WS-RT-IDX FROM 1 BY 1
        UNTIL WS-RT-IDX > WS-RT-COUNT
        PERFORM 3100-REPRINT-ONE THRU 3100-REPRINT-ONE-EXIT
    END-PERFORM.
    CLOSE LOG-FILE.
3000-REPRINT-EXIT.
    EXIT.

3050-REMEMBER-RECIPIENT.
    PERFORM VARYING WS-RT-IDX FROM 1 BY 1
        UNTIL WS-RT-IDX > WS-RT-COUNT
        IF WS-RT-RECIPIENT (WS-RT-IDX) = RL-RECIPIENT OF LOG-REC
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-RT-IDX > WS-RT-COUNT AND WS-RT-COUNT < 200
        ADD 1 TO WS-RT-COUNT
        MOVE RL-RECIPIENT OF LOG-REC TO WS-RT-RECIPIENT (WS-RT-COUNT)
    END-IF.
3050-REMEMBER-RECIPIENT-EXIT.
    EXIT.

3100-REPRINT-ONE.
    MOVE WS-RT-RECIPIENT (WS-RT-IDX) TO WS-CURRENT-RECIPIENT.
    MOVE SPACES TO WS-PACKAGE-NAME.
    STRING "REPARTO." DELIMITED BY SIZE
           FUNCTION TRIM(WS-CURRENT-RECIPIENT) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-PACKAGE-DATE DELIMITED BY SIZE
        INTO WS-PACKAGE-NAME.
    OPEN INPUT PACKAGE-FILE.
    IF WS-PACKAGE-STATUS NOT = "00"
        DISPLAY "Aviso: el paquete '" FUNCTION TRIM(WS-PACKAGE-NAME)
            "' ya no se conserva; no se puede reimprimir."
        GO TO 3100-REPRINT-ONE-EXIT
    END-IF.
    MOVE SPACES TO WS-REPRINT-NAME.
    STRING "REIMPRESION." DELIMITED BY SIZE
           FUNCTION TRIM(WS-CURRENT-RECIPIENT) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-PACKAGE-DATE DELIMITED BY SIZE
        INTO WS-REPRINT-NAME.
    OPEN OUTPUT REPRINT-FILE.
    IF WS-REPRINT-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo crear '"
            FUNCTION TRIM(WS-REPRINT-NAME) "' (status "
            WS-REPRINT-STATUS ")."
        CLOSE PACKAGE-FILE
        GO TO 3100-REPRINT-ONE-EXIT
    END-IF.
    MOVE SPACES TO REPRINT-RECORD.
    STRING "*** REIMPRESION del reparto del " DELIMITED BY SIZE
           WS-PACKAGE-DATE-DISPLAY DELIMITED BY SIZE
           ", emitida el " DELIMITED BY SIZE
           WS-TODAY-DISPLAY DELIMITED BY SIZE
           " ***" DELIMITED BY SIZE
        INTO REPRINT-RECORD.
    WRITE REPRINT-RECORD.
    MOVE 0 TO WS-COPIED-LINES.
    MOVE "N" TO WS-REPORT-EOF.
    PERFORM UNTIL WS-REPORT-EOF = "Y"
        READ PACKAGE-FILE
            AT END MOVE "Y" TO WS-REPORT-EOF
            NOT AT END
                IF PACKAGE-RECORD (1:1) = WS-FORM-FEED
                    MOVE SPACES TO REPRINT-RECORD
                    WRITE REPRINT-RECORD BEFORE ADVANCING PAGE
                    MOVE PACKAGE-RECORD (2:) TO REPRINT-RECORD
                ELSE
                    MOVE PACKAGE-RECORD TO REPRINT-RECORD
                END-IF
                WRITE REPRINT-RECORD
                ADD 1 TO WS-COPIED-LINES
        END-READ
    END-PERFORM.
    CLOSE PACKAGE-FILE
          REPRINT-FILE.
    ADD 1 TO WS-REPRINT-COUNT.
    DISPLAY "Reimpreso '" FUNCTION TRIM(WS-REPRINT-NAME) "'.".
    MOVE "(paquete)" TO WS-REPORT-NAME.
    MOVE "REIMPRESO" TO WS-SCAN-LINE.
    PERFORM 7000-WRITE-LOG.
3100-REPRINT-ONE-EXIT.
    EXIT.

7000-WRITE-LOG.
    *> El resultado llega en WS-SCAN-LINE; el informe en
    *> WS-REPORT-NAME y las líneas en WS-COPIED-LINES.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO LOG-REC.
    MOVE WS-PACKAGE-DATE TO RL-RUN-DATE OF LOG-REC.
    MOVE WS-CURRENT-RECIPIENT TO RL-RECIPIENT OF LOG-REC.
    MOVE WS-REPORT-NAME TO RL-REPORT OF LOG-REC.
    IF WS-REPRINT-MODE = "N"
        MOVE WS-LT-BRANCH (WS-LT-J) TO RL-BRANCH OF LOG-REC
    END-IF.
    MOVE WS-COPIED-LINES TO RL-LINES OF LOG-REC.
    MOVE WS-SCAN-LINE (1:10) TO RL-RESULT OF LOG-REC.
    MOVE WS-RUN-DATE TO RL-SENT-DATE OF LOG-REC.
    MOVE WS-RUN-TIME (1:6) TO RL-SENT-TIME OF LOG-REC.
    WRITE LOG-REC.
7000-WRITE-LOG-EXIT.
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
    IF WS-REPRINT-MODE = "Y"
        STRING "REIMP " DELIMITED BY SIZE
               WS-PACKAGE-DATE DELIMITED BY SIZE
               " N=" DELIMITED BY SIZE
               WS-REPRINT-COUNT DELIMITED BY SIZE
            INTO WS-AUDIT-DETAIL
    ELSE
        STRING "P=" DELIMITED BY SIZE
               WS-PACKAGE-COUNT DELIMITED BY SIZE
               " I=" DELIMITED BY SIZE
               WS-SENT-COUNT DELIMITED BY SIZE
               " ND=" DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
            INTO WS-AUDIT-DETAIL
    END-IF.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "ReportDistribution" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
