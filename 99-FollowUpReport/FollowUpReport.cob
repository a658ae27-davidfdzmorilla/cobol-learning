IDENTIFICATION DIVISION.
PROGRAM-ID. FollowUpReport.
*> Informe semanal de seguimientos vencidos para los supervisores:
*> cada seguimiento abierto de seguimientos.txt cuya fecha ya pasó,
*> clasificado por la sucursal de la persona, el operador responsable
*> y la fecha, con los días de retraso. Cada sucursal empieza página
*> y lleva su código en la cabecera ("SUCURSAL: xxxx" en la columna
*> 101, como DirectoryListing), para que ReportDistribution pueda
*> entregar a cada director sus páginas; la última página ("****")
*> resume por operador todas las sucursales.
*> Corre cada noche en la cadena, pero el informe sólo se emite el
*> día de resumen semanal (SEGUIMIENTO_DIA_RESUMEN, 1 = lunes ...
*> 7 = domingo; por defecto 1) o con SEGUIMIENTO_RESUMEN=S. Las demás
*> noches se retira el de la semana anterior, para que el reparto no
*> lo vuelva a mandar como si fuera nuevo. Salida:
*> seguimientos_vencidos.rpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FOLLOWUP-FILE ASSIGN TO "seguimientos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FOLLOWUP-STATUS.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "seguimientos.srt".
    SELECT REPORT-FILE ASSIGN TO "seguimientos_vencidos.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD FOLLOWUP-FILE.
    COPY SEGUIREC REPLACING FOLLOWUP-RECORD BY FOLLOWUP-REC.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

*> Seguimiento vencido con la sucursal y el nombre de la persona ya
*> resueltos, en el orden del informe.
SD SORT-WORK-FILE.
01 SORT-RECORD.
    05 SR-BRANCH      PIC X(04).
    05 SR-OPERATOR    PIC X(20).
    05 SR-DUE-DATE    PIC 9(08).
    05 SR-FOLLOWUP-ID PIC 9(06).
    05 SR-PERSON-ID   PIC 9(06).
    05 SR-NAME        PIC X(20).
    05 SR-DAYS-LATE   PIC 9(05).
    05 SR-TEXT        PIC X(60).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FOLLOWUP-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-MASTER-OPEN PIC X VALUE "N".
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MONTH PIC 99.
    05 WS-TODAY-DAY   PIC 99.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
01 WS-TODAY-INT PIC 9(8) VALUE 0.
01 WS-REPORT-NAME PIC X(40) VALUE "seguimientos_vencidos.rpt".

*> Día del resumen semanal.
01 WS-SUMMARY-ENV PIC X(01) VALUE SPACES.
01 WS-SUMMARY-DAY-ENV PIC X(01) VALUE SPACES.
01 WS-SUMMARY-DAY PIC 9 VALUE 1.
01 WS-WEEKDAY PIC 9 VALUE 0.

*> Cortes de control.
01 WS-FIRST-DETAIL PIC X VALUE "Y".
01 WS-CUR-BRANCH PIC X(04) VALUE SPACES.
01 WS-CUR-OPERATOR PIC X(20) VALUE SPACES.
01 WS-PAGE-BRANCH PIC X(04) VALUE SPACES.
01 WS-PAGE-NUMBER PIC 9(04) VALUE 0.
01 WS-OPERATOR-COUNT PIC 9(05) VALUE 0.
01 WS-OPERATOR-MAX-DAYS PIC 9(05) VALUE 0.
01 WS-BRANCH-COUNT PIC 9(05) VALUE 0.
01 WS-GRAND-COUNT PIC 9(05) VALUE 0.
01 WS-OPEN-COUNT PIC 9(05) VALUE 0.

*> Resumen por operador de todas las sucursales.
01 WS-OT-TABLE.
    05 WS-OT-ENTRY OCCURS 200 TIMES.
        10 WS-OT-NAME     PIC X(20).
        10 WS-OT-OVERDUE  PIC 9(05).
        10 WS-OT-MAX-DAYS PIC 9(05).
01 WS-OT-COUNT PIC 9(03) VALUE 0.
01 WS-OT-IDX PIC 9(03) VALUE 0.
01 WS-OT-FOUND PIC 9(03) VALUE 0.
01 WS-OT-OVERFLOW PIC X VALUE "N".

*> Líneas del informe.
01 WS-DETAIL-LINE.
    05 FILLER          PIC X(01) VALUE SPACE.
    05 DL-OPERATOR     PIC X(20).
    05 FILLER          PIC X(01) VALUE SPACE.
    05 DL-FOLLOWUP-ID  PIC 9(06).
    05 FILLER          PIC X(01) VALUE SPACE.
    05 DL-PERSON-ID    PIC 9(06).
    05 FILLER          PIC X(01) VALUE SPACE.
    05 DL-NAME         PIC X(20).
    05 FILLER          PIC X(01) VALUE SPACE.
    05 DL-DUE-DATE     PIC 9(08).
    05 FILLER          PIC X(01) VALUE SPACE.
    05 DL-DAYS-LATE    PIC ZZZZ9.
    05 FILLER          PIC X(02) VALUE SPACES.
    05 DL-TEXT         PIC X(59).
01 WS-EDIT-COUNT PIC ZZZZ9.
01 WS-EDIT-DAYS PIC ZZZZ9.
01 WS-EDIT-OPEN PIC ZZZZ9.

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
    STRING WS-TODAY-DAY   DELIMITED BY SIZE "/"
           WS-TODAY-MONTH DELIMITED BY SIZE "/"
           WS-TODAY-YEAR  DELIMITED BY SIZE
        INTO WS-TODAY-DISPLAY.

    *> Día de la semana: el día 1 de INTEGER-OF-DATE (1601-01-01)
    *> fue lunes.
    ACCEPT WS-SUMMARY-DAY-ENV FROM ENVIRONMENT "SEGUIMIENTO_DIA_RESUMEN".
    IF WS-SUMMARY-DAY-ENV IS NUMERIC
            AND WS-SUMMARY-DAY-ENV >= "1" AND WS-SUMMARY-DAY-ENV <= "7"
        MOVE WS-SUMMARY-DAY-ENV TO WS-SUMMARY-DAY
    END-IF.
    COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-TODAY-INT - 1, 7) + 1.
    ACCEPT WS-SUMMARY-ENV FROM ENVIRONMENT "SEGUIMIENTO_RESUMEN".
    IF WS-WEEKDAY NOT = WS-SUMMARY-DAY
            AND WS-SUMMARY-ENV NOT = "S" AND WS-SUMMARY-ENV NOT = "s"
        CALL "CBL_DELETE_FILE" USING WS-REPORT-NAME
        MOVE 0 TO RETURN-CODE
        DISPLAY "Seguimientos vencidos: el informe semanal sale el "
            "día " WS-SUMMARY-DAY " de la semana; hoy no se emite."
        GOBACK
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'seguimientos_vencidos.rpt' "
            "(status " WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    *> Sin maestro se informa igual, sin sucursal ni nombre.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS = "00"
        MOVE "Y" TO WS-MASTER-OPEN
    ELSE
        DISPLAY "Aviso: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS "); el informe sale sin sucursal."
    END-IF.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SR-BRANCH
        ON ASCENDING KEY SR-OPERATOR
        ON ASCENDING KEY SR-DUE-DATE
        ON ASCENDING KEY SR-FOLLOWUP-ID
        INPUT PROCEDURE IS 1000-RELEASE-OVERDUE
            THRU 1000-RELEASE-OVERDUE-EXIT
        OUTPUT PROCEDURE IS 2000-WRITE-DETAIL
            THRU 2000-WRITE-DETAIL-EXIT.

    IF WS-MASTER-OPEN = "Y"
        CLOSE MASTER-FILE
    END-IF.
    PERFORM 4000-WRITE-OPERATOR-SUMMARY.
    CLOSE REPORT-FILE.
    DISPLAY "Seguimientos vencidos: " WS-GRAND-COUNT " de "
        WS-OPEN-COUNT " abiertos (ver 'seguimientos_vencidos.rpt').".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-RELEASE-OVERDUE.
    OPEN INPUT FOLLOWUP-FILE.
    IF WS-FOLLOWUP-STATUS NOT = "00"
        *> Sin fichero de seguimientos no hay nada vencido.
        GO TO 1000-RELEASE-OVERDUE-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ FOLLOWUP-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF SG-OPEN OF FOLLOWUP-REC
                    ADD 1 TO WS-OPEN-COUNT
                    IF SG-DUE-DATE OF FOLLOWUP-REC < WS-TODAY-DATE
                        PERFORM 1100-RELEASE-ONE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FOLLOWUP-FILE.
1000-RELEASE-OVERDUE-EXIT.
    EXIT.

1100-RELEASE-ONE.
    MOVE SPACES TO SORT-RECORD.
    MOVE "----" TO SR-BRANCH.
    MOVE "(fuera del maestro)" TO SR-NAME.
    IF WS-MASTER-OPEN = "Y"
        MOVE SG-PERSON-ID OF FOLLOWUP-REC TO PR-PERSON-ID OF MASTER-RECORD
        READ MASTER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE PR-BRANCH-CODE OF MASTER-RECORD TO SR-BRANCH
                MOVE PR-NAME OF MASTER-RECORD TO SR-NAME
        END-READ
    END-IF.
    MOVE SG-ASSIGNED-TO OF FOLLOWUP-REC TO SR-OPERATOR.
    MOVE SG-DUE-DATE OF FOLLOWUP-REC TO SR-DUE-DATE.
    MOVE SG-FOLLOWUP-ID OF FOLLOWUP-REC TO SR-FOLLOWUP-ID.
    MOVE SG-PERSON-ID OF FOLLOWUP-REC TO SR-PERSON-ID.
    MOVE SG-TEXT OF FOLLOWUP-REC TO SR-TEXT.
    IF FUNCTION TEST-DATE-YYYYMMDD (SG-DUE-DATE OF FOLLOWUP-REC) = 0
        COMPUTE SR-DAYS-LATE = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE (SG-DUE-DATE OF FOLLOWUP-REC)
    ELSE
        MOVE 0 TO SR-DAYS-LATE
    END-IF.
    RELEASE SORT-RECORD.
1100-RELEASE-ONE-EXIT.
    EXIT.

2000-WRITE-DETAIL.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        RETURN SORT-WORK-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 2100-PROCESS-ONE
        END-RETURN
    END-PERFORM.
    IF WS-FIRST-DETAIL = "N"
        PERFORM 3100-WRITE-OPERATOR-TOTAL
        PERFORM 3200-WRITE-BRANCH-TOTAL
    ELSE
        MOVE SPACES TO WS-PAGE-BRANCH
        PERFORM 3000-WRITE-PAGE-HEADER
        MOVE "  No hay seguimientos vencidos." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
2000-WRITE-DETAIL-EXIT.
    EXIT.

2100-PROCESS-ONE.
    IF WS-FIRST-DETAIL = "Y"
        MOVE "N" TO WS-FIRST-DETAIL
        MOVE SR-BRANCH TO WS-CUR-BRANCH
        MOVE SR-OPERATOR TO WS-CUR-OPERATOR
        MOVE SR-BRANCH TO WS-PAGE-BRANCH
        PERFORM 3000-WRITE-PAGE-HEADER
    ELSE
        IF SR-BRANCH NOT = WS-CUR-BRANCH
            PERFORM 3100-WRITE-OPERATOR-TOTAL
            PERFORM 3200-WRITE-BRANCH-TOTAL
            MOVE SR-BRANCH TO WS-CUR-BRANCH
            MOVE SR-OPERATOR TO WS-CUR-OPERATOR
            MOVE SR-BRANCH TO WS-PAGE-BRANCH
            PERFORM 3000-WRITE-PAGE-HEADER
        ELSE
            IF SR-OPERATOR NOT = WS-CUR-OPERATOR
                PERFORM 3100-WRITE-OPERATOR-TOTAL
                MOVE SR-OPERATOR TO WS-CUR-OPERATOR
            END-IF
        END-IF
    END-IF.
    MOVE SR-OPERATOR TO DL-OPERATOR.
    MOVE SR-FOLLOWUP-ID TO DL-FOLLOWUP-ID.
    MOVE SR-PERSON-ID TO DL-PERSON-ID.
    MOVE SR-NAME TO DL-NAME.
    MOVE SR-DUE-DATE TO DL-DUE-DATE.
    MOVE SR-DAYS-LATE TO DL-DAYS-LATE.
    MOVE SR-TEXT TO DL-TEXT.
    MOVE WS-DETAIL-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
    ADD 1 TO WS-OPERATOR-COUNT.
    ADD 1 TO WS-BRANCH-COUNT.
    ADD 1 TO WS-GRAND-COUNT.
    IF SR-DAYS-LATE > WS-OPERATOR-MAX-DAYS
        MOVE SR-DAYS-LATE TO WS-OPERATOR-MAX-DAYS
    END-IF.
    PERFORM 2200-ADD-TO-OPERATOR-TABLE.
2100-PROCESS-ONE-EXIT.
    EXIT.

2200-ADD-TO-OPERATOR-TABLE.
    MOVE 0 TO WS-OT-FOUND.
    PERFORM VARYING WS-OT-IDX FROM 1 BY 1
        UNTIL WS-OT-IDX > WS-OT-COUNT
        IF WS-OT-NAME (WS-OT-IDX) = SR-OPERATOR
            MOVE WS-OT-IDX TO WS-OT-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-OT-FOUND = 0
        IF WS-OT-COUNT < 200
            ADD 1 TO WS-OT-COUNT
            MOVE WS-OT-COUNT TO WS-OT-FOUND
            MOVE SR-OPERATOR TO WS-OT-NAME (WS-OT-FOUND)
            MOVE 0 TO WS-OT-OVERDUE (WS-OT-FOUND)
            MOVE 0 TO WS-OT-MAX-DAYS (WS-OT-FOUND)
        ELSE
            MOVE "Y" TO WS-OT-OVERFLOW
        END-IF
    END-IF.
    IF WS-OT-FOUND > 0
        ADD 1 TO WS-OT-OVERDUE (WS-OT-FOUND)
        IF SR-DAYS-LATE > WS-OT-MAX-DAYS (WS-OT-FOUND)
            MOVE SR-DAYS-LATE TO WS-OT-MAX-DAYS (WS-OT-FOUND)
        END-IF
    END-IF.
2200-ADD-TO-OPERATOR-TABLE-EXIT.
    EXIT.

3000-WRITE-PAGE-HEADER.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE BEFORE ADVANCING PAGE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "SEGUIMIENTOS VENCIDOS POR SUCURSAL Y OPERADOR   Fecha: "
               DELIMITED BY SIZE
           WS-TODAY-DISPLAY DELIMITED BY SIZE
           "   Pagina: " DELIMITED BY SIZE
           WS-PAGE-NUMBER DELIMITED BY SIZE
        INTO REPORT-LINE.
    MOVE "SUCURSAL: " TO REPORT-LINE (101:10).
    MOVE WS-PAGE-BRANCH TO REPORT-LINE (111:4).
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-PAGE-BRANCH = "****"
        MOVE " OPERADOR             VENCIDOS  MAX.DIAS" TO REPORT-LINE
    ELSE
        MOVE " OPERADOR             NUM.   ID     PERSONA              VENCIA   DIAS  QUE HAY QUE HACER"
            TO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
3000-WRITE-PAGE-HEADER-EXIT.
    EXIT.

3100-WRITE-OPERATOR-TOTAL.
    MOVE WS-OPERATOR-COUNT TO WS-EDIT-COUNT.
    MOVE WS-OPERATOR-MAX-DAYS TO WS-EDIT-DAYS.
    MOVE SPACES TO REPORT-LINE.
    STRING "   Total " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CUR-OPERATOR) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
           " vencidos, el más antiguo de " DELIMITED BY SIZE
           WS-EDIT-DAYS DELIMITED BY SIZE
           " días" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE 0 TO WS-OPERATOR-COUNT.
    MOVE 0 TO WS-OPERATOR-MAX-DAYS.
3100-WRITE-OPERATOR-TOTAL-EXIT.
    EXIT.

3200-WRITE-BRANCH-TOTAL.
    MOVE WS-BRANCH-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO REPORT-LINE.
    STRING " TOTAL SUCURSAL " DELIMITED BY SIZE
           WS-CUR-BRANCH DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
           " seguimientos vencidos" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE 0 TO WS-BRANCH-COUNT.
3200-WRITE-BRANCH-TOTAL-EXIT.
    EXIT.

4000-WRITE-OPERATOR-SUMMARY.
    MOVE "****" TO WS-PAGE-BRANCH.
    PERFORM 3000-WRITE-PAGE-HEADER.
    PERFORM VARYING WS-OT-IDX FROM 1 BY 1
        UNTIL WS-OT-IDX > WS-OT-COUNT
        MOVE WS-OT-OVERDUE (WS-OT-IDX) TO WS-EDIT-COUNT
        MOVE WS-OT-MAX-DAYS (WS-OT-IDX) TO WS-EDIT-DAYS
        MOVE SPACES TO REPORT-LINE
        MOVE WS-OT-NAME (WS-OT-IDX) TO REPORT-LINE (2:20)
        MOVE WS-EDIT-COUNT TO REPORT-LINE (26:5)
        MOVE WS-EDIT-DAYS TO REPORT-LINE (36:5)
        WRITE REPORT-LINE
    END-PERFORM.
    IF WS-OT-OVERFLOW = "Y"
        MOVE " (más de 200 operadores: el resumen no los recoge todos)"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-GRAND-COUNT TO WS-EDIT-COUNT.
    MOVE WS-OPEN-COUNT TO WS-EDIT-OPEN.
    MOVE SPACES TO REPORT-LINE.
    STRING " TOTAL GENERAL: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
           " seguimientos vencidos de " DELIMITED BY SIZE
           FUNCTION TRIM(WS-EDIT-OPEN) DELIMITED BY SIZE
           " abiertos" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
4000-WRITE-OPERATOR-SUMMARY-EXIT.
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
    STRING "VENCIDOS=" DELIMITED BY SIZE
           WS-GRAND-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "FollowUpReport" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
