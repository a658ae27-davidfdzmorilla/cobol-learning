IDENTIFICATION DIVISION.
PROGRAM-ID. PeriodClose.
*> Cierre de periodo contable, último paso de la cadena de fin de mes
*> (detrás de StatsMonthEnd y PopulationMovement): marca el mes como
*> cerrado en el registro de periodos periodos.txt (ver
*> PERIODREC.cpy). Desde ese momento ApplyPendingChanges,
*> UpdateRecord, BatchMaintenance y RestorePersonas rechazan los
*> cambios con fecha dentro del mes salvo que pasen por el doble
*> control de supervisores (PeriodGuard), y los que entran quedan en
*> ajustes_periodo.txt.
*>   PERIODO_MES=AAAAMM : mes a tratar; por defecto el mes anterior,
*>                        el mismo que consolida StatsMonthEnd.
*>   PERIODO_ACCION=R   : reabrir el mes en vez de cerrarlo. Sólo un
*>                        supervisor (nivel 3), con el mes explícito
*>                        y confirmación; queda en la bitácora.
*> Un mes sólo se cierra si StatsMonthEnd ya dejó su registro "M" en
*> estadisticas.hist, y nunca el mes en curso ni uno futuro. Cerrar
*> un mes ya cerrado no hace nada, así que el paso se puede repetir.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "periodos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PERIOD-STATUS.
    SELECT STATS-FILE ASSIGN TO "estadisticas.hist"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATS-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD PERIOD-FILE.
    COPY PERIODREC REPLACING PERIOD-RECORD BY PERIOD-REC.

FD STATS-FILE.
    COPY STATHIST REPLACING STAT-HISTORY-RECORD BY STATS-RECORD.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-PERIOD-STATUS PIC XX VALUE "00".
01 WS-STATS-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-CONFIRM PIC X VALUE "N".
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-NOW-TIME PIC 9(8) VALUE 0.

*> Mes a tratar y acción.
01 WS-MONTH-ENV PIC X(06) VALUE SPACES.
01 WS-ACTION-ENV PIC X(01) VALUE SPACES.
01 WS-REOPEN PIC X VALUE "N".
01 WS-TARGET-MONTH PIC 9(06) VALUE 0.
01 WS-CURRENT-MONTH PIC 9(06) VALUE 0.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MONTH PIC 99.
    05 WS-TODAY-DAY   PIC 99.
01 WS-WORK-MONTH PIC 9(06) VALUE 0.
01 WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
    05 WS-WM-YEAR PIC 9(4).
    05 WS-WM-MM   PIC 99.
01 WS-STATS-FOUND PIC X VALUE "N".

*> Registro de periodos en memoria, reescrito entero al terminar.
01 WS-PERIOD-TABLE.
    05 WS-PT-LINE PIC X(71) OCCURS 600 TIMES.
01 WS-PT-COUNT PIC 9(03) VALUE 0.
01 WS-PT-IDX PIC 9(03) VALUE 0.
01 WS-PT-FOUND PIC 9(03) VALUE 0.
01 WS-PT-OVERFLOW PIC X VALUE "N".
COPY PERIODREC REPLACING PERIOD-RECORD BY WS-PERIOD-WORK.

*> Niveles de autorización para operaciones destructivas.
COPY AUTHAREA REPLACING AUTH-AREA BY WS-AUTH-AREA.

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
    MOVE WS-TODAY-DATE (1:6) TO WS-CURRENT-MONTH.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    PERFORM 0100-DECIDE-MONTH THRU 0100-DECIDE-MONTH-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.

    PERFORM 1000-LOAD-PERIODS.
    IF WS-PT-OVERFLOW = "Y"
        DISPLAY "Error: 'periodos.txt' supera los 600 meses."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 1100-FIND-PERIOD.

    IF WS-REOPEN = "Y"
        PERFORM 3000-REOPEN-PERIOD THRU 3000-REOPEN-PERIOD-EXIT
    ELSE
        PERFORM 2000-CLOSE-PERIOD THRU 2000-CLOSE-PERIOD-EXIT
    END-IF.
    GOBACK.

0100-DECIDE-MONTH.
    ACCEPT WS-ACTION-ENV FROM ENVIRONMENT "PERIODO_ACCION".
    IF WS-ACTION-ENV = "R" OR WS-ACTION-ENV = "r"
        MOVE "Y" TO WS-REOPEN
    END-IF.
    ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "PERIODO_MES".
    IF WS-MONTH-ENV IS NUMERIC
        MOVE WS-MONTH-ENV TO WS-TARGET-MONTH
    ELSE
        IF WS-REOPEN = "Y"
            *> Reabrir nunca va por defecto: el supervisor dice qué mes.
            DISPLAY "Error: para reabrir hay que indicar el mes en "
                "PERIODO_MES=AAAAMM."
            MOVE 16 TO RETURN-CODE
            GO TO 0100-DECIDE-MONTH-EXIT
        END-IF
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
        DISPLAY "Error: PERIODO_MES debe ser AAAAMM."
        MOVE 16 TO RETURN-CODE
        GO TO 0100-DECIDE-MONTH-EXIT
    END-IF.
    IF WS-TARGET-MONTH NOT < WS-CURRENT-MONTH
        DISPLAY "Error: el periodo " WS-TARGET-MONTH " no ha "
            "terminado; sólo se cierran meses pasados."
        MOVE 16 TO RETURN-CODE
        GO TO 0100-DECIDE-MONTH-EXIT
    END-IF.
0100-DECIDE-MONTH-EXIT.
    EXIT.

1000-LOAD-PERIODS.
    OPEN INPUT PERIOD-FILE.
    IF WS-PERIOD-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ PERIOD-FILE
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                    IF PERIOD-REC = SPACES
                        CONTINUE
                    ELSE
                        IF WS-PT-COUNT >= 600
                            MOVE "Y" TO WS-PT-OVERFLOW
                        ELSE
                            ADD 1 TO WS-PT-COUNT
                            MOVE PERIOD-REC
                                TO WS-PT-LINE (WS-PT-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERIOD-FILE
    END-IF.
1000-LOAD-PERIODS-EXIT.
    EXIT.

1100-FIND-PERIOD.
    MOVE 0 TO WS-PT-FOUND.
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1
        UNTIL WS-PT-IDX > WS-PT-COUNT
        MOVE WS-PT-LINE (WS-PT-IDX) TO WS-PERIOD-WORK
        IF PD-PERIOD OF WS-PERIOD-WORK = WS-TARGET-MONTH
            MOVE WS-PT-IDX TO WS-PT-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
1100-FIND-PERIOD-EXIT.
    EXIT.

2000-CLOSE-PERIOD.
    IF WS-PT-FOUND > 0
        MOVE WS-PT-LINE (WS-PT-FOUND) TO WS-PERIOD-WORK
        IF PD-CLOSED OF WS-PERIOD-WORK
            DISPLAY "El periodo " WS-TARGET-MONTH " ya estaba cerrado "
                "desde el " PD-CLOSE-DATE OF WS-PERIOD-WORK "."
            GO TO 2000-CLOSE-PERIOD-EXIT
        END-IF
    END-IF.

    *> Sin el consolidado mensual de StatsMonthEnd el mes no está
    *> cuadrado y no se cierra.
    PERFORM 2100-CHECK-MONTH-END.
    IF WS-STATS-FOUND = "N"
        DISPLAY "Error: StatsMonthEnd no ha consolidado el mes "
            WS-TARGET-MONTH " (sin registro M en estadisticas.hist); "
            "el periodo sigue abierto."
        MOVE 8 TO RETURN-CODE
        GO TO 2000-CLOSE-PERIOD-EXIT
    END-IF.

    ACCEPT WS-NOW-TIME FROM TIME.
    IF WS-PT-FOUND = 0
        IF WS-PT-COUNT >= 600
            DISPLAY "Error: 'periodos.txt' supera los 600 meses."
            MOVE 16 TO RETURN-CODE
            GO TO 2000-CLOSE-PERIOD-EXIT
        END-IF
        ADD 1 TO WS-PT-COUNT
        MOVE WS-PT-COUNT TO WS-PT-FOUND
        MOVE SPACES TO WS-PERIOD-WORK
        MOVE WS-TARGET-MONTH TO PD-PERIOD OF WS-PERIOD-WORK
        MOVE 0 TO PD-REOPEN-DATE OF WS-PERIOD-WORK
        MOVE 0 TO PD-REOPEN-COUNT OF WS-PERIOD-WORK
    END-IF.
    SET PD-CLOSED OF WS-PERIOD-WORK TO TRUE.
    MOVE WS-TODAY-DATE TO PD-CLOSE-DATE OF WS-PERIOD-WORK.
    MOVE WS-NOW-TIME (1:6) TO PD-CLOSE-TIME OF WS-PERIOD-WORK.
    MOVE WS-OPERATOR TO PD-CLOSE-OPERATOR OF WS-PERIOD-WORK.
    MOVE WS-PERIOD-WORK TO WS-PT-LINE (WS-PT-FOUND).
    PERFORM 5000-REWRITE-PERIODS THRU 5000-REWRITE-PERIODS-EXIT.
    IF RETURN-CODE = 16
        GO TO 2000-CLOSE-PERIOD-EXIT
    END-IF.

    DISPLAY "Periodo " WS-TARGET-MONTH " cerrado: los cambios con "
        "fecha del mes exigen ahora doble control.".
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING "CIERRE PER=" DELIMITED BY SIZE
           WS-TARGET-MONTH DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    PERFORM 8000-WRITE-AUDIT-LOG.
2000-CLOSE-PERIOD-EXIT.
    EXIT.

2100-CHECK-MONTH-END.
    MOVE "N" TO WS-STATS-FOUND.
    OPEN INPUT STATS-FILE.
    IF WS-STATS-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ STATS-FILE
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                    IF SH-TYPE-MONTHLY OF STATS-RECORD
                            AND SH-RUN-DATE OF STATS-RECORD (1:6)
                                = WS-TARGET-MONTH
                        MOVE "Y" TO WS-STATS-FOUND
                        MOVE "Y" TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STATS-FILE
    END-IF.
2100-CHECK-MONTH-END-EXIT.
    EXIT.

3000-REOPEN-PERIOD.
    MOVE 3 TO AUT-REQUIRED-LEVEL OF WS-AUTH-AREA.
    MOVE "REABRIR PERIODO" TO AUT-OPERATION OF WS-AUTH-AREA.
    CALL "OperatorAuth" USING WS-AUTH-AREA.
    IF AUT-DENIED OF WS-AUTH-AREA
        DISPLAY "Operación denegada: reabrir un periodo exige "
            "nivel 3 y el operador "
            FUNCTION TRIM(AUT-OPERATOR OF WS-AUTH-AREA)
            " tiene nivel " AUT-OPERATOR-LEVEL OF WS-AUTH-AREA "."
        MOVE 8 TO RETURN-CODE
        GO TO 3000-REOPEN-PERIOD-EXIT
    END-IF.

    IF WS-PT-FOUND = 0
        DISPLAY "El periodo " WS-TARGET-MONTH " no está cerrado; "
            "nada que reabrir."
        MOVE 8 TO RETURN-CODE
        GO TO 3000-REOPEN-PERIOD-EXIT
    END-IF.
    MOVE WS-PT-LINE (WS-PT-FOUND) TO WS-PERIOD-WORK.
    IF NOT PD-CLOSED OF WS-PERIOD-WORK
        DISPLAY "El periodo " WS-TARGET-MONTH " ya está reabierto "
            "desde el " PD-REOPEN-DATE OF WS-PERIOD-WORK " por "
            FUNCTION TRIM(PD-REOPEN-OPERATOR OF WS-PERIOD-WORK) "."
        MOVE 8 TO RETURN-CODE
        GO TO 3000-REOPEN-PERIOD-EXIT
    END-IF.

    DISPLAY "ATENCION: se va a REABRIR el periodo " WS-TARGET-MONTH
        ", cerrado el " PD-CLOSE-DATE OF WS-PERIOD-WORK " por "
        FUNCTION TRIM(PD-CLOSE-OPERATOR OF WS-PERIOD-WORK) ".".
    DISPLAY "Los cambios con fecha del mes entrarán sin doble "
        "control hasta que se vuelva a cerrar.".
    DISPLAY "¿Confirma el supervisor la reapertura? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
        DISPLAY "Reapertura cancelada; el periodo sigue cerrado."
        GO TO 3000-REOPEN-PERIOD-EXIT
    END-IF.

    SET PD-REOPENED OF WS-PERIOD-WORK TO TRUE.
    MOVE WS-TODAY-DATE TO PD-REOPEN-DATE OF WS-PERIOD-WORK.
    MOVE AUT-OPERATOR OF WS-AUTH-AREA
        TO PD-REOPEN-OPERATOR OF WS-PERIOD-WORK.
    IF PD-REOPEN-COUNT OF WS-PERIOD-WORK < 99
        ADD 1 TO PD-REOPEN-COUNT OF WS-PERIOD-WORK
    END-IF.
    MOVE WS-PERIOD-WORK TO WS-PT-LINE (WS-PT-FOUND).
    PERFORM 5000-REWRITE-PERIODS THRU 5000-REWRITE-PERIODS-EXIT.
    IF RETURN-CODE = 16
        GO TO 3000-REOPEN-PERIOD-EXIT
    END-IF.

    DISPLAY "Periodo " WS-TARGET-MONTH " reabierto. La cadena de fin "
        "de mes no lo vuelve a cerrar sola: ciérralo con "
        "PERIODO_MES=" WS-TARGET-MONTH " al terminar los ajustes.".
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING "REAPERTURA PER=" DELIMITED BY SIZE
           WS-TARGET-MONTH DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    PERFORM 8000-WRITE-AUDIT-LOG.
3000-REOPEN-PERIOD-EXIT.
    EXIT.

5000-REWRITE-PERIODS.
    OPEN OUTPUT PERIOD-FILE.
    IF WS-PERIOD-STATUS NOT = "00"
        DISPLAY "Error: no se pudo reescribir 'periodos.txt' (status "
            WS-PERIOD-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 5000-REWRITE-PERIODS-EXIT
    END-IF.
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1
        UNTIL WS-PT-IDX > WS-PT-COUNT
        MOVE WS-PT-LINE (WS-PT-IDX) TO PERIOD-REC
        WRITE PERIOD-REC
    END-PERFORM.
    CLOSE PERIOD-FILE.
5000-REWRITE-PERIODS-EXIT.
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
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "PeriodClose" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
