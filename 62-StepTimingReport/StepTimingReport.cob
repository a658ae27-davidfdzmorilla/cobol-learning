01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    PERFORM 1000-FIND-LAST-DATE THRU 1000-FIND-LAST-DATE-EXIT.
    IF WS-LAST-DATE = 0
        DISPLAY "No hay histórico 'tiempos.hist' que informar."
        GOBACK
        READ TIMING-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 2100-FIND-STEP-SLOT THRU 2100-FIND-STEP-SLOT-EXIT
                IF WS-ST-FOUND = "Y"
                    IF TM-RUN-DATE OF TIMING-REC = WS-LAST-DATE
                        MOVE TM-ELAPSED OF TIMING-REC
