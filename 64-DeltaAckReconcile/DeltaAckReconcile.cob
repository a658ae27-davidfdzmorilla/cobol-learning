        MOVE WS-ACK-ENV TO WS-ACK-FILE-NAME
    END-IF.

    PERFORM 1000-LOAD-DISPATCHES THRU 1000-LOAD-DISPATCHES-EXIT.
    IF WS-EV-COUNT = 0
        DISPLAY "No hay envíos registrados en 'envios.txt'."
        GOBACK
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM 2000-PROCESS-ACK-FILE THRU 2000-PROCESS-ACK-FILE-EXIT.
    PERFORM 4000-REPORT-STALE-DISPATCHES.

    MOVE ALL "-" TO REPORT-LINE.
    CLOSE REPORT-FILE.

    IF WS-CHANGED = "Y"
        PERFORM 6000-REWRITE-DISPATCHES THRU 6000-REWRITE-DISPATCHES-EXIT
    END-IF.
    DISPLAY "Conciliación terminada: " WS-CONFIRMED-COUNT
        " confirmados, " WS-REQUEUED-COUNT " reencolados, "
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF ACK-RECORD NOT = SPACES
                    PERFORM 2100-PROCESS-ONE-ACK THRU 2100-PROCESS-ONE-ACK-EXIT
                END-IF
        END-READ
    END-PERFORM.
        MOVE "A" TO WS-EV-STATUS (WS-EV-MATCH-IDX)
        MOVE "Y" TO WS-CHANGED
        ADD 1 TO WS-CONFIRMED-COUNT
        PERFORM 3000-ADVANCE-BOOKMARK THRU 3000-ADVANCE-BOOKMARK-EXIT
        PERFORM 3500-SUPERSEDE-COVERED
        MOVE SPACES TO REPORT-LINE
        STRING "CONFIRMADO el envio del " DELIMITED BY SIZE
