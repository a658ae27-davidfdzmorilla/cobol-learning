            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF NOT PR-TYPE-TRAILER OF MASTER-RECORD
                    PERFORM 2000-SCORE-ONE-RECORD THRU 2000-SCORE-ONE-RECORD-EXIT
                END-IF
        END-READ
    END-PERFORM.
    END-IF.

    PERFORM 5000-WRITE-REPORT.
    PERFORM 6000-APPEND-SCORE-HISTORY THRU 6000-APPEND-SCORE-HISTORY-EXIT.
    DISPLAY "Cuadro de calidad escrito en 'calidad.rpt' ("
        GRAND-TOTAL " registros) y añadido a 'calidad.hist'.".
    PERFORM 8000-WRITE-AUDIT-LOG.
    IF PR-STATUS-DATE OF MASTER-RECORD = 0
        ADD 1 TO GRAND-NO-SDATE
    END-IF.
    PERFORM 2100-FIND-BRANCH-SLOT THRU 2100-FIND-BRANCH-SLOT-EXIT.
    IF WS-QT-FOUND = "N"
        GO TO 2000-SCORE-ONE-RECORD-EXIT
    END-IF.
