    PERFORM VARYING WS-QT-IDX FROM 1 BY 1
        UNTIL WS-QT-IDX > WS-QT-COUNT OR WS-STOP-REVIEW = "Y"
        IF WS-QT-STATUS (WS-QT-IDX) = "P"
            PERFORM 2000-REVIEW-ONE-PAIR THRU 2000-REVIEW-ONE-PAIR-EXIT
        END-IF
    END-PERFORM.

    EXIT.

2000-REVIEW-ONE-PAIR.
    PERFORM 2100-SHOW-PAIR THRU 2100-SHOW-PAIR-EXIT.
    IF WS-PAIR-SHOWN = "N"
        GO TO 2000-REVIEW-ONE-PAIR-EXIT
    END-IF.
        WHEN "D" WHEN "d"
            PERFORM 3000-MARK-DISTINCT
        WHEN "F" WHEN "f"
            PERFORM 4000-HAND-OFF-MERGE THRU 4000-HAND-OFF-MERGE-EXIT
        WHEN "Q" WHEN "q"
            MOVE "Y" TO WS-STOP-REVIEW
        WHEN OTHER
    DISPLAY " " UPON ENVIRONMENT-VALUE.
    DISPLAY "FUSION_ABSORBIDO" UPON ENVIRONMENT-NAME.
    DISPLAY " " UPON ENVIRONMENT-VALUE.
    PERFORM 4500-CHECK-MERGE-DONE THRU 4500-CHECK-MERGE-DONE-EXIT.
4000-HAND-OFF-MERGE-EXIT.
    EXIT.

