        WHEN OTHER
            PERFORM 2100-READ-THROUGH
            CLOSE ARCHIVE-FILE
            PERFORM 2200-JUDGE-COUNTS THRU 2200-JUDGE-COUNTS-EXIT
    END-EVALUATE.
2000-CHECK-ONE-ARCHIVE-EXIT.
    EXIT.
