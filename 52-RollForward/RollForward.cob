        READ JOURNAL-FILE
            AT END MOVE "Y" TO WS-JOURNAL-EOF
            NOT AT END
                PERFORM 2000-REPLAY-ONE THRU 2000-REPLAY-ONE-EXIT
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-FILE.
