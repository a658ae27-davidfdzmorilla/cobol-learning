            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-LINE-NUMBER
                PERFORM 2000-VERIFY-ONE-LINE THRU 2000-VERIFY-ONE-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE LOG-FILE.
