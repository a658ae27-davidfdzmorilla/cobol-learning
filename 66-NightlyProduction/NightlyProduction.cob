                    MOVE PR-CONTROL-COUNT OF INPUT-RECORD
                        TO WS-CONTROL-COUNT
                ELSE
                    PERFORM 2000-PRODUCE-ONE-RECORD THRU 2000-PRODUCE-ONE-RECORD-EXIT
                END-IF
        END-READ
    END-PERFORM.
