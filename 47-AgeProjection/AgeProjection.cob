                    IF PR-BIRTH-DATE OF MASTER-RECORD = 0
                        ADD 1 TO TOTAL-UNKNOWN
                    ELSE
                        PERFORM 2000-PROJECT-ONE-PERSON THRU 2000-PROJECT-ONE-PERSON-EXIT
                    END-IF
                END-IF
        END-READ
2000-PROJECT-ONE-PERSON.
    PERFORM 2100-COMPUTE-CURRENT-AGE.
    ADD 1 TO TOTAL-KNOWN.
    PERFORM 2200-FIND-BRANCH-SLOT THRU 2200-FIND-BRANCH-SLOT-EXIT.
    IF WS-PJ-FOUND = "N"
        GO TO 2000-PROJECT-ONE-PERSON-EXIT
    END-IF.
