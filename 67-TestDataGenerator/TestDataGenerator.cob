        COMPUTE WS-SEED = FUNCTION NUMVAL (WS-SEED-ENV)
    END-IF.

    PERFORM 1000-LOAD-BRANCH-CODES THRU 1000-LOAD-BRANCH-CODES-EXIT.

    IF WS-GEN-MODE = "M"
        PERFORM 2000-GENERATE-MASTER
