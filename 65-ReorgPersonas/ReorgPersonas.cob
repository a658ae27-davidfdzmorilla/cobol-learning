        GOBACK
    END-IF.

    PERFORM 3000-REBUILD-MASTER THRU 3000-REBUILD-MASTER-EXIT.
    PERFORM 4000-VERIFY-REBUILT THRU 4000-VERIFY-REBUILT-EXIT.
    PERFORM 0600-RELEASE-MASTER-LOCK.

    COMPUTE WS-GAPS-RECLAIMED = WS-MAX-ID - WS-UN-COUNT.
