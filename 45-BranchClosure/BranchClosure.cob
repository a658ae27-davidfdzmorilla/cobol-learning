        GOBACK
    END-IF.

    PERFORM 2000-TRANSFER-PERSONS THRU 2000-TRANSFER-PERSONS-EXIT.
    PERFORM 0600-RELEASE-MASTER-LOCK.

    PERFORM 3000-DEACTIVATE-CLOSED-BRANCH.
