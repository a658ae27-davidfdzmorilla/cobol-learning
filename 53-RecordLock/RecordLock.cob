    IF RSV-REQ-RELEASE OF LNK-RESERVE-AREA
        PERFORM 3000-RELEASE-RESERVATION
    ELSE
        PERFORM 2000-ACQUIRE-RESERVATION THRU 2000-ACQUIRE-RESERVATION-EXIT
    END-IF.
    GOBACK.

