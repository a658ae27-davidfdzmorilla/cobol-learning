
    ACCEPT WS-BRANCH-ENV FROM ENVIRONMENT "TENDENCIA_SUCURSAL".
    IF WS-BRANCH-ENV NOT = SPACES
        PERFORM 3000-REPORT-BRANCH-TREND THRU 3000-REPORT-BRANCH-TREND-EXIT
    END-IF.
    ACCEPT WS-REGION-ENV FROM ENVIRONMENT "TENDENCIA_REGION".
    IF WS-REGION-ENV NOT = SPACES
        PERFORM 4000-REPORT-REGION-TREND THRU 4000-REPORT-REGION-TREND-EXIT
    END-IF.

    CLOSE REPORT-FILE.
    EXIT.

3000-REPORT-BRANCH-TREND.
    PERFORM 3100-LOAD-BRANCH-MAP THRU 3100-LOAD-BRANCH-MAP-EXIT.
    MOVE WS-BRANCH-ENV TO WS-RESOLVE-CODE.
    PERFORM 3200-RESOLVE-CODE.
    MOVE WS-RESOLVE-CODE TO WS-TARGET-CODE.
