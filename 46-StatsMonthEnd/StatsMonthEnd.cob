    END-IF.
    PERFORM 2500-FIND-PRIOR-MONTHLY.
    PERFORM 3000-WRITE-MONTHLY-REPORT.
    PERFORM 4000-ARCHIVE-AND-REWRITE THRU 4000-ARCHIVE-AND-REWRITE-EXIT.
    DISPLAY "Mes " WS-TARGET-MONTH " consolidado: " WS-MONTH-RUNS
        " ejecuciones resumidas, " WS-PRUNED-COUNT
        " registros diarios archivados en 'estadisticas.arc'.".
