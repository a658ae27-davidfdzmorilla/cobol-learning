    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM 2000-SHOW-PIPELINE THRU 2000-SHOW-PIPELINE-EXIT.
    PERFORM 3000-SHOW-OPEN-ALERTS.
    PERFORM 4000-SHOW-STAGED-IMPORT.
    PERFORM 5000-SHOW-PENDING-DUE.
