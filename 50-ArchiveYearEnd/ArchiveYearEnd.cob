        GOBACK
    END-IF.

    PERFORM 3000-WRITE-YEARLY-FILE THRU 3000-WRITE-YEARLY-FILE-EXIT.
    IF WS-YEARLY-STATUS NOT = "00"
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 4000-REWRITE-CATALOG THRU 4000-REWRITE-CATALOG-EXIT.
    PERFORM 5000-RETIRE-DAILIES.

    DISPLAY "Año " WS-TARGET-YEAR " consolidado en '"
        UNTIL WS-CAT-IDX > WS-CAT-TOTAL OR WS-IM-OVERFLOW = "Y"
        IF WS-CAT-MERGE (WS-CAT-IDX) = "Y"
            MOVE WS-CAT-NAME (WS-CAT-IDX) TO WS-ARCHIVE-FILE-NAME
            PERFORM 2100-ABSORB-ONE-DAILY THRU 2100-ABSORB-ONE-DAILY-EXIT
        END-IF
    END-PERFORM.
2000-ABSORB-DAILIES-EXIT.
            AT END MOVE "Y" TO WS-ARCHIVE-EOF
            NOT AT END
                IF NOT PR-TYPE-TRAILER OF ARCHIVE-RECORD
                    PERFORM 2200-KEEP-LAST-IMAGE THRU 2200-KEEP-LAST-IMAGE-EXIT
                END-IF
        END-READ
    END-PERFORM.
