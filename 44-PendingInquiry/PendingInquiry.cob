                MOVE SPACES TO WS-FILTER-ID-X
                PERFORM 2000-LIST-PENDING
            WHEN "C" WHEN "c"
                PERFORM 3000-CANCEL-ONE THRU 3000-CANCEL-ONE-EXIT
            WHEN "R" WHEN "r"
                PERFORM 4000-REDATE-ONE THRU 4000-REDATE-ONE-EXIT
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
