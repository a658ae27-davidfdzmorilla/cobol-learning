            WHEN "L" WHEN "l"
                PERFORM 2500-LIST-ALL
            WHEN "R" WHEN "r"
                PERFORM 3000-ACKNOWLEDGE-ONE THRU 3000-ACKNOWLEDGE-ONE-EXIT
            WHEN "C" WHEN "c"
                PERFORM 4000-CLOSE-ONE THRU 4000-CLOSE-ONE-EXIT
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
