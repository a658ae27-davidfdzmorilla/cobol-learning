        *> datos: queda en el registro de accesos.
        MOVE WS-ID TO ACC-PERSON-ID OF WS-ACC-AREA
        MOVE "ChangeHistoryInquiry" TO ACC-PROGRAM OF WS-ACC-AREA
        SET ACC-EVENT-ACCESS OF WS-ACC-AREA TO TRUE
        CALL "AccessRegister" USING WS-ACC-AREA
        PERFORM 2000-SCAN-HISTORY
        IF WS-MATCH-COUNT = 0
