        10 WS-OP-PASSWORD PIC X(12).
        10 WS-OP-ACTIVE   PIC X(01).
        10 WS-OP-FAILS    PIC 9(01).
        10 WS-OP-BRANCHES PIC X(20).
01 WS-OP-COUNT PIC 9(03) VALUE 0.
01 WS-OP-IDX PIC 9(03) VALUE 0.
01 WS-OP-FOUND-IDX PIC 9(03) VALUE 0.
    IF WS-SECOND-CHOICE = "Y" OR WS-SECOND-CHOICE = "y"
        DISPLAY "Nombre del segundo supervisor: " WITH NO ADVANCING
        ACCEPT WS-SECOND-NAME
        PERFORM 2000-CHECK-SECOND-SIGNER THRU 2000-CHECK-SECOND-SIGNER-EXIT
        IF WS-PROFILE-CHANGED = "Y"
            PERFORM 2500-REWRITE-PROFILE THRU 2500-REWRITE-PROFILE-EXIT
        END-IF
        IF WS-SECOND-FOUND = "Y"
            MOVE WS-SECOND-NAME

    *> La petición queda aparcada hasta que otro supervisor la
    *> apruebe hoy mismo; mañana caduca sola.
    PERFORM 3000-PARK-REQUEST THRU 3000-PARK-REQUEST-EXIT.
    SET APR-PARKED OF LNK-APPROVAL-AREA TO TRUE.
    DISPLAY "Petición aparcada en 'aprobaciones.txt'; otro "
        "supervisor debe aprobarla hoy para que proceda.".
        DISPLAY "La segunda firma debe ser de otro supervisor."
        GO TO 2000-CHECK-SECOND-SIGNER-EXIT
    END-IF.
    PERFORM 2100-LOAD-PROFILE-TABLE THRU 2100-LOAD-PROFILE-TABLE-EXIT.
    IF WS-OP-COUNT = 0
        DISPLAY "Sin perfil 'operadores.txt' no se puede verificar "
            "la segunda firma."
                    ELSE
                        MOVE 0 TO WS-OP-FAILS (WS-OP-COUNT)
                    END-IF
                    MOVE OP-BRANCHES OF PROFILE-RECORD
                        TO WS-OP-BRANCHES (WS-OP-COUNT)
                END-IF
        END-READ
    END-PERFORM.
            TO OP-ACTIVE OF PROFILE-RECORD
        MOVE WS-OP-FAILS (WS-OP-IDX)
            TO OP-FAIL-COUNT OF PROFILE-RECORD
        MOVE WS-OP-BRANCHES (WS-OP-IDX)
            TO OP-BRANCHES OF PROFILE-RECORD
        WRITE PROFILE-RECORD
    END-PERFORM.
    CLOSE PROFILE-FILE.
