*> nivel, reinicio de contraseña y desbloqueo tras intentos
*> fallidos. Sólo supervisores. El fichero se reescribe entero al
*> salir si hubo cambios, igual que el maestro de sucursales.
*> También asigna a cada operador las sucursales en las que
*> trabaja (hasta cinco); sin ninguna es de servicios centrales.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
    SELECT BRANCH-FILE ASSIGN TO "sucursales.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BRANCH-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

FD BRANCH-FILE.
    COPY BRANCHREC REPLACING BRANCH-RECORD BY BRANCH-REC.

WORKING-STORAGE SECTION.
01 WS-PROFILE-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
        10 WS-OP-PASSWORD PIC X(12).
        10 WS-OP-ACTIVE   PIC X(01).
        10 WS-OP-FAILS    PIC 9(01).
        10 WS-OP-BRANCHES PIC X(20).
01 WS-OP-COUNT PIC 9(03) VALUE 0.
01 WS-OP-IDX PIC 9(03) VALUE 0.
01 WS-OP-FOUND PIC X VALUE "N".
01 WS-LEVEL-X PIC X(01) VALUE SPACES.
01 WS-PASSWORD PIC X(12) VALUE SPACES.

*> Asignación de sucursales: se validan contra el maestro de
*> sucursales cuando existe; si no existe se aceptan tal cual.
01 WS-BRANCH-FILE-STATUS PIC XX VALUE "00".
01 WS-BRANCH-REF-TABLE.
    05 WS-BRT-ENTRY OCCURS 200 TIMES.
        10 WS-BRT-CODE   PIC X(04).
        10 WS-BRT-ACTIVE PIC X(01).
01 WS-BRT-COUNT PIC 9(03) VALUE 0.
01 WS-BRT-IDX PIC 9(03) VALUE 0.
01 WS-BRANCH-EOF PIC X VALUE "N".
01 WS-BRANCH-OK PIC X VALUE "Y".
01 WS-NEW-BRANCHES.
    05 WS-NEW-BRANCH-CODE PIC X(04) OCCURS 5 TIMES.
01 WS-BRANCH-IDX PIC 9(01) VALUE 0.
01 WS-BRANCH-INPUT PIC X(04) VALUE SPACES.
01 WS-BRANCH-VALID PIC X VALUE "Y".

*> Niveles de autorización: administrar operadores es de nivel 3.
COPY AUTHAREA REPLACING AUTH-AREA BY WS-AUTH-AREA.

    END-IF.

    PERFORM 1000-LOAD-PROFILE.
    PERFORM 1300-LOAD-BRANCH-TABLE.

    PERFORM UNTIL WS-CONTINUE = "N"
        DISPLAY "Operadores: (L)istar, (A)ñadir, (B)aja, (N)ivel, "
            "(R)einiciar contraseña, (U) desbloquear, "
            "(T) sucursales, (S)alir: "
            WITH NO ADVANCING
        ACCEPT WS-OPTION
        EVALUATE WS-OPTION
            WHEN "L" WHEN "l"
                PERFORM 2000-LIST-OPERATORS
            WHEN "A" WHEN "a"
                PERFORM 3000-ADD-OPERATOR THRU 3000-ADD-OPERATOR-EXIT
            WHEN "B" WHEN "b"
                PERFORM 4000-DEACTIVATE-OPERATOR
            WHEN "N" WHEN "n"
                PERFORM 5000-RESET-PASSWORD
            WHEN "U" WHEN "u"
                PERFORM 5500-UNLOCK-OPERATOR
            WHEN "T" WHEN "t"
                PERFORM 5700-ASSIGN-BRANCHES THRU 5700-ASSIGN-BRANCHES-EXIT
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
    ELSE
        MOVE 0 TO WS-OP-FAILS (WS-OP-COUNT)
    END-IF.
    MOVE OP-BRANCHES OF PROFILE-REC TO WS-OP-BRANCHES (WS-OP-COUNT).
1100-STORE-OPERATOR-EXIT.
    EXIT.

1200-FIND-OPERATOR-EXIT.
    EXIT.

1300-LOAD-BRANCH-TABLE.
    OPEN INPUT BRANCH-FILE.
    IF WS-BRANCH-FILE-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE "N" TO WS-BRANCH-EOF
        PERFORM UNTIL WS-BRANCH-EOF = "Y"
            READ BRANCH-FILE
                AT END MOVE "Y" TO WS-BRANCH-EOF
                NOT AT END
                    IF WS-BRT-COUNT < 200
                        ADD 1 TO WS-BRT-COUNT
                        MOVE BC-CODE OF BRANCH-REC
                            TO WS-BRT-CODE (WS-BRT-COUNT)
                        MOVE BC-ACTIVE OF BRANCH-REC
                            TO WS-BRT-ACTIVE (WS-BRT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BRANCH-FILE
    END-IF.
1300-LOAD-BRANCH-TABLE-EXIT.
    EXIT.

2000-LIST-OPERATORS.
    IF WS-OP-COUNT = 0
        DISPLAY "No hay operadores dados de alta."
    ELSE
        DISPLAY "NOMBRE               NIV ACT FALLOS SUCURSALES"
        PERFORM VARYING WS-OP-IDX FROM 1 BY 1
            UNTIL WS-OP-IDX > WS-OP-COUNT
            IF WS-OP-FAILS (WS-OP-IDX) >= 3
                DISPLAY WS-OP-NAME (WS-OP-IDX) " "
                    WS-OP-LEVEL (WS-OP-IDX) "   "
                    WS-OP-ACTIVE (WS-OP-IDX) "   "
                    WS-OP-FAILS (WS-OP-IDX) "      "
                    WS-OP-BRANCHES (WS-OP-IDX) " BLOQUEADO"
            ELSE
                IF WS-OP-BRANCHES (WS-OP-IDX) = SPACES
                    DISPLAY WS-OP-NAME (WS-OP-IDX) " "
                        WS-OP-LEVEL (WS-OP-IDX) "   "
                        WS-OP-ACTIVE (WS-OP-IDX) "   "
                        WS-OP-FAILS (WS-OP-IDX) "      "
                        "(centrales)"
                ELSE
                    DISPLAY WS-OP-NAME (WS-OP-IDX) " "
                        WS-OP-LEVEL (WS-OP-IDX) "   "
                        WS-OP-ACTIVE (WS-OP-IDX) "   "
                        WS-OP-FAILS (WS-OP-IDX) "      "
                        WS-OP-BRANCHES (WS-OP-IDX)
                END-IF
            END-IF
        END-PERFORM
    END-IF.
    MOVE WS-PASSWORD TO WS-OP-PASSWORD (WS-OP-COUNT).
    MOVE "S" TO WS-OP-ACTIVE (WS-OP-COUNT).
    MOVE 0 TO WS-OP-FAILS (WS-OP-COUNT).
    MOVE SPACES TO WS-OP-BRANCHES (WS-OP-COUNT).
    MOVE "Y" TO WS-CHANGED.
    ADD 1 TO WS-CHANGED-COUNT.
    DISPLAY "Operador " FUNCTION TRIM(WS-NAME) " dado de alta.".
5500-UNLOCK-OPERATOR-EXIT.
    EXIT.

5700-ASSIGN-BRANCHES.
    *> Se teclean de nuevo las cinco posiciones; una en blanco
    *> termina la lista. Ninguna = servicios centrales (todas).
    DISPLAY "Operador a asignar sucursales: " WITH NO ADVANCING.
    ACCEPT WS-NAME.
    PERFORM 1200-FIND-OPERATOR.
    IF WS-OP-FOUND = "N"
        DISPLAY "No existe el operador " FUNCTION TRIM(WS-NAME) "."
        GO TO 5700-ASSIGN-BRANCHES-EXIT
    END-IF.
    IF WS-OP-BRANCHES (WS-OP-FOUND-IDX) = SPACES
        DISPLAY "Sucursales actuales: ninguna (servicios centrales)."
    ELSE
        DISPLAY "Sucursales actuales: "
            WS-OP-BRANCHES (WS-OP-FOUND-IDX)
    END-IF.
    DISPLAY "Teclee hasta 5 códigos; en blanco para terminar "
        "(ninguno = servicios centrales).".
    MOVE SPACES TO WS-NEW-BRANCHES.
    MOVE "Y" TO WS-BRANCH-VALID.
    PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
        UNTIL WS-BRANCH-IDX > 5
        DISPLAY "Sucursal " WS-BRANCH-IDX ": " WITH NO ADVANCING
        MOVE SPACES TO WS-BRANCH-INPUT
        ACCEPT WS-BRANCH-INPUT
        IF WS-BRANCH-INPUT = SPACES
            EXIT PERFORM
        END-IF
        PERFORM 5750-CHECK-BRANCH-CODE
        IF WS-BRANCH-OK = "N"
            DISPLAY "Sucursal " WS-BRANCH-INPUT
                " no existe o está inactiva en 'sucursales.txt'."
            MOVE "N" TO WS-BRANCH-VALID
            EXIT PERFORM
        END-IF
        MOVE WS-BRANCH-INPUT TO WS-NEW-BRANCH-CODE (WS-BRANCH-IDX)
    END-PERFORM.
    IF WS-BRANCH-VALID = "N"
        DISPLAY "No se cambia nada."
        GO TO 5700-ASSIGN-BRANCHES-EXIT
    END-IF.
    MOVE WS-NEW-BRANCHES TO WS-OP-BRANCHES (WS-OP-FOUND-IDX).
    MOVE "Y" TO WS-CHANGED.
    ADD 1 TO WS-CHANGED-COUNT.
    IF WS-NEW-BRANCHES = SPACES
        DISPLAY "Operador " FUNCTION TRIM(WS-NAME)
            " asignado a servicios centrales (todas las sucursales)."
    ELSE
        DISPLAY "Sucursales del operador " FUNCTION TRIM(WS-NAME)
            ": " WS-NEW-BRANCHES
    END-IF.
5700-ASSIGN-BRANCHES-EXIT.
    EXIT.

5750-CHECK-BRANCH-CODE.
    *> Sin maestro de sucursales no hay contra qué validar.
    IF WS-BRT-COUNT = 0
        MOVE "Y" TO WS-BRANCH-OK
    ELSE
        MOVE "N" TO WS-BRANCH-OK
        PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
            UNTIL WS-BRT-IDX > WS-BRT-COUNT
            IF WS-BRT-CODE (WS-BRT-IDX) = WS-BRANCH-INPUT
                    AND WS-BRT-ACTIVE (WS-BRT-IDX) = "S"
                MOVE "Y" TO WS-BRANCH-OK
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF.
5750-CHECK-BRANCH-CODE-EXIT.
    EXIT.

6000-REWRITE-PROFILE.
    OPEN OUTPUT PROFILE-FILE.
    IF WS-PROFILE-STATUS NOT = "00"
                TO OP-ACTIVE OF PROFILE-REC
            MOVE WS-OP-FAILS (WS-OP-IDX)
                TO OP-FAIL-COUNT OF PROFILE-REC
            MOVE WS-OP-BRANCHES (WS-OP-IDX)
                TO OP-BRANCHES OF PROFILE-REC
            WRITE PROFILE-REC
        END-PERFORM
        CLOSE PROFILE-FILE
