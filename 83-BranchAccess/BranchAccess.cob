IDENTIFICATION DIVISION.
PROGRAM-ID. BranchAccess.
*> Subprograma de acceso por sucursal: contesta si el operador
*> firmado (OPERADOR o USER) puede ver a una persona según las
*> sucursales que tiene asignadas en operadores.txt. Sin sucursales
*> asignadas, sin fichero de operadores o sin figurar en él, el
*> operador es de servicios centrales y lo ve todo, igual que
*> OperatorAuth no restringe nada sin perfiles. Una persona sin
*> sucursal sólo la ven los servicios centrales. Cada rechazo queda
*> en accesos.txt (vía AccessRegister, marcado "R") y en
*> auditoria.log. Las sucursales del operador se leen una sola vez
*> por ejecución, en la primera llamada.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROFILE-FILE ASSIGN TO "operadores.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PROFILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD PROFILE-FILE.
    COPY OPERREC REPLACING OPERATOR-RECORD BY PROFILE-RECORD.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-PROFILE-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-LOADED PIC X VALUE "N".
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-OPERATOR-FOUND PIC X VALUE "N".
01 WS-BRANCHES.
    05 WS-BRANCH-CODE PIC X(04) OCCURS 5 TIMES.
01 WS-BRANCH-IDX PIC 9(01) VALUE 0.

*> Registro de accesos a datos personales (ver ACCAREA.cpy).
COPY ACCAREA REPLACING ACCESS-AREA BY WS-ACC-AREA.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-DATE-N PIC 9(8) VALUE 0.
01 WS-AUDIT-DATE-R REDEFINES WS-AUDIT-DATE-N.
    05 WS-AUDIT-YEAR  PIC 9(4).
    05 WS-AUDIT-MONTH PIC 99.
    05 WS-AUDIT-DAY   PIC 99.
01 WS-AUDIT-DATE-DISPLAY PIC X(10).
01 WS-AUDIT-TIME-N PIC 9(8) VALUE 0.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

LINKAGE SECTION.
    COPY BRACAREA REPLACING BRANCH-ACCESS-AREA BY LNK-BRANCH-AREA.

PROCEDURE DIVISION USING LNK-BRANCH-AREA.
    IF WS-LOADED = "N"
        PERFORM 1000-LOAD-OPERATOR-BRANCHES
        MOVE "Y" TO WS-LOADED
    END-IF.
    MOVE WS-OPERATOR TO BRA-OPERATOR OF LNK-BRANCH-AREA.
    MOVE WS-BRANCHES TO BRA-OPERATOR-BRANCHES OF LNK-BRANCH-AREA.

    IF BRA-REQ-SUMMARY OF LNK-BRANCH-AREA
        IF BRA-REFUSED-COUNT OF LNK-BRANCH-AREA > 0
            MOVE 0 TO BRA-PERSON-ID OF LNK-BRANCH-AREA
            MOVE SPACES TO BRA-BRANCH-CODE OF LNK-BRANCH-AREA
            PERFORM 3000-LOG-REFUSAL
        END-IF
        SET BRA-REFUSED OF LNK-BRANCH-AREA TO TRUE
        GOBACK
    END-IF.

    PERFORM 2000-CHECK-BRANCH.
    IF BRA-REFUSED OF LNK-BRANCH-AREA
            AND BRA-REQ-VERIFY OF LNK-BRANCH-AREA
        PERFORM 3000-LOG-REFUSAL
    END-IF.
    GOBACK.

1000-LOAD-OPERATOR-BRANCHES.
    MOVE SPACES TO WS-BRANCHES.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    MOVE "N" TO WS-OPERATOR-FOUND.
    OPEN INPUT PROFILE-FILE.
    IF WS-PROFILE-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y" OR WS-OPERATOR-FOUND = "Y"
            READ PROFILE-FILE
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                    IF OP-NAME OF PROFILE-RECORD = WS-OPERATOR
                        MOVE "Y" TO WS-OPERATOR-FOUND
                        MOVE OP-BRANCHES OF PROFILE-RECORD
                            TO WS-BRANCHES
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROFILE-FILE
    END-IF.
1000-LOAD-OPERATOR-BRANCHES-EXIT.
    EXIT.

2000-CHECK-BRANCH.
    IF WS-BRANCHES = SPACES
        SET BRA-ALLOWED OF LNK-BRANCH-AREA TO TRUE
    ELSE
        SET BRA-REFUSED OF LNK-BRANCH-AREA TO TRUE
        IF BRA-BRANCH-CODE OF LNK-BRANCH-AREA NOT = SPACES
            PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                UNTIL WS-BRANCH-IDX > 5
                IF WS-BRANCH-CODE (WS-BRANCH-IDX)
                        = BRA-BRANCH-CODE OF LNK-BRANCH-AREA
                    SET BRA-ALLOWED OF LNK-BRANCH-AREA TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-IF.
2000-CHECK-BRANCH-EXIT.
    EXIT.

3000-LOG-REFUSAL.
    MOVE BRA-PERSON-ID OF LNK-BRANCH-AREA
        TO ACC-PERSON-ID OF WS-ACC-AREA.
    MOVE BRA-PROGRAM OF LNK-BRANCH-AREA TO ACC-PROGRAM OF WS-ACC-AREA.
    SET ACC-EVENT-REFUSED OF WS-ACC-AREA TO TRUE.
    MOVE BRA-BRANCH-CODE OF LNK-BRANCH-AREA
        TO ACC-BRANCH-CODE OF WS-ACC-AREA.
    CALL "AccessRegister" USING WS-ACC-AREA.

    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    IF WS-AUDIT-STATUS NOT = "00"
        CONTINUE
    ELSE
        ACCEPT WS-AUDIT-DATE-N FROM DATE YYYYMMDD
        ACCEPT WS-AUDIT-TIME-N FROM TIME
        STRING WS-AUDIT-DAY   DELIMITED BY SIZE "/"
               WS-AUDIT-MONTH DELIMITED BY SIZE "/"
               WS-AUDIT-YEAR  DELIMITED BY SIZE
            INTO WS-AUDIT-DATE-DISPLAY
        MOVE SPACES TO WS-AUDIT-DETAIL
        IF BRA-REQ-SUMMARY OF LNK-BRANCH-AREA
            STRING "SUC.AJENA N=" DELIMITED BY SIZE
                   BRA-REFUSED-COUNT OF LNK-BRANCH-AREA
                       DELIMITED BY SIZE
                INTO WS-AUDIT-DETAIL
        ELSE
            STRING "SUC.AJENA ID=" DELIMITED BY SIZE
                   BRA-PERSON-ID OF LNK-BRANCH-AREA DELIMITED BY SIZE
                INTO WS-AUDIT-DETAIL
        END-IF
        MOVE SPACES TO AUDIT-LINE-REC
        MOVE BRA-PROGRAM OF LNK-BRANCH-AREA
            TO AUD-PROGRAM OF AUDIT-LINE-REC
        MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC
        MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC
        MOVE WS-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC
        MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC
        CALL "AuditSeal" USING AUDIT-LINE-REC
        WRITE AUDIT-LINE-REC
        CLOSE AUDIT-FILE
    END-IF.
3000-LOG-REFUSAL-EXIT.
    EXIT.
