IDENTIFICATION DIVISION.
PROGRAM-ID. CardMaintenance.
*> Mantenimiento de tarjetas de socio en el mostrador (tarjetas.txt,
*> ver TARJREC.cpy):
*>   (V)er      todas las tarjetas de una persona, la activa primero.
*>   (P)erdida  da por perdida la tarjeta que se teclea: el número
*>              queda anulado (P) y se emite una de reposición con el
*>              número de emisión siguiente, el mismo tipo y la misma
*>              caducidad, pendiente de imprimir; sale en la próxima
*>              tarjetas_impresion.txt de CardIssue.
*> Sólo se ven y se tocan las tarjetas de personas de las sucursales
*> del operador (BranchAccess). Cada cambio recarga el fichero y lo
*> reescribe entero; caben 10000 tarjetas, igual que en CardIssue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARD-FILE ASSIGN TO "tarjetas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARD-STATUS.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CARD-FILE.
    COPY TARJREC REPLACING CARD-RECORD BY CARD-REC.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-CARD-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-CONTINUE PIC X VALUE "Y".
01 WS-OPTION PIC X VALUE "V".
01 WS-CONFIRM PIC X VALUE "N".
01 WS-ID PIC 9(06) VALUE 0.
01 WS-PERSON-OK PIC X VALUE "N".
01 WS-PERSON-ACTIVE PIC X VALUE "N".
01 WS-PERSON-BRANCH PIC X(04) VALUE SPACES.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-LOST-COUNT PIC 9(04) VALUE 0.
01 WS-SHOWN-COUNT PIC 9(04) VALUE 0.

*> Número tecleado (ver CARDAREA.cpy).
01 WS-CARD-INPUT PIC X(15) VALUE SPACES.
COPY CARDAREA REPLACING CARDCHECK-AREA BY WS-CCK-AREA.

*> Tarjetas cargadas de tarjetas.txt.
01 WS-TJ-TABLE.
    05 WS-TJ-LINE PIC X(80) OCCURS 10000 TIMES.
01 WS-TJ-COUNT PIC 9(05) VALUE 0.
01 WS-TJ-IDX PIC 9(05) VALUE 0.
01 WS-TJ-FOUND-IDX PIC 9(05) VALUE 0.
01 WS-TJ-OVERFLOW PIC X VALUE "N".
01 WS-TJ-LOADED PIC X VALUE "N".
01 WS-MAX-SEQ PIC 9(03) VALUE 0.
COPY TARJREC REPLACING CARD-RECORD BY WS-TJ-WORK.
COPY TARJREC REPLACING CARD-RECORD BY WS-TJ-NEW.

*> Presentación.
01 WS-FMT-DATE-N PIC 9(8) VALUE 0.
01 WS-FMT-DATE-R REDEFINES WS-FMT-DATE-N.
    05 WS-FMT-YEAR  PIC 9(4).
    05 WS-FMT-MONTH PIC 99.
    05 WS-FMT-DAY   PIC 99.
01 WS-FMT-DATE-X PIC X(10) VALUE SPACES.
01 WS-FMT-CARD-N PIC 9(09) VALUE 0.
01 WS-FMT-CARD-R REDEFINES WS-FMT-CARD-N.
    05 WS-FMT-CARD-PERSON PIC 9(06).
    05 WS-FMT-CARD-SEQ    PIC 9(02).
    05 WS-FMT-CARD-CHECK  PIC 9(01).
01 WS-FMT-CARD-X PIC X(11) VALUE SPACES.
01 WS-STATUS-WORD PIC X(11) VALUE SPACES.
01 WS-TYPE-WORD PIC X(07) VALUE SPACES.
01 WS-EXPIRY-X PIC X(10) VALUE SPACES.

*> Acceso por sucursal del operador (ver BRACAREA.cpy).
COPY BRACAREA REPLACING BRANCH-ACCESS-AREA BY WS-BRA-AREA.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-AUDIT-DATE-N PIC 9(8) VALUE 0.
01 WS-AUDIT-DATE-R REDEFINES WS-AUDIT-DATE-N.
    05 WS-AUDIT-YEAR  PIC 9(4).
    05 WS-AUDIT-MONTH PIC 99.
    05 WS-AUDIT-DAY   PIC 99.
01 WS-AUDIT-DATE-DISPLAY PIC X(10).
01 WS-AUDIT-TIME-N PIC 9(8) VALUE 0.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes.
    CANCEL "BranchAccess".
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.

    PERFORM UNTIL WS-CONTINUE = "N"
        DISPLAY "Tarjetas: (V)er de una persona, (P)erdida, (S)alir: "
            WITH NO ADVANCING
        ACCEPT WS-OPTION
        EVALUATE WS-OPTION
            WHEN "V" WHEN "v"
                PERFORM 3000-SHOW-PERSON THRU 3000-SHOW-PERSON-EXIT
            WHEN "P" WHEN "p"
                PERFORM 4000-REPORT-LOST THRU 4000-REPORT-LOST-EXIT
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
                DISPLAY "Opción no reconocida."
        END-EVALUATE
    END-PERFORM.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-CARDS.
    MOVE 0 TO WS-TJ-COUNT.
    MOVE "N" TO WS-TJ-OVERFLOW.
    MOVE "N" TO WS-TJ-LOADED.
    OPEN INPUT CARD-FILE.
    IF WS-CARD-STATUS = "35"
        *> Todavía no se ha emitido ninguna tarjeta.
        MOVE "Y" TO WS-TJ-LOADED
        GO TO 1000-LOAD-CARDS-EXIT
    END-IF.
    IF WS-CARD-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'tarjetas.txt' (status "
            WS-CARD-STATUS ")."
        GO TO 1000-LOAD-CARDS-EXIT
    END-IF.
    MOVE "Y" TO WS-TJ-LOADED.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CARD-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-TJ-COUNT < 10000
                    ADD 1 TO WS-TJ-COUNT
                    MOVE CARD-REC TO WS-TJ-LINE (WS-TJ-COUNT)
                ELSE
                    MOVE "Y" TO WS-TJ-OVERFLOW
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CARD-FILE.
    IF WS-TJ-OVERFLOW = "Y"
        *> Reescribir desde una tabla incompleta perdería las tarjetas
        *> que no caben: se puede consultar pero no cambiar nada.
        DISPLAY "Aviso: 'tarjetas.txt' tiene más de 10000 tarjetas; "
            "sólo se consultan las primeras y no se admiten cambios."
    END-IF.
1000-LOAD-CARDS-EXIT.
    EXIT.

1100-SAVE-CARDS.
    OPEN OUTPUT CARD-FILE.
    IF WS-CARD-STATUS NOT = "00"
        DISPLAY "Error: no se pudo escribir 'tarjetas.txt' (status "
            WS-CARD-STATUS ")."
        GO TO 1100-SAVE-CARDS-EXIT
    END-IF.
    PERFORM VARYING WS-TJ-IDX FROM 1 BY 1
        UNTIL WS-TJ-IDX > WS-TJ-COUNT
        MOVE WS-TJ-LINE (WS-TJ-IDX) TO CARD-REC
        WRITE CARD-REC
    END-PERFORM.
    CLOSE CARD-FILE.
1100-SAVE-CARDS-EXIT.
    EXIT.

2100-CHECK-PERSON.
    MOVE "N" TO WS-PERSON-OK.
    MOVE "N" TO WS-PERSON-ACTIVE.
    MOVE SPACES TO WS-PERSON-BRANCH.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        GO TO 2100-CHECK-PERSON-EXIT
    END-IF.
    MOVE WS-ID TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "No existe ninguna persona con ID " WS-ID
        NOT INVALID KEY
            IF PR-TYPE-TRAILER OF MASTER-RECORD
                DISPLAY "El ID " WS-ID " está reservado para el "
                    "registro de control."
            ELSE
                *> Las tarjetas de una persona de otra sucursal no se
                *> ven ni se tocan; el intento queda registrado.
                SET BRA-REQ-VERIFY OF WS-BRA-AREA TO TRUE
                MOVE WS-ID TO BRA-PERSON-ID OF WS-BRA-AREA
                MOVE PR-BRANCH-CODE OF MASTER-RECORD
                    TO BRA-BRANCH-CODE OF WS-BRA-AREA
                MOVE "CardMaintenance" TO BRA-PROGRAM OF WS-BRA-AREA
                CALL "BranchAccess" USING WS-BRA-AREA
                IF BRA-REFUSED OF WS-BRA-AREA
                    DISPLAY "El ID " WS-ID " pertenece a otra sucursal ("
                        PR-BRANCH-CODE OF MASTER-RECORD
                        "); acceso rechazado y registrado."
                ELSE
                    MOVE "Y" TO WS-PERSON-OK
                    MOVE PR-BRANCH-CODE OF MASTER-RECORD
                        TO WS-PERSON-BRANCH
                    IF PR-STATUS-ACTIVE OF MASTER-RECORD
                            AND NOT PR-DECEASED OF MASTER-RECORD
                        MOVE "Y" TO WS-PERSON-ACTIVE
                    END-IF
                    DISPLAY "Persona: " PR-NAME OF MASTER-RECORD
                END-IF
            END-IF
    END-READ.
    CLOSE MASTER-FILE.
2100-CHECK-PERSON-EXIT.
    EXIT.

3000-SHOW-PERSON.
    DISPLAY "ID de la persona: " WITH NO ADVANCING.
    MOVE 0 TO WS-ID.
    ACCEPT WS-ID.
    PERFORM 2100-CHECK-PERSON THRU 2100-CHECK-PERSON-EXIT.
    IF WS-PERSON-OK = "N"
        GO TO 3000-SHOW-PERSON-EXIT
    END-IF.
    PERFORM 1000-LOAD-CARDS THRU 1000-LOAD-CARDS-EXIT.
    MOVE 0 TO WS-SHOWN-COUNT.
    *> Dos pasadas: primero la activa, después el historial.
    PERFORM VARYING WS-TJ-IDX FROM 1 BY 1
        UNTIL WS-TJ-IDX > WS-TJ-COUNT
        MOVE WS-TJ-LINE (WS-TJ-IDX) TO WS-TJ-WORK
        IF TJ-PERSON-ID OF WS-TJ-WORK = WS-ID
                AND TJ-STATUS-ACTIVE OF WS-TJ-WORK
            ADD 1 TO WS-SHOWN-COUNT
            PERFORM 3900-SHOW-LINE
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-TJ-IDX FROM 1 BY 1
        UNTIL WS-TJ-IDX > WS-TJ-COUNT
        MOVE WS-TJ-LINE (WS-TJ-IDX) TO WS-TJ-WORK
        IF TJ-PERSON-ID OF WS-TJ-WORK = WS-ID
                AND NOT TJ-STATUS-ACTIVE OF WS-TJ-WORK
            ADD 1 TO WS-SHOWN-COUNT
            PERFORM 3900-SHOW-LINE
        END-IF
    END-PERFORM.
    IF WS-SHOWN-COUNT = 0
        DISPLAY "El ID " WS-ID " no tiene tarjetas; la emite "
            "CardIssue en la próxima pasada si está activo."
    ELSE
        DISPLAY "Tarjetas mostradas: " WS-SHOWN-COUNT
    END-IF.
3000-SHOW-PERSON-EXIT.
    EXIT.

3900-SHOW-LINE.
    MOVE TJ-CARD-NUMBER OF WS-TJ-WORK TO WS-FMT-CARD-N.
    PERFORM 6200-FORMAT-CARD.
    EVALUATE TRUE
        WHEN TJ-STATUS-ACTIVE OF WS-TJ-WORK
            MOVE "ACTIVA" TO WS-STATUS-WORD
        WHEN TJ-STATUS-LOST OF WS-TJ-WORK
            MOVE "PERDIDA" TO WS-STATUS-WORD
        WHEN TJ-STATUS-REPLACED OF WS-TJ-WORK
            MOVE "SUSTITUIDA" TO WS-STATUS-WORD
        WHEN TJ-STATUS-EXPIRED OF WS-TJ-WORK
            MOVE "CADUCADA" TO WS-STATUS-WORD
        WHEN TJ-STATUS-CANCELLED OF WS-TJ-WORK
            MOVE "ANULADA" TO WS-STATUS-WORD
        WHEN OTHER
            MOVE "?" TO WS-STATUS-WORD
    END-EVALUATE.
    IF TJ-TYPE-YOUTH OF WS-TJ-WORK
        MOVE "JUVENIL" TO WS-TYPE-WORD
    ELSE
        MOVE "ADULTO" TO WS-TYPE-WORD
    END-IF.
    MOVE TJ-EXPIRY-DATE OF WS-TJ-WORK TO WS-FMT-DATE-N.
    PERFORM 6100-FORMAT-DATE.
    MOVE WS-FMT-DATE-X TO WS-EXPIRY-X.
    MOVE TJ-ISSUE-DATE OF WS-TJ-WORK TO WS-FMT-DATE-N.
    PERFORM 6100-FORMAT-DATE.
    IF TJ-STATUS-ACTIVE OF WS-TJ-WORK
        IF TJ-PRINT-DATE OF WS-TJ-WORK = 0
            DISPLAY "  " WS-FMT-CARD-X " " WS-STATUS-WORD
                WS-TYPE-WORD " emitida " WS-FMT-DATE-X
                " caduca " WS-EXPIRY-X " (pendiente de imprimir)"
        ELSE
            DISPLAY "  " WS-FMT-CARD-X " " WS-STATUS-WORD
                WS-TYPE-WORD " emitida " WS-FMT-DATE-X
                " caduca " WS-EXPIRY-X
        END-IF
    ELSE
        DISPLAY "  " WS-FMT-CARD-X " " WS-STATUS-WORD
            WS-TYPE-WORD " emitida " WS-FMT-DATE-X
            " caduca " WS-EXPIRY-X " ("
            FUNCTION TRIM(TJ-CLOSE-EVENT OF WS-TJ-WORK) " "
            TJ-STATUS-DATE OF WS-TJ-WORK ")"
    END-IF.
3900-SHOW-LINE-EXIT.
    EXIT.

4000-REPORT-LOST.
    DISPLAY "Número de la tarjeta perdida: " WITH NO ADVANCING.
    MOVE SPACES TO WS-CARD-INPUT.
    ACCEPT WS-CARD-INPUT.
    MOVE WS-CARD-INPUT TO CCK-INPUT OF WS-CCK-AREA.
    CALL "CardCheck" USING WS-CCK-AREA.
    IF CCK-INVALID OF WS-CCK-AREA
        IF CCK-CARD-NUMBER OF WS-CCK-AREA = 0
            DISPLAY "Número no válido; se esperan 9 cifras "
                "(NNNNNN-NN-N)."
        ELSE
            DISPLAY "La cifra de control no cuadra (debería ser "
                CCK-EXPECTED-DIGIT OF WS-CCK-AREA
                "); revise el número."
        END-IF
        GO TO 4000-REPORT-LOST-EXIT
    END-IF.

    PERFORM 1000-LOAD-CARDS THRU 1000-LOAD-CARDS-EXIT.
    IF WS-TJ-LOADED = "N" OR WS-TJ-OVERFLOW = "Y"
        GO TO 4000-REPORT-LOST-EXIT
    END-IF.
    MOVE 0 TO WS-TJ-FOUND-IDX.
    PERFORM VARYING WS-TJ-IDX FROM 1 BY 1
        UNTIL WS-TJ-IDX > WS-TJ-COUNT
        MOVE WS-TJ-LINE (WS-TJ-IDX) TO WS-TJ-WORK
        IF TJ-CARD-NUMBER OF WS-TJ-WORK = CCK-CARD-NUMBER OF WS-CCK-AREA
            MOVE WS-TJ-IDX TO WS-TJ-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-TJ-FOUND-IDX = 0
        DISPLAY "No hay ninguna tarjeta con ese número."
        GO TO 4000-REPORT-LOST-EXIT
    END-IF.
    MOVE WS-TJ-LINE (WS-TJ-FOUND-IDX) TO WS-TJ-WORK.
    MOVE TJ-PERSON-ID OF WS-TJ-WORK TO WS-ID.
    PERFORM 2100-CHECK-PERSON THRU 2100-CHECK-PERSON-EXIT.
    IF WS-PERSON-OK = "N"
        GO TO 4000-REPORT-LOST-EXIT
    END-IF.
    MOVE WS-TJ-LINE (WS-TJ-FOUND-IDX) TO WS-TJ-WORK.
    IF NOT TJ-STATUS-ACTIVE OF WS-TJ-WORK
        PERFORM 3900-SHOW-LINE
        DISPLAY "La tarjeta no está activa; no hay nada que anular."
        GO TO 4000-REPORT-LOST-EXIT
    END-IF.
    PERFORM 3900-SHOW-LINE.
    IF WS-PERSON-ACTIVE = "Y"
        DISPLAY "¿Anular esta tarjeta y emitir una de reposición? "
            "(Y/N): " WITH NO ADVANCING
    ELSE
        DISPLAY "La persona ya no está activa: la tarjeta se anula "
            "sin reposición. ¿Confirmar? (Y/N): " WITH NO ADVANCING
    END-IF.
    MOVE "N" TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
        DISPLAY "Sin cambios."
        GO TO 4000-REPORT-LOST-EXIT
    END-IF.

    SET TJ-STATUS-LOST OF WS-TJ-WORK TO TRUE.
    MOVE WS-TODAY TO TJ-STATUS-DATE OF WS-TJ-WORK.
    MOVE WS-OPERATOR TO TJ-OPERATOR OF WS-TJ-WORK.
    MOVE "PERDID" TO TJ-CLOSE-EVENT OF WS-TJ-WORK.
    MOVE WS-TJ-WORK TO WS-TJ-LINE (WS-TJ-FOUND-IDX).
    MOVE SPACES TO WS-TJ-NEW.
    IF WS-PERSON-ACTIVE = "Y"
        PERFORM 4100-ISSUE-REPLACEMENT THRU 4100-ISSUE-REPLACEMENT-EXIT
    END-IF.
    PERFORM 1100-SAVE-CARDS THRU 1100-SAVE-CARDS-EXIT.
    IF WS-CARD-STATUS = "00"
        ADD 1 TO WS-LOST-COUNT
        MOVE TJ-CARD-NUMBER OF WS-TJ-WORK TO WS-FMT-CARD-N
        PERFORM 6200-FORMAT-CARD
        DISPLAY "Tarjeta " WS-FMT-CARD-X " anulada por pérdida."
        IF WS-TJ-NEW NOT = SPACES
            MOVE TJ-CARD-NUMBER OF WS-TJ-NEW TO WS-FMT-CARD-N
            PERFORM 6200-FORMAT-CARD
            DISPLAY "Tarjeta de reposición " WS-FMT-CARD-X
                "; sale a imprimir en la próxima pasada de CardIssue."
        END-IF
    END-IF.
4000-REPORT-LOST-EXIT.
    EXIT.

4100-ISSUE-REPLACEMENT.
    *> Mismo tipo y caducidad que la perdida; número de emisión
    *> siguiente al más alto de la persona.
    MOVE SPACES TO WS-TJ-NEW.
    MOVE 0 TO WS-MAX-SEQ.
    PERFORM VARYING WS-TJ-IDX FROM 1 BY 1
        UNTIL WS-TJ-IDX > WS-TJ-COUNT
        MOVE WS-TJ-LINE (WS-TJ-IDX) TO WS-TJ-NEW
        IF TJ-NUMBER-PERSON OF WS-TJ-NEW = WS-ID
                AND TJ-NUMBER-SEQ OF WS-TJ-NEW > WS-MAX-SEQ
            MOVE TJ-NUMBER-SEQ OF WS-TJ-NEW TO WS-MAX-SEQ
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-TJ-NEW.
    IF WS-MAX-SEQ >= 99
        DISPLAY "Aviso: el ID " WS-ID " ya tiene 99 tarjetas "
            "emitidas; no se emite la reposición."
        GO TO 4100-ISSUE-REPLACEMENT-EXIT
    END-IF.
    IF WS-TJ-COUNT >= 10000
        DISPLAY "Aviso: 'tarjetas.txt' está lleno (10000 tarjetas); "
            "no se emite la reposición."
        GO TO 4100-ISSUE-REPLACEMENT-EXIT
    END-IF.
    ADD 1 TO WS-MAX-SEQ.
    MOVE WS-ID TO TJ-NUMBER-PERSON OF WS-TJ-NEW.
    MOVE WS-MAX-SEQ TO TJ-NUMBER-SEQ OF WS-TJ-NEW.
    MOVE 0 TO TJ-NUMBER-CHECK OF WS-TJ-NEW.
    MOVE TJ-CARD-NUMBER OF WS-TJ-NEW TO CCK-INPUT OF WS-CCK-AREA.
    CALL "CardCheck" USING WS-CCK-AREA.
    MOVE CCK-EXPECTED-DIGIT OF WS-CCK-AREA
        TO TJ-NUMBER-CHECK OF WS-TJ-NEW.
    MOVE WS-ID TO TJ-PERSON-ID OF WS-TJ-NEW.
    MOVE TJ-TYPE OF WS-TJ-WORK TO TJ-TYPE OF WS-TJ-NEW.
    SET TJ-STATUS-ACTIVE OF WS-TJ-NEW TO TRUE.
    SET TJ-ORIGIN-REPLACEMENT OF WS-TJ-NEW TO TRUE.
    MOVE WS-TODAY TO TJ-ISSUE-DATE OF WS-TJ-NEW.
    MOVE TJ-EXPIRY-DATE OF WS-TJ-WORK TO TJ-EXPIRY-DATE OF WS-TJ-NEW.
    MOVE 0 TO TJ-PRINT-DATE OF WS-TJ-NEW.
    MOVE WS-TODAY TO TJ-STATUS-DATE OF WS-TJ-NEW.
    MOVE WS-PERSON-BRANCH TO TJ-BRANCH OF WS-TJ-NEW.
    MOVE WS-OPERATOR TO TJ-OPERATOR OF WS-TJ-NEW.
    MOVE SPACES TO TJ-CLOSE-EVENT OF WS-TJ-NEW.
    ADD 1 TO WS-TJ-COUNT.
    MOVE WS-TJ-NEW TO WS-TJ-LINE (WS-TJ-COUNT).
4100-ISSUE-REPLACEMENT-EXIT.
    EXIT.

6100-FORMAT-DATE.
    MOVE SPACES TO WS-FMT-DATE-X.
    IF WS-FMT-DATE-N > 0
        STRING WS-FMT-DAY   DELIMITED BY SIZE "/"
               WS-FMT-MONTH DELIMITED BY SIZE "/"
               WS-FMT-YEAR  DELIMITED BY SIZE
            INTO WS-FMT-DATE-X
    END-IF.
6100-FORMAT-DATE-EXIT.
    EXIT.

6200-FORMAT-CARD.
    MOVE SPACES TO WS-FMT-CARD-X.
    STRING WS-FMT-CARD-PERSON DELIMITED BY SIZE "-"
           WS-FMT-CARD-SEQ    DELIMITED BY SIZE "-"
           WS-FMT-CARD-CHECK  DELIMITED BY SIZE
        INTO WS-FMT-CARD-X.
6200-FORMAT-CARD-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    *> El operador firmado en el menú (OPERADOR) tiene prioridad
    *> sobre la variable USER del sistema.
    ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-AUDIT-OPERATOR = SPACES
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    ACCEPT WS-AUDIT-DATE-N FROM DATE YYYYMMDD.
    ACCEPT WS-AUDIT-TIME-N FROM TIME.
    STRING WS-AUDIT-DAY   DELIMITED BY SIZE "/"
           WS-AUDIT-MONTH DELIMITED BY SIZE "/"
           WS-AUDIT-YEAR  DELIMITED BY SIZE
        INTO WS-AUDIT-DATE-DISPLAY.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING "PERDIDAS=" DELIMITED BY SIZE
           WS-LOST-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "CardMaintenance" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
