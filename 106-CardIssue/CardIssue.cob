IDENTIFICATION DIVISION.
PROGRAM-ID. CardIssue.
*> Emisión nocturna de tarjetas de socio (tarjetas.txt, ver
*> TARJREC.cpy). Recorre el maestro por ID y, para cada persona
*> activa y no fallecida:
*>   - sin tarjeta activa, le emite una nueva;
*>   - con la tarjeta activa caducada o a menos de TARJETAS_AVISO
*>     días (30 por defecto) de caducar, la renueva: la vieja queda
*>     caducada (C) o sustituida (S) y sale otra con el número de
*>     emisión siguiente.
*> La tarjeta juvenil caduca el día que el titular cumple 18 años
*> (de PR-BIRTH-DATE; sin fecha de nacimiento se estima con PR-AGE);
*> quien cumple los 18 dentro del aviso ya recibe la de adulto, que
*> vale TARJETAS_VIGENCIA años (5 por defecto) desde la caducidad de
*> la anterior o desde hoy.
*> Las tarjetas activas de personas que ya no están activas, han
*> fallecido o no están en el maestro quedan anuladas (B), por si
*> la baja no pasó por CardCancel.
*> Todas las tarjetas activas pendientes de imprimir (las de esta
*> noche y las reposiciones de CardMaintenance) salen en
*> tarjetas_impresion.txt, una página por sucursal actual de la
*> persona con su código en la cabecera ("SUCURSAL: xxxx" en la
*> columna 101, como DirectoryListing), y quedan marcadas como
*> impresas. Caben 10000 tarjetas en memoria; si el fichero tiene
*> más no se cambia nada y queda una alerta.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARD-FILE ASSIGN TO "tarjetas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARD-STATUS.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT CARD-SORT-FILE ASSIGN TO "tarjetas.srt".
    SELECT PRINT-SORT-FILE ASSIGN TO "tarjetas_impresion.srt".
    SELECT PRINT-FILE ASSIGN TO "tarjetas_impresion.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.
    SELECT ALERT-FILE ASSIGN TO "alertas.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ALERT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CARD-FILE.
    COPY TARJREC REPLACING CARD-RECORD BY CARD-REC.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

*> Tarjetas en el orden del maestro, para recorrer las dos a la vez.
SD CARD-SORT-FILE.
01 CARD-SORT-RECORD.
    05 CS-PERSON-ID   PIC 9(06).
    05 CS-CARD-NUMBER PIC 9(09).
    05 CS-LINE        PIC X(80).

*> Tarjeta pendiente de imprimir con la sucursal y el nombre de la
*> persona ya resueltos, en el orden del fichero de impresión.
SD PRINT-SORT-FILE.
01 PRINT-SORT-RECORD.
    05 PS-BRANCH      PIC X(04).
    05 PS-CARD-NUMBER PIC 9(09).
    05 PS-PERSON-ID   PIC 9(06).
    05 PS-NAME        PIC X(20).
    05 PS-TYPE        PIC X(01).
    05 PS-ORIGIN      PIC X(01).
    05 PS-ISSUE-DATE  PIC 9(08).
    05 PS-EXPIRY-DATE PIC 9(08).
    05 PS-TABLE-IDX   PIC 9(05).

FD PRINT-FILE.
01 REPORT-LINE PIC X(132).

FD ALERT-FILE.
01 ALERT-RECORD PIC X(100).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-CARD-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-PRINT-STATUS PIC XX VALUE "00".
01 WS-ALERT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-CARDS-OK PIC X VALUE "Y".
01 WS-MASTER-COMPLETE PIC X VALUE "N".
01 WS-CHANGED PIC X VALUE "N".
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MONTH PIC 99.
    05 WS-TODAY-DAY   PIC 99.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
01 WS-ALERT-TIME PIC 9(8) VALUE 0.

*> Parámetros.
01 WS-NOTICE-ENV PIC X(05) VALUE SPACES.
01 WS-NOTICE-DAYS PIC 9(03) VALUE 30.
01 WS-NOTICE-LIMIT PIC 9(08) VALUE 0.
01 WS-VALIDITY-ENV PIC X(05) VALUE SPACES.
01 WS-VALIDITY-YEARS PIC 9(02) VALUE 5.

*> Tarjetas cargadas de tarjetas.txt: las WS-TJ-LOADED primeras en
*> orden de persona y número; detrás, las emitidas esta noche.
01 WS-TJ-TABLE.
    05 WS-TJ-LINE PIC X(80) OCCURS 10000 TIMES.
01 WS-TJ-COUNT PIC 9(05) VALUE 0.
01 WS-TJ-LOADED PIC 9(05) VALUE 0.
01 WS-TJ-PTR PIC 9(05) VALUE 0.
01 WS-TJ-IDX PIC 9(05) VALUE 0.
01 WS-TJ-ACTIVE-IDX PIC 9(05) VALUE 0.
01 WS-TJ-OVERFLOW PIC X VALUE "N".
01 WS-TJ-FULL-WARNED PIC X VALUE "N".
COPY TARJREC REPLACING CARD-RECORD BY WS-TJ-WORK.
COPY TARJREC REPLACING CARD-RECORD BY WS-TJ-NEW.

*> Tarjeta que se cierra (ver 2600-CLOSE-CARD).
01 WS-CLOSE-IDX PIC 9(05) VALUE 0.
01 WS-CLOSE-STATUS PIC X(01) VALUE SPACE.
01 WS-CLOSE-EVENT PIC X(06) VALUE SPACES.

*> Tarjeta que se emite para la persona en curso.
01 WS-MAX-SEQ PIC 9(03) VALUE 0.
01 WS-OLD-EXPIRY PIC 9(08) VALUE 0.
01 WS-BASE-DATE PIC 9(08) VALUE 0.
01 WS-NEW-TYPE PIC X(01) VALUE SPACE.
01 WS-NEW-ORIGIN PIC X(01) VALUE SPACE.
01 WS-NEW-EXPIRY PIC 9(08) VALUE 0.
01 WS-ADULT-DATE PIC 9(08) VALUE 0.
01 WS-YEARS-TO-ADD PIC 9(02) VALUE 0.
01 WS-DATE-WORK PIC 9(8) VALUE 0.
01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
    05 WS-DW-YEAR  PIC 9(4).
    05 WS-DW-MONTH PIC 99.
    05 WS-DW-DAY   PIC 99.
COPY CARDAREA REPLACING CARDCHECK-AREA BY WS-CCK-AREA.

*> Contadores.
01 WS-PERSON-COUNT PIC 9(06) VALUE 0.
01 WS-NEW-COUNT PIC 9(04) VALUE 0.
01 WS-RENEWED-COUNT PIC 9(04) VALUE 0.
01 WS-EXPIRED-COUNT PIC 9(04) VALUE 0.
01 WS-CANCELLED-COUNT PIC 9(04) VALUE 0.
01 WS-REFUSED-COUNT PIC 9(04) VALUE 0.
01 WS-PRINTED-COUNT PIC 9(05) VALUE 0.

*> Cortes de control del fichero de impresión.
01 WS-FIRST-DETAIL PIC X VALUE "Y".
01 WS-CUR-BRANCH PIC X(04) VALUE SPACES.
01 WS-PAGE-BRANCH PIC X(04) VALUE SPACES.
01 WS-PAGE-NUMBER PIC 9(04) VALUE 0.
01 WS-BRANCH-COUNT PIC 9(05) VALUE 0.
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
01 WS-DETAIL-LINE.
    05 FILLER          PIC X(01) VALUE SPACE.
    05 DL-CARD         PIC X(11).
    05 FILLER          PIC X(02) VALUE SPACES.
    05 DL-PERSON-ID    PIC 9(06).
    05 FILLER          PIC X(02) VALUE SPACES.
    05 DL-NAME         PIC X(20).
    05 FILLER          PIC X(02) VALUE SPACES.
    05 DL-TYPE         PIC X(07).
    05 FILLER          PIC X(02) VALUE SPACES.
    05 DL-ISSUE-DATE   PIC X(10).
    05 FILLER          PIC X(02) VALUE SPACES.
    05 DL-EXPIRY-DATE  PIC X(10).
    05 FILLER          PIC X(02) VALUE SPACES.
    05 DL-ORIGIN       PIC X(10).
01 WS-EDIT-COUNT PIC ZZZZ9.

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
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    STRING WS-TODAY-DAY   DELIMITED BY SIZE "/"
           WS-TODAY-MONTH DELIMITED BY SIZE "/"
           WS-TODAY-YEAR  DELIMITED BY SIZE
        INTO WS-TODAY-DISPLAY.
    ACCEPT WS-NOTICE-ENV FROM ENVIRONMENT "TARJETAS_AVISO".
    IF WS-NOTICE-ENV (1:1) IS NUMERIC
        COMPUTE WS-NOTICE-DAYS = FUNCTION NUMVAL (WS-NOTICE-ENV)
    END-IF.
    ACCEPT WS-VALIDITY-ENV FROM ENVIRONMENT "TARJETAS_VIGENCIA".
    IF WS-VALIDITY-ENV (1:1) IS NUMERIC
        COMPUTE WS-VALIDITY-YEARS = FUNCTION NUMVAL (WS-VALIDITY-ENV)
        IF WS-VALIDITY-YEARS = 0
            MOVE 5 TO WS-VALIDITY-YEARS
        END-IF
    END-IF.
    COMPUTE WS-NOTICE-LIMIT = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) + WS-NOTICE-DAYS).

    SORT CARD-SORT-FILE
        ON ASCENDING KEY CS-PERSON-ID
        ON ASCENDING KEY CS-CARD-NUMBER
        INPUT PROCEDURE IS 1000-RELEASE-CARDS
            THRU 1000-RELEASE-CARDS-EXIT
        OUTPUT PROCEDURE IS 1100-LOAD-TABLE
            THRU 1100-LOAD-TABLE-EXIT.
    IF WS-CARDS-OK = "N"
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-TJ-OVERFLOW = "Y"
        *> Reescribir desde una tabla incompleta perdería tarjetas: no
        *> se emite ni se cambia nada hasta ampliar la tabla.
        DISPLAY "Error: 'tarjetas.txt' tiene más de 10000 tarjetas; "
            "esta noche no se emiten ni se renuevan."
        PERFORM 8500-WRITE-ALERT
        PERFORM 8000-WRITE-AUDIT-LOG
        GOBACK
    END-IF.

    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'tarjetas_impresion.txt' "
            "(status " WS-PRINT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        CLOSE PRINT-FILE
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    SORT PRINT-SORT-FILE
        ON ASCENDING KEY PS-BRANCH
        ON ASCENDING KEY PS-CARD-NUMBER
        INPUT PROCEDURE IS 2000-SWEEP-MASTER
            THRU 2000-SWEEP-MASTER-EXIT
        OUTPUT PROCEDURE IS 4000-WRITE-PRINT-FILE
            THRU 4000-WRITE-PRINT-FILE-EXIT.

    CLOSE MASTER-FILE.
    CLOSE PRINT-FILE.
    IF WS-CHANGED = "Y"
        PERFORM 5000-SAVE-CARDS THRU 5000-SAVE-CARDS-EXIT
    END-IF.
    DISPLAY "Tarjetas: " WS-NEW-COUNT " nuevas, " WS-RENEWED-COUNT
        " renovadas (" WS-EXPIRED-COUNT " ya caducadas), "
        WS-CANCELLED-COUNT " anuladas, " WS-REFUSED-COUNT
        " sin emitir; " WS-PRINTED-COUNT
        " para imprimir (ver 'tarjetas_impresion.txt').".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-RELEASE-CARDS.
    OPEN INPUT CARD-FILE.
    IF WS-CARD-STATUS = "35"
        *> Todavía no se ha emitido ninguna tarjeta.
        GO TO 1000-RELEASE-CARDS-EXIT
    END-IF.
    IF WS-CARD-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'tarjetas.txt' (status "
            WS-CARD-STATUS ")."
        MOVE "N" TO WS-CARDS-OK
        GO TO 1000-RELEASE-CARDS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CARD-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE TJ-PERSON-ID OF CARD-REC TO CS-PERSON-ID
                MOVE TJ-CARD-NUMBER OF CARD-REC TO CS-CARD-NUMBER
                MOVE CARD-REC TO CS-LINE
                RELEASE CARD-SORT-RECORD
        END-READ
    END-PERFORM.
    CLOSE CARD-FILE.
1000-RELEASE-CARDS-EXIT.
    EXIT.

1100-LOAD-TABLE.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        RETURN CARD-SORT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-TJ-COUNT < 10000
                    ADD 1 TO WS-TJ-COUNT
                    MOVE CS-LINE TO WS-TJ-LINE (WS-TJ-COUNT)
                ELSE
                    MOVE "Y" TO WS-TJ-OVERFLOW
                END-IF
        END-RETURN
    END-PERFORM.
    MOVE WS-TJ-COUNT TO WS-TJ-LOADED.
1100-LOAD-TABLE-EXIT.
    EXIT.

2000-SWEEP-MASTER.
    MOVE 1 TO WS-TJ-PTR.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
                MOVE "Y" TO WS-MASTER-COMPLETE
            NOT AT END
                IF PR-TYPE-DETAIL OF MASTER-RECORD
                        AND NOT PR-ID-IS-TRAILER OF MASTER-RECORD
                    PERFORM 2100-PROCESS-PERSON
                        THRU 2100-PROCESS-PERSON-EXIT
                END-IF
        END-READ
        IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "10"
            DISPLAY "Error leyendo 'personas.txt' (status "
                WS-FILE-STATUS "); se deja el barrido."
            MOVE "Y" TO WS-EOF
        END-IF
    END-PERFORM.
    *> Las tarjetas que quedan detrás del último ID del maestro son
    *> de personas que ya no están; sólo si se leyó entero.
    IF WS-MASTER-COMPLETE = "Y"
        MOVE 999999 TO PR-PERSON-ID OF MASTER-RECORD
        PERFORM 2150-CLOSE-UNKNOWN
    END-IF.
2000-SWEEP-MASTER-EXIT.
    EXIT.

2100-PROCESS-PERSON.
    PERFORM 2150-CLOSE-UNKNOWN.
    *> Tarjetas de la persona: el número de emisión más alto y la
    *> activa, si tiene.
    MOVE 0 TO WS-MAX-SEQ.
    MOVE 0 TO WS-TJ-ACTIVE-IDX.
    PERFORM UNTIL WS-TJ-PTR > WS-TJ-LOADED
        MOVE WS-TJ-LINE (WS-TJ-PTR) TO WS-TJ-WORK
        IF TJ-PERSON-ID OF WS-TJ-WORK NOT = PR-PERSON-ID OF MASTER-RECORD
            EXIT PERFORM
        END-IF
        IF TJ-NUMBER-PERSON OF WS-TJ-WORK = PR-PERSON-ID OF MASTER-RECORD
                AND TJ-NUMBER-SEQ OF WS-TJ-WORK > WS-MAX-SEQ
            MOVE TJ-NUMBER-SEQ OF WS-TJ-WORK TO WS-MAX-SEQ
        END-IF
        IF TJ-STATUS-ACTIVE OF WS-TJ-WORK
            MOVE WS-TJ-PTR TO WS-TJ-ACTIVE-IDX
        END-IF
        ADD 1 TO WS-TJ-PTR
    END-PERFORM.

    IF NOT PR-STATUS-ACTIVE OF MASTER-RECORD
            OR PR-DECEASED OF MASTER-RECORD
        IF WS-TJ-ACTIVE-IDX > 0
            MOVE WS-TJ-ACTIVE-IDX TO WS-CLOSE-IDX
            MOVE "B" TO WS-CLOSE-STATUS
            IF PR-DECEASED OF MASTER-RECORD
                MOVE "DEFUN" TO WS-CLOSE-EVENT
            ELSE
                MOVE "NOACT" TO WS-CLOSE-EVENT
            END-IF
            PERFORM 2600-CLOSE-CARD
            ADD 1 TO WS-CANCELLED-COUNT
        END-IF
        GO TO 2100-PROCESS-PERSON-EXIT
    END-IF.
    ADD 1 TO WS-PERSON-COUNT.

    IF WS-TJ-ACTIVE-IDX = 0
        MOVE WS-TODAY-DATE TO WS-BASE-DATE
        PERFORM 2200-COMPUTE-TERMS
        MOVE "N" TO WS-NEW-ORIGIN
        PERFORM 2400-ISSUE-CARD THRU 2400-ISSUE-CARD-EXIT
        IF WS-NEW-ORIGIN NOT = SPACE
            ADD 1 TO WS-NEW-COUNT
        END-IF
        GO TO 2100-PROCESS-PERSON-EXIT
    END-IF.

    MOVE WS-TJ-LINE (WS-TJ-ACTIVE-IDX) TO WS-TJ-WORK.
    MOVE TJ-EXPIRY-DATE OF WS-TJ-WORK TO WS-OLD-EXPIRY.
    IF WS-OLD-EXPIRY > WS-NOTICE-LIMIT
        *> Vigente: sólo sale a imprimir si está pendiente (una
        *> reposición de CardMaintenance).
        IF TJ-PRINT-DATE OF WS-TJ-WORK = 0
            MOVE WS-TJ-ACTIVE-IDX TO WS-TJ-IDX
            PERFORM 2700-RELEASE-PRINT
        END-IF
        GO TO 2100-PROCESS-PERSON-EXIT
    END-IF.

    *> Renovación: la nueva vale desde la caducidad de la vieja si
    *> todavía no ha llegado, para no perder los días del aviso.
    IF WS-OLD-EXPIRY > WS-TODAY-DATE
        MOVE WS-OLD-EXPIRY TO WS-BASE-DATE
    ELSE
        MOVE WS-TODAY-DATE TO WS-BASE-DATE
    END-IF.
    PERFORM 2200-COMPUTE-TERMS.
    MOVE "R" TO WS-NEW-ORIGIN.
    PERFORM 2400-ISSUE-CARD THRU 2400-ISSUE-CARD-EXIT.
    IF WS-NEW-ORIGIN = SPACE
        *> Sin número libre la vieja sigue activa hasta que caduque.
        GO TO 2100-PROCESS-PERSON-EXIT
    END-IF.
    ADD 1 TO WS-RENEWED-COUNT.
    MOVE WS-TJ-ACTIVE-IDX TO WS-CLOSE-IDX.
    IF WS-OLD-EXPIRY > WS-TODAY-DATE
        MOVE "S" TO WS-CLOSE-STATUS
        MOVE "RENOV" TO WS-CLOSE-EVENT
    ELSE
        MOVE "C" TO WS-CLOSE-STATUS
        MOVE "CADUC" TO WS-CLOSE-EVENT
        ADD 1 TO WS-EXPIRED-COUNT
    END-IF.
    PERFORM 2600-CLOSE-CARD.
2100-PROCESS-PERSON-EXIT.
    EXIT.

2150-CLOSE-UNKNOWN.
    *> Tarjetas de IDs anteriores al de la persona en curso: no
    *> están en el maestro (purgadas o absorbidas).
    PERFORM UNTIL WS-TJ-PTR > WS-TJ-LOADED
        MOVE WS-TJ-LINE (WS-TJ-PTR) TO WS-TJ-WORK
        IF TJ-PERSON-ID OF WS-TJ-WORK >= PR-PERSON-ID OF MASTER-RECORD
            EXIT PERFORM
        END-IF
        IF TJ-STATUS-ACTIVE OF WS-TJ-WORK
            MOVE WS-TJ-PTR TO WS-CLOSE-IDX
            MOVE "B" TO WS-CLOSE-STATUS
            MOVE "NOACT" TO WS-CLOSE-EVENT
            PERFORM 2600-CLOSE-CARD
            ADD 1 TO WS-CANCELLED-COUNT
        END-IF
        ADD 1 TO WS-TJ-PTR
    END-PERFORM.
2150-CLOSE-UNKNOWN-EXIT.
    EXIT.

2200-COMPUTE-TERMS.
    *> Fecha en que la persona cumple 18 años; sin fecha de
    *> nacimiento, estimada desde hoy con PR-AGE.
    MOVE 0 TO WS-ADULT-DATE.
    IF PR-BIRTH-DATE OF MASTER-RECORD IS NUMERIC
            AND PR-BIRTH-DATE OF MASTER-RECORD > 0
        IF FUNCTION TEST-DATE-YYYYMMDD
                (PR-BIRTH-DATE OF MASTER-RECORD) = 0
            MOVE PR-BIRTH-DATE OF MASTER-RECORD TO WS-DATE-WORK
            MOVE 18 TO WS-YEARS-TO-ADD
            PERFORM 2300-ADD-YEARS
            MOVE WS-DATE-WORK TO WS-ADULT-DATE
        END-IF
    ELSE
        IF PR-AGE OF MASTER-RECORD IS NUMERIC
                AND PR-AGE OF MASTER-RECORD < 18
            MOVE WS-TODAY-DATE TO WS-DATE-WORK
            COMPUTE WS-YEARS-TO-ADD = 18 - PR-AGE OF MASTER-RECORD
            PERFORM 2300-ADD-YEARS
            MOVE WS-DATE-WORK TO WS-ADULT-DATE
        END-IF
    END-IF.
    IF WS-ADULT-DATE > WS-NOTICE-LIMIT
        MOVE "J" TO WS-NEW-TYPE
        MOVE WS-ADULT-DATE TO WS-NEW-EXPIRY
    ELSE
        MOVE "A" TO WS-NEW-TYPE
        MOVE WS-BASE-DATE TO WS-DATE-WORK
        MOVE WS-VALIDITY-YEARS TO WS-YEARS-TO-ADD
        PERFORM 2300-ADD-YEARS
        MOVE WS-DATE-WORK TO WS-NEW-EXPIRY
    END-IF.
2200-COMPUTE-TERMS-EXIT.
    EXIT.

2300-ADD-YEARS.
    *> El 29 de febrero pasa al 28 cuando el año de llegada no es
    *> bisiesto.
    ADD WS-YEARS-TO-ADD TO WS-DW-YEAR.
    IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-WORK) NOT = 0
        MOVE 28 TO WS-DW-DAY
    END-IF.
2300-ADD-YEARS-EXIT.
    EXIT.

2400-ISSUE-CARD.
    *> WS-NEW-ORIGIN vuelve en blanco si no se pudo emitir.
    IF WS-MAX-SEQ >= 99
        DISPLAY "Aviso: el ID " PR-PERSON-ID OF MASTER-RECORD
            " ya tiene 99 tarjetas emitidas; no se emite otra."
        MOVE SPACE TO WS-NEW-ORIGIN
        ADD 1 TO WS-REFUSED-COUNT
        GO TO 2400-ISSUE-CARD-EXIT
    END-IF.
    IF WS-TJ-COUNT >= 10000
        IF WS-TJ-FULL-WARNED = "N"
            DISPLAY "Aviso: 'tarjetas.txt' llega a 10000 tarjetas; "
                "no se emiten más esta noche."
            MOVE "Y" TO WS-TJ-FULL-WARNED
        END-IF
        MOVE SPACE TO WS-NEW-ORIGIN
        ADD 1 TO WS-REFUSED-COUNT
        GO TO 2400-ISSUE-CARD-EXIT
    END-IF.
    ADD 1 TO WS-MAX-SEQ.
    MOVE SPACES TO WS-TJ-NEW.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO TJ-NUMBER-PERSON OF WS-TJ-NEW.
    MOVE WS-MAX-SEQ TO TJ-NUMBER-SEQ OF WS-TJ-NEW.
    MOVE 0 TO TJ-NUMBER-CHECK OF WS-TJ-NEW.
    MOVE TJ-CARD-NUMBER OF WS-TJ-NEW TO CCK-INPUT OF WS-CCK-AREA.
    CALL "CardCheck" USING WS-CCK-AREA.
    MOVE CCK-EXPECTED-DIGIT OF WS-CCK-AREA
        TO TJ-NUMBER-CHECK OF WS-TJ-NEW.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO TJ-PERSON-ID OF WS-TJ-NEW.
    MOVE WS-NEW-TYPE TO TJ-TYPE OF WS-TJ-NEW.
    SET TJ-STATUS-ACTIVE OF WS-TJ-NEW TO TRUE.
    MOVE WS-NEW-ORIGIN TO TJ-ORIGIN OF WS-TJ-NEW.
    MOVE WS-TODAY-DATE TO TJ-ISSUE-DATE OF WS-TJ-NEW.
    MOVE WS-NEW-EXPIRY TO TJ-EXPIRY-DATE OF WS-TJ-NEW.
    MOVE 0 TO TJ-PRINT-DATE OF WS-TJ-NEW.
    MOVE WS-TODAY-DATE TO TJ-STATUS-DATE OF WS-TJ-NEW.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO TJ-BRANCH OF WS-TJ-NEW.
    MOVE "CardIssue" TO TJ-OPERATOR OF WS-TJ-NEW.
    MOVE SPACES TO TJ-CLOSE-EVENT OF WS-TJ-NEW.
    ADD 1 TO WS-TJ-COUNT.
    MOVE WS-TJ-NEW TO WS-TJ-LINE (WS-TJ-COUNT).
    MOVE "Y" TO WS-CHANGED.
    MOVE WS-TJ-COUNT TO WS-TJ-IDX.
    PERFORM 2700-RELEASE-PRINT.
2400-ISSUE-CARD-EXIT.
    EXIT.

2600-CLOSE-CARD.
    MOVE WS-TJ-LINE (WS-CLOSE-IDX) TO WS-TJ-WORK.
    MOVE WS-CLOSE-STATUS TO TJ-STATUS OF WS-TJ-WORK.
    MOVE WS-TODAY-DATE TO TJ-STATUS-DATE OF WS-TJ-WORK.
    MOVE "CardIssue" TO TJ-OPERATOR OF WS-TJ-WORK.
    MOVE WS-CLOSE-EVENT TO TJ-CLOSE-EVENT OF WS-TJ-WORK.
    MOVE WS-TJ-WORK TO WS-TJ-LINE (WS-CLOSE-IDX).
    MOVE "Y" TO WS-CHANGED.
2600-CLOSE-CARD-EXIT.
    EXIT.

2700-RELEASE-PRINT.
    MOVE WS-TJ-LINE (WS-TJ-IDX) TO WS-TJ-WORK.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO PS-BRANCH.
    IF PS-BRANCH = SPACES
        MOVE "----" TO PS-BRANCH
    END-IF.
    MOVE TJ-CARD-NUMBER OF WS-TJ-WORK TO PS-CARD-NUMBER.
    MOVE TJ-PERSON-ID OF WS-TJ-WORK TO PS-PERSON-ID.
    MOVE PR-NAME OF MASTER-RECORD TO PS-NAME.
    MOVE TJ-TYPE OF WS-TJ-WORK TO PS-TYPE.
    MOVE TJ-ORIGIN OF WS-TJ-WORK TO PS-ORIGIN.
    MOVE TJ-ISSUE-DATE OF WS-TJ-WORK TO PS-ISSUE-DATE.
    MOVE TJ-EXPIRY-DATE OF WS-TJ-WORK TO PS-EXPIRY-DATE.
    MOVE WS-TJ-IDX TO PS-TABLE-IDX.
    RELEASE PRINT-SORT-RECORD.
2700-RELEASE-PRINT-EXIT.
    EXIT.

4000-WRITE-PRINT-FILE.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        RETURN PRINT-SORT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 4100-PRINT-ONE
        END-RETURN
    END-PERFORM.
    IF WS-FIRST-DETAIL = "N"
        PERFORM 4300-WRITE-BRANCH-TOTAL
    ELSE
        MOVE SPACES TO WS-PAGE-BRANCH
        PERFORM 4200-WRITE-PAGE-HEADER
        MOVE "  No hay tarjetas que imprimir." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
4000-WRITE-PRINT-FILE-EXIT.
    EXIT.

4100-PRINT-ONE.
    IF WS-FIRST-DETAIL = "Y"
        MOVE "N" TO WS-FIRST-DETAIL
        MOVE PS-BRANCH TO WS-CUR-BRANCH
        MOVE PS-BRANCH TO WS-PAGE-BRANCH
        PERFORM 4200-WRITE-PAGE-HEADER
    ELSE
        IF PS-BRANCH NOT = WS-CUR-BRANCH
            PERFORM 4300-WRITE-BRANCH-TOTAL
            MOVE PS-BRANCH TO WS-CUR-BRANCH
            MOVE PS-BRANCH TO WS-PAGE-BRANCH
            PERFORM 4200-WRITE-PAGE-HEADER
        END-IF
    END-IF.
    MOVE PS-CARD-NUMBER TO WS-FMT-CARD-N.
    PERFORM 6200-FORMAT-CARD.
    MOVE WS-FMT-CARD-X TO DL-CARD.
    MOVE PS-PERSON-ID TO DL-PERSON-ID.
    MOVE PS-NAME TO DL-NAME.
    IF PS-TYPE = "J"
        MOVE "JUVENIL" TO DL-TYPE
    ELSE
        MOVE "ADULTO" TO DL-TYPE
    END-IF.
    MOVE PS-ISSUE-DATE TO WS-FMT-DATE-N.
    PERFORM 6100-FORMAT-DATE.
    MOVE WS-FMT-DATE-X TO DL-ISSUE-DATE.
    MOVE PS-EXPIRY-DATE TO WS-FMT-DATE-N.
    PERFORM 6100-FORMAT-DATE.
    MOVE WS-FMT-DATE-X TO DL-EXPIRY-DATE.
    EVALUATE PS-ORIGIN
        WHEN "R" MOVE "RENOVACION" TO DL-ORIGIN
        WHEN "P" MOVE "REPOSICION" TO DL-ORIGIN
        WHEN OTHER MOVE "NUEVA" TO DL-ORIGIN
    END-EVALUATE.
    MOVE WS-DETAIL-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
    ADD 1 TO WS-BRANCH-COUNT.
    ADD 1 TO WS-PRINTED-COUNT.
    *> Queda marcada como impresa.
    MOVE WS-TJ-LINE (PS-TABLE-IDX) TO WS-TJ-WORK.
    MOVE WS-TODAY-DATE TO TJ-PRINT-DATE OF WS-TJ-WORK.
    MOVE WS-TJ-WORK TO WS-TJ-LINE (PS-TABLE-IDX).
    MOVE "Y" TO WS-CHANGED.
4100-PRINT-ONE-EXIT.
    EXIT.

4200-WRITE-PAGE-HEADER.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE BEFORE ADVANCING PAGE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "TARJETAS DE SOCIO PARA IMPRIMIR   Fecha: "
               DELIMITED BY SIZE
           WS-TODAY-DISPLAY DELIMITED BY SIZE
           "   Pagina: " DELIMITED BY SIZE
           WS-PAGE-NUMBER DELIMITED BY SIZE
        INTO REPORT-LINE.
    MOVE "SUCURSAL: " TO REPORT-LINE (101:10).
    MOVE WS-PAGE-BRANCH TO REPORT-LINE (111:4).
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE "TARJETA" TO REPORT-LINE (2:7).
    MOVE "ID" TO REPORT-LINE (15:2).
    MOVE "NOMBRE" TO REPORT-LINE (23:6).
    MOVE "TIPO" TO REPORT-LINE (45:4).
    MOVE "EMITIDA" TO REPORT-LINE (54:7).
    MOVE "CADUCA" TO REPORT-LINE (66:6).
    MOVE "MOTIVO" TO REPORT-LINE (78:6).
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
4200-WRITE-PAGE-HEADER-EXIT.
    EXIT.

4300-WRITE-BRANCH-TOTAL.
    MOVE WS-BRANCH-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    STRING " TOTAL SUCURSAL " DELIMITED BY SIZE
           WS-CUR-BRANCH DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
           " tarjetas" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE 0 TO WS-BRANCH-COUNT.
4300-WRITE-BRANCH-TOTAL-EXIT.
    EXIT.

5000-SAVE-CARDS.
    OPEN OUTPUT CARD-FILE.
    IF WS-CARD-STATUS NOT = "00"
        DISPLAY "Error: no se pudo escribir 'tarjetas.txt' (status "
            WS-CARD-STATUS "); las tarjetas de esta noche se emitirán "
            "de nuevo en la próxima pasada."
        MOVE 16 TO RETURN-CODE
        GO TO 5000-SAVE-CARDS-EXIT
    END-IF.
    PERFORM VARYING WS-TJ-IDX FROM 1 BY 1
        UNTIL WS-TJ-IDX > WS-TJ-COUNT
        MOVE WS-TJ-LINE (WS-TJ-IDX) TO CARD-REC
        WRITE CARD-REC
    END-PERFORM.
    CLOSE CARD-FILE.
5000-SAVE-CARDS-EXIT.
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
    STRING "NUEVAS=" DELIMITED BY SIZE
           WS-NEW-COUNT DELIMITED BY SIZE
           " RENOV=" DELIMITED BY SIZE
           WS-RENEWED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "CardIssue" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.

8500-WRITE-ALERT.
    OPEN EXTEND ALERT-FILE.
    IF WS-ALERT-STATUS = "35"
        OPEN OUTPUT ALERT-FILE
    END-IF.
    IF WS-ALERT-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'alertas.log' (status "
            WS-ALERT-STATUS ")."
    ELSE
        ACCEPT WS-ALERT-TIME FROM TIME
        MOVE SPACES TO ALERT-RECORD
        STRING WS-TODAY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ALERT-TIME (1:6) DELIMITED BY SIZE
               " CardIssue TARJETAS tarjetas.txt supera 10000; "
                   DELIMITED BY SIZE
               "no se emiten tarjetas" DELIMITED BY SIZE
            INTO ALERT-RECORD
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
        DISPLAY "ALERTA: tarjetas sin emitir esta noche (ver "
            "'alertas.log')."
    END-IF.
8500-WRITE-ALERT-EXIT.
    EXIT.
