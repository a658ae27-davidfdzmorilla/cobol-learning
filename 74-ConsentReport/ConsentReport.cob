IDENTIFICATION DIVISION.
PROGRAM-ID. ConsentReport.
*> Informe de consentimientos por sucursal para el delegado de
*> protección de datos: para las personas activas del maestro,
*> cuántas tienen vigente cada canal (P postal, T teléfono, E correo
*> electrónico, C cesión a la central), cuántas lo han negado o
*> retirado (NO/RET) y de cuántas no consta nada (SIN DATO). La situación de cada canal
*> sale de ConsentCheck, la misma consulta que usan las salidas
*> hacia fuera, así que el informe cuenta exactamente lo que ellas
*> dejan pasar. Escribe consentimientos.rpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT BRANCH-FILE ASSIGN TO "sucursales.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BRANCH-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "consentimientos.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD BRANCH-FILE.
    COPY BRANCHREC REPLACING BRANCH-RECORD BY BRANCH-REC.

FD REPORT-FILE.
01 REPORT-LINE PIC X(100).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-BRANCH-FILE-STATUS PIC XX VALUE "00".
01 WS-BRANCH-EOF PIC X VALUE "N".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-TODAY PIC 9(8) VALUE 0.

COPY CONSAREA REPLACING CONSENT-AREA BY WS-CONSENT-AREA.

*> Canales en el orden en que se cuentan y se imprimen.
01 WS-CHANNEL-CODES PIC X(04) VALUE "PTEC".
01 WS-CHANNEL-NAMES.
    05 FILLER PIC X(12) VALUE "POSTAL".
    05 FILLER PIC X(12) VALUE "TELEFONO".
    05 FILLER PIC X(12) VALUE "EMAIL".
    05 FILLER PIC X(12) VALUE "CENTRAL".
01 WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAMES.
    05 WS-CHANNEL-NAME OCCURS 4 TIMES PIC X(12).
01 WS-CH-IDX PIC 9 VALUE 0.

*> Recuentos por sucursal, en orden de código; cada canal lleva
*> sí, no/retirado y sin constancia.
01 WS-BRANCH-COUNT-TABLE.
    05 WS-BCT-ENTRY OCCURS 200 TIMES.
        10 WS-BCT-CODE    PIC X(04).
        10 WS-BCT-PERSONS PIC 9(06).
        10 WS-BCT-CHANNEL OCCURS 4 TIMES.
            15 WS-BCT-YES   PIC 9(06).
            15 WS-BCT-NO    PIC 9(06).
            15 WS-BCT-NONE  PIC 9(06).
01 WS-BCT-COUNT PIC 9(03) VALUE 0.
01 WS-BCT-IDX PIC 9(03) VALUE 0.
01 WS-BCT-FOUND-IDX PIC 9(03) VALUE 0.
01 WS-BCT-SHIFT-IDX PIC 9(03) VALUE 0.
01 WS-BCT-OVERFLOW PIC X VALUE "N".

*> Totales generales, mismo desglose.
01 WS-TOTAL-PERSONS PIC 9(06) VALUE 0.
01 WS-TOTAL-TABLE.
    05 WS-TOT-CHANNEL OCCURS 4 TIMES.
        10 WS-TOT-YES  PIC 9(06).
        10 WS-TOT-NO   PIC 9(06).
        10 WS-TOT-NONE PIC 9(06).

*> Nombres de sucursal para el informe.
01 WS-BRANCH-TABLE.
    05 WS-BRT-ENTRY OCCURS 200 TIMES.
        10 WS-BRT-CODE PIC X(04).
        10 WS-BRT-NAME PIC X(30).
01 WS-BRT-COUNT PIC 9(03) VALUE 0.
01 WS-BRT-IDX PIC 9(03) VALUE 0.
01 WS-BRANCH-NAME PIC X(30) VALUE SPACES.

01 WS-DETAIL-LINE.
    05 WS-DL-CODE    PIC X(04).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 WS-DL-NAME    PIC X(24).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 WS-DL-CHANNEL PIC X(12).
    05 WS-DL-YES     PIC ZZZ,ZZ9.
    05 FILLER        PIC X(03) VALUE SPACES.
    05 WS-DL-NO      PIC ZZZ,ZZ9.
    05 FILLER        PIC X(03) VALUE SPACES.
    05 WS-DL-NONE    PIC ZZZ,ZZ9.
    05 FILLER        PIC X(03) VALUE SPACES.
    05 WS-DL-PERSONS PIC ZZZ,ZZ9.

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
    CANCEL "ConsentCheck".
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    INITIALIZE WS-TOTAL-TABLE.
    PERFORM 1200-LOAD-BRANCH-NAMES.

    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF NOT PR-TYPE-TRAILER OF MASTER-RECORD
                        AND PR-STATUS-ACTIVE OF MASTER-RECORD
                    PERFORM 2000-COUNT-PERSON THRU 2000-COUNT-PERSON-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.

    PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT.
    DISPLAY "Informe de consentimientos escrito en "
        "'consentimientos.rpt' (" WS-TOTAL-PERSONS " personas activas, "
        WS-BCT-COUNT " sucursales).".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1200-LOAD-BRANCH-NAMES.
    OPEN INPUT BRANCH-FILE.
    IF WS-BRANCH-FILE-STATUS NOT = "00"
        *> Sin maestro de sucursales el informe sale sólo con códigos.
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
                        MOVE BC-NAME OF BRANCH-REC
                            TO WS-BRT-NAME (WS-BRT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BRANCH-FILE
    END-IF.
1200-LOAD-BRANCH-NAMES-EXIT.
    EXIT.

1250-RESOLVE-BRANCH-NAME.
    PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
        UNTIL WS-BRT-IDX > WS-BRT-COUNT
        IF WS-BRT-CODE (WS-BRT-IDX) = WS-BRANCH-NAME (1:4)
            MOVE WS-BRT-NAME (WS-BRT-IDX) TO WS-BRANCH-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM.
1250-RESOLVE-BRANCH-NAME-EXIT.
    EXIT.

2000-COUNT-PERSON.
    PERFORM 2100-FIND-BRANCH THRU 2100-FIND-BRANCH-EXIT.
    IF WS-BCT-FOUND-IDX = 0
        GO TO 2000-COUNT-PERSON-EXIT
    END-IF.
    ADD 1 TO WS-BCT-PERSONS (WS-BCT-FOUND-IDX).
    ADD 1 TO WS-TOTAL-PERSONS.
    MOVE PR-PERSON-ID OF MASTER-RECORD
        TO CNS-PERSON-ID OF WS-CONSENT-AREA.
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 4
        MOVE WS-CHANNEL-CODES (WS-CH-IDX:1)
            TO CNS-CHANNEL OF WS-CONSENT-AREA
        CALL "ConsentCheck" USING WS-CONSENT-AREA
        EVALUATE TRUE
            WHEN CNS-GRANTED OF WS-CONSENT-AREA
                ADD 1 TO WS-BCT-YES (WS-BCT-FOUND-IDX, WS-CH-IDX)
                ADD 1 TO WS-TOT-YES (WS-CH-IDX)
            WHEN CNS-WITHDRAWN OF WS-CONSENT-AREA
                ADD 1 TO WS-BCT-NO (WS-BCT-FOUND-IDX, WS-CH-IDX)
                ADD 1 TO WS-TOT-NO (WS-CH-IDX)
            WHEN OTHER
                ADD 1 TO WS-BCT-NONE (WS-BCT-FOUND-IDX, WS-CH-IDX)
                ADD 1 TO WS-TOT-NONE (WS-CH-IDX)
        END-EVALUATE
    END-PERFORM.
2000-COUNT-PERSON-EXIT.
    EXIT.

2100-FIND-BRANCH.
    *> La tabla se mantiene ordenada por código: se busca el hueco
    *> y, si la sucursal es nueva, se desplazan las siguientes.
    MOVE 0 TO WS-BCT-FOUND-IDX.
    PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
        UNTIL WS-BCT-IDX > WS-BCT-COUNT
        IF WS-BCT-CODE (WS-BCT-IDX) = PR-BRANCH-CODE OF MASTER-RECORD
            MOVE WS-BCT-IDX TO WS-BCT-FOUND-IDX
            EXIT PERFORM
        END-IF
        IF WS-BCT-CODE (WS-BCT-IDX) > PR-BRANCH-CODE OF MASTER-RECORD
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BCT-FOUND-IDX > 0
        GO TO 2100-FIND-BRANCH-EXIT
    END-IF.
    IF WS-BCT-COUNT >= 200
        IF WS-BCT-OVERFLOW = "N"
            DISPLAY "Aviso: más de 200 sucursales distintas; las "
                "sobrantes no salen en el informe."
            MOVE "Y" TO WS-BCT-OVERFLOW
        END-IF
        GO TO 2100-FIND-BRANCH-EXIT
    END-IF.
    PERFORM VARYING WS-BCT-SHIFT-IDX FROM WS-BCT-COUNT BY -1
        UNTIL WS-BCT-SHIFT-IDX < WS-BCT-IDX
        MOVE WS-BCT-ENTRY (WS-BCT-SHIFT-IDX)
            TO WS-BCT-ENTRY (WS-BCT-SHIFT-IDX + 1)
    END-PERFORM.
    ADD 1 TO WS-BCT-COUNT.
    INITIALIZE WS-BCT-ENTRY (WS-BCT-IDX).
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-BCT-CODE (WS-BCT-IDX).
    MOVE WS-BCT-IDX TO WS-BCT-FOUND-IDX.
2100-FIND-BRANCH-EXIT.
    EXIT.

3000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'consentimientos.rpt' (status "
            WS-REPORT-STATUS ")."
        MOVE 12 TO RETURN-CODE
        GO TO 3000-WRITE-REPORT-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "CONSENTIMIENTOS DE COMUNICACION POR SUCURSAL A "
               DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " (PERSONAS ACTIVAS)" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "SUC. NOMBRE                   CANAL" TO REPORT-LINE.
    MOVE "     SI    NO/RET  SIN DATO  PERSONAS" TO REPORT-LINE (43:).
    WRITE REPORT-LINE.
    PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
        UNTIL WS-BCT-IDX > WS-BCT-COUNT
        MOVE WS-BCT-CODE (WS-BCT-IDX) TO WS-BRANCH-NAME
        PERFORM 1250-RESOLVE-BRANCH-NAME
        IF WS-BRANCH-NAME = WS-BCT-CODE (WS-BCT-IDX)
            MOVE SPACES TO WS-BRANCH-NAME
        END-IF
        PERFORM VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 4
            MOVE SPACES TO WS-DETAIL-LINE
            IF WS-CH-IDX = 1
                MOVE WS-BCT-CODE (WS-BCT-IDX) TO WS-DL-CODE
                MOVE WS-BRANCH-NAME TO WS-DL-NAME
                MOVE WS-BCT-PERSONS (WS-BCT-IDX) TO WS-DL-PERSONS
            END-IF
            MOVE WS-CHANNEL-NAME (WS-CH-IDX) TO WS-DL-CHANNEL
            MOVE WS-BCT-YES (WS-BCT-IDX, WS-CH-IDX) TO WS-DL-YES
            MOVE WS-BCT-NO (WS-BCT-IDX, WS-CH-IDX) TO WS-DL-NO
            MOVE WS-BCT-NONE (WS-BCT-IDX, WS-CH-IDX) TO WS-DL-NONE
            MOVE WS-DETAIL-LINE TO REPORT-LINE
            WRITE REPORT-LINE
        END-PERFORM
    END-PERFORM.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 4
        MOVE SPACES TO WS-DETAIL-LINE
        IF WS-CH-IDX = 1
            MOVE "TOTAL" TO WS-DL-NAME
            MOVE WS-TOTAL-PERSONS TO WS-DL-PERSONS
        END-IF
        MOVE WS-CHANNEL-NAME (WS-CH-IDX) TO WS-DL-CHANNEL
        MOVE WS-TOT-YES (WS-CH-IDX) TO WS-DL-YES
        MOVE WS-TOT-NO (WS-CH-IDX) TO WS-DL-NO
        MOVE WS-TOT-NONE (WS-CH-IDX) TO WS-DL-NONE
        MOVE WS-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM.
    CLOSE REPORT-FILE.
3000-WRITE-REPORT-EXIT.
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
    STRING "CONSENT.PERS=" DELIMITED BY SIZE
           WS-TOTAL-PERSONS DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "ConsentReport" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
