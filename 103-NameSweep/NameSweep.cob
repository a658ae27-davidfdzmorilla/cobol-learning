IDENTIFICATION DIVISION.
PROGRAM-ID. NameSweep.
*> Barrido de normalización de nombres. PR-NAME guarda todas las
*> formas que se han tecleado alguna vez (minúsculas, espacios
*> dobles, puntos al final, dígitos sueltos) y DuplicateReport sólo
*> las normaliza en memoria para comparar. Aquí se aplican las normas
*> de escritura a cada persona activa:
*>   M  minúsculas (también las acentuadas) a mayúsculas;
*>   D  fuera los dígitos;
*>   C  fuera las comas, que además no caben en una transacción;
*>   P  fuera los puntos del final (los de las iniciales se quedan);
*>   E  sin espacios al principio ni dobles entre palabras.
*> Cada nombre que cambiaría se lista en nombres.rpt con el antes y
*> el después y entra, pendiente, en cola_nombres.txt
*> (ver NOMBREREC.cpy), que se revisa con NameReview. Las propuestas
*> aceptadas se escriben en nombres_correcciones.txt como
*> transacciones "U" de BatchMaintenance (MANTENIMIENTO_FICHERO), de
*> forma que la corrección pasa por la validación, el historial, los
*> alias y el diario de siempre; se vuelven a escribir en cada pasada
*> hasta que el maestro lleva el nombre nuevo.
*> Con NOMBRES_ACEPTAR=S las propuestas que sólo cambian mayúsculas,
*> puntos o espacios se aceptan solas; las de dígitos y comas
*> esperan siempre a un operador.
*> Los nombres cortados a mitad de una letra UTF-8 en el byte 20 no
*> se pueden arreglar con normas (la letra perdida no se sabe): van
*> a su propia lista, nombres_cortados.rpt, para corregirlos a mano.

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
    SELECT QUEUE-FILE ASSIGN TO "cola_nombres.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "nombres.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT CUT-FILE ASSIGN TO "nombres_cortados.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CUT-STATUS.
    SELECT TRANS-FILE ASSIGN TO "nombres_correcciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANS-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

*> Cola persistente de propuestas (ver NOMBREREC.cpy).
FD QUEUE-FILE.
    COPY NOMBREREC REPLACING NAME-PROPOSAL-RECORD BY QUEUE-REC.

FD REPORT-FILE.
01 REPORT-LINE PIC X(120).

FD CUT-FILE.
01 CUT-LINE PIC X(120).

*> Transacciones de BatchMaintenance, mismo formato que
*> MANTENIMIENTO_FICHERO: U,id,nuevo-nombre,
FD TRANS-FILE.
01 TRANS-RECORD PIC X(80).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-QUEUE-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-CUT-STATUS PIC XX VALUE "00".
01 WS-TRANS-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-AUTO-ACCEPT PIC X VALUE "N".

*> Cola cargada en memoria; se reescribe entera al final con las
*> propuestas nuevas y los estados resueltos en esta pasada.
01 WS-QUEUE-EOF PIC X VALUE "N".
01 WS-QUEUE-TABLE.
    05 WS-QT-ENTRY OCCURS 5000 TIMES.
        10 WS-QT-ID       PIC 9(06).
        10 WS-QT-STATUS   PIC X(01).
        10 WS-QT-PDATE    PIC 9(08).
        10 WS-QT-VDATE    PIC 9(08).
        10 WS-QT-OPERATOR PIC X(20).
        10 WS-QT-OLD      PIC X(20).
        10 WS-QT-NEW      PIC X(20).
        10 WS-QT-RULES    PIC X(06).
        10 WS-QT-SEEN     PIC X(01).
01 WS-QT-COUNT PIC 9(04) VALUE 0.
01 WS-QT-IDX PIC 9(04) VALUE 0.
01 WS-QT-OPEN-IDX PIC 9(04) VALUE 0.
01 WS-QT-REJECTED-IDX PIC 9(04) VALUE 0.
01 WS-QT-OVERFLOW PIC X VALUE "N".

*> Área de trabajo de las normas de escritura.
01 WS-NAME-IN PIC X(20) VALUE SPACES.
01 WS-NAME-WORK PIC X(20) VALUE SPACES.
01 WS-NAME-PREV PIC X(20) VALUE SPACES.
01 WS-NAME-OUT PIC X(20) VALUE SPACES.
01 WS-RULES PIC X(06) VALUE SPACES.
01 WS-RULE-IDX PIC 9(02) VALUE 0.
01 WS-RULE PIC X(01) VALUE SPACE.
01 WS-NAME-IDX PIC 9(02) VALUE 0.
01 WS-OUT-IDX PIC 9(02) VALUE 0.
01 WS-LAST-POS PIC 9(02) VALUE 0.
01 WS-SPACE-PENDING PIC X VALUE "N".
01 WS-REVIEW-RULES PIC 9(02) VALUE 0.

*> Detección del nombre cortado a mitad de letra: valor del byte,
*> posición de la cabecera de la última letra y bytes que pide.
01 WS-BYTE PIC 9(03) VALUE 0.
01 WS-CUT PIC X VALUE "N".
01 WS-CUT-POS PIC 9(02) VALUE 0.
01 WS-CHAR-START PIC 9(02) VALUE 0.
01 WS-CHAR-LENGTH PIC 9(01) VALUE 0.
01 WS-HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
01 WS-HEX-HIGH PIC 9(02) VALUE 0.
01 WS-HEX-LOW PIC 9(02) VALUE 0.
01 WS-HEX PIC X(02) VALUE SPACES.
01 WS-HEX-TAIL PIC X(08) VALUE SPACES.

*> Totales de la pasada.
01 WS-CHECKED-COUNT PIC 9(06) VALUE 0.
01 WS-PROPOSAL-COUNT PIC 9(06) VALUE 0.
01 WS-NEW-COUNT PIC 9(06) VALUE 0.
01 WS-PENDING-COUNT PIC 9(06) VALUE 0.
01 WS-ACCEPTED-COUNT PIC 9(06) VALUE 0.
01 WS-AUTO-COUNT PIC 9(06) VALUE 0.
01 WS-REJECTED-COUNT PIC 9(06) VALUE 0.
01 WS-APPLIED-COUNT PIC 9(06) VALUE 0.
01 WS-RESOLVED-COUNT PIC 9(06) VALUE 0.
01 WS-EMPTY-COUNT PIC 9(06) VALUE 0.
01 WS-CUT-COUNT PIC 9(06) VALUE 0.
01 WS-TRANS-COUNT PIC 9(06) VALUE 0.
01 WS-UNQUEUED-COUNT PIC 9(06) VALUE 0.

01 WS-DETAIL-LINE.
    05 WS-DL-ID      PIC 9(06).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 WS-DL-BRANCH  PIC X(04).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 WS-DL-KIND    PIC X(10).
    05 FILLER        PIC X(02) VALUE " [".
    05 WS-DL-OLD     PIC X(20).
    05 FILLER        PIC X(04) VALUE "]  [".
    05 WS-DL-NEW     PIC X(20).
    05 FILLER        PIC X(03) VALUE "]  ".
    05 WS-DL-RULES   PIC X(06).

01 WS-CUT-DETAIL.
    05 WS-CD-ID      PIC 9(06).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 WS-CD-BRANCH  PIC X(04).
    05 FILLER        PIC X(02) VALUE " [".
    05 WS-CD-NAME    PIC X(20).
    05 FILLER        PIC X(03) VALUE "]  ".
    05 WS-CD-TAIL    PIC X(08).
    05 FILLER        PIC X(05) VALUE "    [".
    05 WS-CD-HINT    PIC X(20).
    05 FILLER        PIC X(01) VALUE "]".

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
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-AUTO-ACCEPT FROM ENVIRONMENT "NOMBRES_ACEPTAR".
    IF WS-AUTO-ACCEPT = "s"
        MOVE "S" TO WS-AUTO-ACCEPT
    END-IF.
    PERFORM 1000-LOAD-QUEUE THRU 1000-LOAD-QUEUE-EXIT.

    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'nombres.rpt' (status "
            WS-REPORT-STATUS ")."
        CLOSE MASTER-FILE
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT CUT-FILE.
    OPEN OUTPUT TRANS-FILE.
    IF WS-CUT-STATUS NOT = "00" OR WS-TRANS-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'nombres_cortados.rpt' o "
            "'nombres_correcciones.txt' (status " WS-CUT-STATUS "/"
            WS-TRANS-STATUS ")."
        CLOSE MASTER-FILE
        CLOSE REPORT-FILE
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 1500-WRITE-HEADINGS THRU 1500-WRITE-HEADINGS-EXIT.

    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PR-TYPE-DETAIL OF MASTER-RECORD
                        AND NOT PR-ID-IS-TRAILER OF MASTER-RECORD
                        AND PR-STATUS-ACTIVE OF MASTER-RECORD
                    PERFORM 2000-CHECK-PERSON THRU 2000-CHECK-PERSON-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.

    PERFORM 4000-SETTLE-UNSEEN THRU 4000-SETTLE-UNSEEN-EXIT.
    PERFORM 4500-WRITE-TOTALS THRU 4500-WRITE-TOTALS-EXIT.
    CLOSE REPORT-FILE.
    CLOSE CUT-FILE.
    CLOSE TRANS-FILE.
    PERFORM 5000-REWRITE-QUEUE THRU 5000-REWRITE-QUEUE-EXIT.

    DISPLAY "Barrido de nombres: revisadas " WS-CHECKED-COUNT
        ", propuestas " WS-PROPOSAL-COUNT " (" WS-NEW-COUNT
        " nuevas), cortados " WS-CUT-COUNT ".".
    DISPLAY "Informe en 'nombres.rpt'; nombres cortados en "
        "'nombres_cortados.rpt'.".
    IF WS-TRANS-COUNT > 0
        DISPLAY WS-TRANS-COUNT " correcciones aceptadas en "
            "'nombres_correcciones.txt'; se aplican con "
            "BatchMaintenance (MANTENIMIENTO_FICHERO)."
    END-IF.
    IF WS-PENDING-COUNT > 0
        DISPLAY WS-PENDING-COUNT " propuestas esperan revisión en "
            "NameReview."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-WRITE-AUDIT-LOG-EXIT.
    GOBACK.

1000-LOAD-QUEUE.
    OPEN INPUT QUEUE-FILE.
    IF WS-QUEUE-STATUS NOT = "00"
        *> Primera ejecución: la cola nace vacía.
        GO TO 1000-LOAD-QUEUE-EXIT
    END-IF.
    MOVE "N" TO WS-QUEUE-EOF.
    PERFORM UNTIL WS-QUEUE-EOF = "Y"
        READ QUEUE-FILE
            AT END MOVE "Y" TO WS-QUEUE-EOF
            NOT AT END
                IF WS-QT-COUNT >= 5000
                    IF WS-QT-OVERFLOW = "N"
                        DISPLAY "Aviso: cola de propuestas con más "
                            "de 5000 líneas; el resto se pierde al "
                            "reescribirla. Depura la cola."
                        MOVE "Y" TO WS-QT-OVERFLOW
                    END-IF
                ELSE
                    ADD 1 TO WS-QT-COUNT
                    MOVE NP-PERSON-ID OF QUEUE-REC
                        TO WS-QT-ID (WS-QT-COUNT)
                    MOVE NP-STATUS OF QUEUE-REC
                        TO WS-QT-STATUS (WS-QT-COUNT)
                    MOVE NP-PROPOSAL-DATE OF QUEUE-REC
                        TO WS-QT-PDATE (WS-QT-COUNT)
                    MOVE NP-VERDICT-DATE OF QUEUE-REC
                        TO WS-QT-VDATE (WS-QT-COUNT)
                    MOVE NP-OPERATOR OF QUEUE-REC
                        TO WS-QT-OPERATOR (WS-QT-COUNT)
                    MOVE NP-OLD-NAME OF QUEUE-REC
                        TO WS-QT-OLD (WS-QT-COUNT)
                    MOVE NP-NEW-NAME OF QUEUE-REC
                        TO WS-QT-NEW (WS-QT-COUNT)
                    MOVE NP-RULES OF QUEUE-REC
                        TO WS-QT-RULES (WS-QT-COUNT)
                    MOVE "N" TO WS-QT-SEEN (WS-QT-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE QUEUE-FILE.
1000-LOAD-QUEUE-EXIT.
    EXIT.

1500-WRITE-HEADINGS.
    MOVE SPACES TO REPORT-LINE.
    STRING "NORMALIZACION DE NOMBRES DEL MAESTRO  FECHA "
               DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Normas: M mayusculas  D digitos  C comas  P puntos finales  "
        & "E espacios  O escrito por el operador" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "ID     SUC. ESTADO      ANTES                   DESPUES       "
        & "         NORMAS" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE SPACES TO CUT-LINE.
    STRING "NOMBRES CORTADOS A MITAD DE LETRA EN EL BYTE 20  FECHA "
               DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO CUT-LINE.
    WRITE CUT-LINE.
    MOVE "La letra perdida no se puede deducir: se corrigen a mano "
        & "con UpdateRecord. La sugerencia es la parte sana normalizada."
        TO CUT-LINE.
    WRITE CUT-LINE.
    MOVE ALL "-" TO CUT-LINE.
    WRITE CUT-LINE.
    MOVE "ID     SUC.  NOMBRE                 BYTES 18-20  SUGERENCIA"
        TO CUT-LINE.
    WRITE CUT-LINE.
    MOVE ALL "-" TO CUT-LINE.
    WRITE CUT-LINE.
1500-WRITE-HEADINGS-EXIT.
    EXIT.

2000-CHECK-PERSON.
    ADD 1 TO WS-CHECKED-COUNT.
    MOVE PR-NAME OF MASTER-RECORD TO WS-NAME-IN.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-DL-ID.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-DL-BRANCH.
    PERFORM 2100-SETTLE-OPEN-ENTRIES THRU 2100-SETTLE-OPEN-ENTRIES-EXIT.

    PERFORM 2200-CHECK-CUT THRU 2200-CHECK-CUT-EXIT.
    IF WS-CUT = "Y"
        PERFORM 2300-LIST-CUT THRU 2300-LIST-CUT-EXIT
        GO TO 2000-CHECK-PERSON-EXIT
    END-IF.

    *> Una propuesta abierta sobre el nombre actual manda, aunque el
    *> operador la dejara escrita de otra forma que las normas.
    IF WS-QT-OPEN-IDX > 0
        ADD 1 TO WS-PROPOSAL-COUNT
        MOVE "PENDIENTE" TO WS-DL-KIND
        PERFORM 2800-PROCESS-OPEN THRU 2800-PROCESS-OPEN-EXIT
        GO TO 2000-CHECK-PERSON-EXIT
    END-IF.

    PERFORM 3000-APPLY-RULES THRU 3000-APPLY-RULES-EXIT.
    IF WS-NAME-OUT = WS-NAME-IN
        GO TO 2000-CHECK-PERSON-EXIT
    END-IF.
    IF WS-NAME-OUT = SPACES
        *> Sin una sola letra no hay nombre que proponer; en blanco
        *> BatchMaintenance lo tomaría además como "sin cambio".
        ADD 1 TO WS-EMPTY-COUNT
        MOVE "SIN LETRAS" TO WS-DL-KIND
        MOVE WS-NAME-IN TO WS-DL-OLD
        MOVE SPACES TO WS-DL-NEW
        MOVE WS-RULES TO WS-DL-RULES
        MOVE WS-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 2000-CHECK-PERSON-EXIT
    END-IF.

    ADD 1 TO WS-PROPOSAL-COUNT.
    PERFORM 2400-FIND-REJECTED THRU 2400-FIND-REJECTED-EXIT.
    IF WS-QT-REJECTED-IDX > 0
        ADD 1 TO WS-REJECTED-COUNT
        MOVE "RECHAZADA" TO WS-DL-KIND
        MOVE WS-QT-REJECTED-IDX TO WS-QT-IDX
        PERFORM 2900-LIST-ENTRY THRU 2900-LIST-ENTRY-EXIT
        GO TO 2000-CHECK-PERSON-EXIT
    END-IF.
    PERFORM 2500-ADD-ENTRY THRU 2500-ADD-ENTRY-EXIT.
    IF WS-QT-OPEN-IDX = 0
        ADD 1 TO WS-UNQUEUED-COUNT
        GO TO 2000-CHECK-PERSON-EXIT
    END-IF.
    MOVE "NUEVA" TO WS-DL-KIND.
    PERFORM 2800-PROCESS-OPEN THRU 2800-PROCESS-OPEN-EXIT.
2000-CHECK-PERSON-EXIT.
    EXIT.

2100-SETTLE-OPEN-ENTRIES.
    *> Las propuestas abiertas de esta persona se cotejan con su
    *> nombre actual: si ya lleva el nombre nuevo se dan por
    *> aplicadas; si lleva otro distinto del de la propuesta es que
    *> se cambió por otro camino y la propuesta caduca. Queda como
    *> mucho una abierta, la que sigue valiendo.
    MOVE 0 TO WS-QT-OPEN-IDX.
    PERFORM VARYING WS-QT-IDX FROM 1 BY 1
        UNTIL WS-QT-IDX > WS-QT-COUNT
        IF WS-QT-ID (WS-QT-IDX) = PR-PERSON-ID OF MASTER-RECORD
            MOVE "Y" TO WS-QT-SEEN (WS-QT-IDX)
            IF WS-QT-STATUS (WS-QT-IDX) = "P"
                    OR WS-QT-STATUS (WS-QT-IDX) = "A"
                EVALUATE TRUE
                    WHEN WS-NAME-IN = WS-QT-NEW (WS-QT-IDX)
                        MOVE "H" TO WS-QT-STATUS (WS-QT-IDX)
                        MOVE WS-TODAY TO WS-QT-VDATE (WS-QT-IDX)
                        ADD 1 TO WS-APPLIED-COUNT
                        MOVE "APLICADA" TO WS-DL-KIND
                        PERFORM 2900-LIST-ENTRY
                            THRU 2900-LIST-ENTRY-EXIT
                    WHEN WS-NAME-IN NOT = WS-QT-OLD (WS-QT-IDX)
                            OR WS-QT-OPEN-IDX > 0
                        PERFORM 2150-RESOLVE-ENTRY
                            THRU 2150-RESOLVE-ENTRY-EXIT
                    WHEN OTHER
                        MOVE WS-QT-IDX TO WS-QT-OPEN-IDX
                END-EVALUATE
            END-IF
        END-IF
    END-PERFORM.
2100-SETTLE-OPEN-ENTRIES-EXIT.
    EXIT.

2150-RESOLVE-ENTRY.
    MOVE "F" TO WS-QT-STATUS (WS-QT-IDX).
    MOVE WS-TODAY TO WS-QT-VDATE (WS-QT-IDX).
    MOVE "NameSweep" TO WS-QT-OPERATOR (WS-QT-IDX).
    ADD 1 TO WS-RESOLVED-COUNT.
2150-RESOLVE-ENTRY-EXIT.
    EXIT.

2200-CHECK-CUT.
    *> El nombre está cortado si la última letra UTF-8 que llega al
    *> byte 20 pide más bytes de los que caben: una cabecera (C0-FF)
    *> en el propio byte 20, o una cabecera de 3 ó 4 bytes poco antes
    *> seguida sólo de bytes de continuación (80-BF). Una
    *> continuación sin cabecera también cuenta como rota.
    MOVE "N" TO WS-CUT.
    COMPUTE WS-BYTE = FUNCTION ORD (WS-NAME-IN (20:1)) - 1.
    IF WS-BYTE < 128
        GO TO 2200-CHECK-CUT-EXIT
    END-IF.
    PERFORM VARYING WS-CUT-POS FROM 20 BY -1 UNTIL WS-CUT-POS < 17
        COMPUTE WS-BYTE = FUNCTION ORD (WS-NAME-IN (WS-CUT-POS:1)) - 1
        IF WS-BYTE < 128 OR WS-BYTE > 191
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-CUT-POS < 17 OR WS-BYTE < 128
        *> Continuaciones sueltas: la letra rota empieza tras el
        *> último byte sano.
        MOVE "Y" TO WS-CUT
        COMPUTE WS-CHAR-START = WS-CUT-POS + 1
        GO TO 2200-CHECK-CUT-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-BYTE > 239
            MOVE 4 TO WS-CHAR-LENGTH
        WHEN WS-BYTE > 223
            MOVE 3 TO WS-CHAR-LENGTH
        WHEN OTHER
            MOVE 2 TO WS-CHAR-LENGTH
    END-EVALUATE.
    IF WS-CUT-POS + WS-CHAR-LENGTH - 1 > 20
        MOVE "Y" TO WS-CUT
        MOVE WS-CUT-POS TO WS-CHAR-START
    END-IF.
2200-CHECK-CUT-EXIT.
    EXIT.

2300-LIST-CUT.
    ADD 1 TO WS-CUT-COUNT.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-CD-ID.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-CD-BRANCH.
    MOVE WS-NAME-IN TO WS-CD-NAME.
    MOVE SPACES TO WS-HEX-TAIL.
    PERFORM VARYING WS-NAME-IDX FROM 18 BY 1 UNTIL WS-NAME-IDX > 20
        COMPUTE WS-BYTE = FUNCTION ORD (WS-NAME-IN (WS-NAME-IDX:1)) - 1
        PERFORM 2350-HEX-BYTE THRU 2350-HEX-BYTE-EXIT
        COMPUTE WS-OUT-IDX = (WS-NAME-IDX - 18) * 3 + 1
        MOVE WS-HEX TO WS-HEX-TAIL (WS-OUT-IDX:2)
    END-PERFORM.
    MOVE WS-HEX-TAIL TO WS-CD-TAIL.
    *> Sugerencia: la parte sana, con las normas aplicadas.
    MOVE SPACES TO WS-CD-HINT.
    IF WS-CHAR-START > 1
        MOVE SPACES TO WS-NAME-IN
        MOVE PR-NAME OF MASTER-RECORD (1:WS-CHAR-START - 1)
            TO WS-NAME-IN
        PERFORM 3000-APPLY-RULES THRU 3000-APPLY-RULES-EXIT
        MOVE WS-NAME-OUT TO WS-CD-HINT
    END-IF.
    MOVE WS-CUT-DETAIL TO CUT-LINE.
    WRITE CUT-LINE.
2300-LIST-CUT-EXIT.
    EXIT.

2350-HEX-BYTE.
    DIVIDE WS-BYTE BY 16 GIVING WS-HEX-HIGH REMAINDER WS-HEX-LOW.
    MOVE WS-HEX-DIGITS (WS-HEX-HIGH + 1:1) TO WS-HEX (1:1).
    MOVE WS-HEX-DIGITS (WS-HEX-LOW + 1:1) TO WS-HEX (2:1).
2350-HEX-BYTE-EXIT.
    EXIT.

2400-FIND-REJECTED.
    *> Un antes/después que ya se rechazó no vuelve a proponerse.
    MOVE 0 TO WS-QT-REJECTED-IDX.
    PERFORM VARYING WS-QT-IDX FROM 1 BY 1
        UNTIL WS-QT-IDX > WS-QT-COUNT
        IF WS-QT-ID (WS-QT-IDX) = PR-PERSON-ID OF MASTER-RECORD
                AND WS-QT-STATUS (WS-QT-IDX) = "R"
                AND WS-QT-OLD (WS-QT-IDX) = WS-NAME-IN
                AND WS-QT-NEW (WS-QT-IDX) = WS-NAME-OUT
            MOVE WS-QT-IDX TO WS-QT-REJECTED-IDX
        END-IF
    END-PERFORM.
2400-FIND-REJECTED-EXIT.
    EXIT.

2500-ADD-ENTRY.
    MOVE 0 TO WS-QT-OPEN-IDX.
    IF WS-QT-COUNT >= 5000
        IF WS-QT-OVERFLOW = "N"
            DISPLAY "Aviso: la cola de propuestas está llena (5000); "
                "las nuevas se listan pero no se guardan."
            MOVE "Y" TO WS-QT-OVERFLOW
        END-IF
        MOVE "SIN COLA" TO WS-DL-KIND
        MOVE WS-NAME-IN TO WS-DL-OLD
        MOVE WS-NAME-OUT TO WS-DL-NEW
        MOVE WS-RULES TO WS-DL-RULES
        MOVE WS-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 2500-ADD-ENTRY-EXIT
    END-IF.
    ADD 1 TO WS-QT-COUNT.
    MOVE WS-QT-COUNT TO WS-QT-OPEN-IDX.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-QT-ID (WS-QT-COUNT).
    MOVE "P" TO WS-QT-STATUS (WS-QT-COUNT).
    MOVE WS-TODAY TO WS-QT-PDATE (WS-QT-COUNT).
    MOVE 0 TO WS-QT-VDATE (WS-QT-COUNT).
    MOVE SPACES TO WS-QT-OPERATOR (WS-QT-COUNT).
    MOVE WS-NAME-IN TO WS-QT-OLD (WS-QT-COUNT).
    MOVE WS-NAME-OUT TO WS-QT-NEW (WS-QT-COUNT).
    MOVE WS-RULES TO WS-QT-RULES (WS-QT-COUNT).
    MOVE "Y" TO WS-QT-SEEN (WS-QT-COUNT).
    ADD 1 TO WS-NEW-COUNT.
2500-ADD-ENTRY-EXIT.
    EXIT.

2600-AUTO-ACCEPT.
    *> Sólo se aceptan solas las que no quitan nada más que forma:
    *> dígitos, comas o un nombre escrito a mano piden un operador.
    MOVE 0 TO WS-REVIEW-RULES.
    INSPECT WS-QT-RULES (WS-QT-IDX) TALLYING WS-REVIEW-RULES
        FOR ALL "D" ALL "C" ALL "O".
    IF WS-REVIEW-RULES > 0
        GO TO 2600-AUTO-ACCEPT-EXIT
    END-IF.
    MOVE "A" TO WS-QT-STATUS (WS-QT-IDX).
    MOVE WS-TODAY TO WS-QT-VDATE (WS-QT-IDX).
    MOVE "NameSweep" TO WS-QT-OPERATOR (WS-QT-IDX).
    ADD 1 TO WS-AUTO-COUNT.
    MOVE "AUTO-ACEP." TO WS-DL-KIND.
2600-AUTO-ACCEPT-EXIT.
    EXIT.

2700-WRITE-TRANSACTION.
    MOVE SPACES TO TRANS-RECORD.
    STRING "U," DELIMITED BY SIZE
           WS-QT-ID (WS-QT-IDX) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM (WS-QT-NEW (WS-QT-IDX) TRAILING)
               DELIMITED BY SIZE
           "," DELIMITED BY SIZE
        INTO TRANS-RECORD.
    WRITE TRANS-RECORD.
    ADD 1 TO WS-TRANS-COUNT.
2700-WRITE-TRANSACTION-EXIT.
    EXIT.

2800-PROCESS-OPEN.
    *> La propuesta abierta WS-QT-OPEN-IDX: aceptación automática si
    *> procede, transacción si está aceptada, y línea del informe.
    MOVE WS-QT-OPEN-IDX TO WS-QT-IDX.
    IF WS-QT-STATUS (WS-QT-IDX) = "P" AND WS-AUTO-ACCEPT = "S"
        PERFORM 2600-AUTO-ACCEPT THRU 2600-AUTO-ACCEPT-EXIT
    END-IF.
    IF WS-QT-STATUS (WS-QT-IDX) = "A"
        IF WS-DL-KIND = "PENDIENTE"
            MOVE "ACEPTADA" TO WS-DL-KIND
        END-IF
        ADD 1 TO WS-ACCEPTED-COUNT
        PERFORM 2700-WRITE-TRANSACTION THRU 2700-WRITE-TRANSACTION-EXIT
    ELSE
        ADD 1 TO WS-PENDING-COUNT
    END-IF.
    PERFORM 2900-LIST-ENTRY THRU 2900-LIST-ENTRY-EXIT.
2800-PROCESS-OPEN-EXIT.
    EXIT.

2900-LIST-ENTRY.
    MOVE WS-QT-OLD (WS-QT-IDX) TO WS-DL-OLD.
    MOVE WS-QT-NEW (WS-QT-IDX) TO WS-DL-NEW.
    MOVE WS-QT-RULES (WS-QT-IDX) TO WS-DL-RULES.
    MOVE WS-DETAIL-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
2900-LIST-ENTRY-EXIT.
    EXIT.

3000-APPLY-RULES.
    *> Aplica las normas de escritura a WS-NAME-IN y deja el
    *> resultado en WS-NAME-OUT y en WS-RULES la letra de cada norma
    *> que ha cambiado algo.
    MOVE SPACES TO WS-RULES.
    MOVE 0 TO WS-RULE-IDX.
    MOVE WS-NAME-IN TO WS-NAME-WORK.

    INSPECT WS-NAME-WORK CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT WS-NAME-WORK REPLACING ALL "á" BY "Á".
    INSPECT WS-NAME-WORK REPLACING ALL "é" BY "É".
    INSPECT WS-NAME-WORK REPLACING ALL "í" BY "Í".
    INSPECT WS-NAME-WORK REPLACING ALL "ó" BY "Ó".
    INSPECT WS-NAME-WORK REPLACING ALL "ú" BY "Ú".
    INSPECT WS-NAME-WORK REPLACING ALL "ü" BY "Ü".
    INSPECT WS-NAME-WORK REPLACING ALL "ñ" BY "Ñ".
    INSPECT WS-NAME-WORK REPLACING ALL "à" BY "À".
    INSPECT WS-NAME-WORK REPLACING ALL "è" BY "È".
    INSPECT WS-NAME-WORK REPLACING ALL "ò" BY "Ò".
    INSPECT WS-NAME-WORK REPLACING ALL "ï" BY "Ï".
    INSPECT WS-NAME-WORK REPLACING ALL "ç" BY "Ç".
    IF WS-NAME-WORK NOT = WS-NAME-IN
        MOVE "M" TO WS-RULE
        PERFORM 3900-ADD-RULE THRU 3900-ADD-RULE-EXIT
    END-IF.

    MOVE WS-NAME-WORK TO WS-NAME-PREV.
    INSPECT WS-NAME-WORK CONVERTING "0123456789" TO "          ".
    IF WS-NAME-WORK NOT = WS-NAME-PREV
        MOVE "D" TO WS-RULE
        PERFORM 3900-ADD-RULE THRU 3900-ADD-RULE-EXIT
    END-IF.

    MOVE WS-NAME-WORK TO WS-NAME-PREV.
    INSPECT WS-NAME-WORK CONVERTING "," TO " ".
    IF WS-NAME-WORK NOT = WS-NAME-PREV
        MOVE "C" TO WS-RULE
        PERFORM 3900-ADD-RULE THRU 3900-ADD-RULE-EXIT
    END-IF.

    *> Puntos del final, aunque vayan separados por espacios
    *> ("GARCIA . ."); los de las iniciales ("J. GARCIA") se quedan.
    MOVE WS-NAME-WORK TO WS-NAME-PREV.
    PERFORM 3100-FIND-LAST THRU 3100-FIND-LAST-EXIT.
    PERFORM UNTIL WS-LAST-POS = 0
            OR WS-NAME-WORK (WS-LAST-POS:1) NOT = "."
        MOVE SPACE TO WS-NAME-WORK (WS-LAST-POS:1)
        PERFORM 3100-FIND-LAST THRU 3100-FIND-LAST-EXIT
    END-PERFORM.
    IF WS-NAME-WORK NOT = WS-NAME-PREV
        MOVE "P" TO WS-RULE
        PERFORM 3900-ADD-RULE THRU 3900-ADD-RULE-EXIT
    END-IF.

    *> Espacios: ninguno delante y uno solo entre palabras.
    MOVE SPACES TO WS-NAME-OUT.
    MOVE 0 TO WS-OUT-IDX.
    MOVE "N" TO WS-SPACE-PENDING.
    PERFORM VARYING WS-NAME-IDX FROM 1 BY 1 UNTIL WS-NAME-IDX > 20
        IF WS-NAME-WORK (WS-NAME-IDX:1) = SPACE
            MOVE "Y" TO WS-SPACE-PENDING
        ELSE
            IF WS-SPACE-PENDING = "Y" AND WS-OUT-IDX > 0
                ADD 1 TO WS-OUT-IDX
            END-IF
            MOVE "N" TO WS-SPACE-PENDING
            ADD 1 TO WS-OUT-IDX
            MOVE WS-NAME-WORK (WS-NAME-IDX:1)
                TO WS-NAME-OUT (WS-OUT-IDX:1)
        END-IF
    END-PERFORM.
    IF WS-NAME-OUT NOT = WS-NAME-WORK
        MOVE "E" TO WS-RULE
        PERFORM 3900-ADD-RULE THRU 3900-ADD-RULE-EXIT
    END-IF.
3000-APPLY-RULES-EXIT.
    EXIT.

3100-FIND-LAST.
    *> Posición del último carácter no blanco de WS-NAME-WORK; cero
    *> si está en blanco.
    MOVE 0 TO WS-LAST-POS.
    PERFORM VARYING WS-NAME-IDX FROM 20 BY -1 UNTIL WS-NAME-IDX < 1
        IF WS-NAME-WORK (WS-NAME-IDX:1) NOT = SPACE
            MOVE WS-NAME-IDX TO WS-LAST-POS
            EXIT PERFORM
        END-IF
    END-PERFORM.
3100-FIND-LAST-EXIT.
    EXIT.

3900-ADD-RULE.
    ADD 1 TO WS-RULE-IDX.
    MOVE WS-RULE TO WS-RULES (WS-RULE-IDX:1).
3900-ADD-RULE-EXIT.
    EXIT.

4000-SETTLE-UNSEEN.
    *> Propuestas abiertas de personas que ya no están activas en el
    *> maestro (baja, fusión o purga): caducan.
    PERFORM VARYING WS-QT-IDX FROM 1 BY 1
        UNTIL WS-QT-IDX > WS-QT-COUNT
        IF WS-QT-SEEN (WS-QT-IDX) = "N"
                AND (WS-QT-STATUS (WS-QT-IDX) = "P"
                     OR WS-QT-STATUS (WS-QT-IDX) = "A")
            PERFORM 2150-RESOLVE-ENTRY THRU 2150-RESOLVE-ENTRY-EXIT
        END-IF
    END-PERFORM.
4000-SETTLE-UNSEEN-EXIT.
    EXIT.

4500-WRITE-TOTALS.
    IF WS-PROPOSAL-COUNT = 0 AND WS-EMPTY-COUNT = 0
            AND WS-APPLIED-COUNT = 0
        MOVE "Todos los nombres activos cumplen las normas."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Personas activas revisadas: " DELIMITED BY SIZE
           WS-CHECKED-COUNT DELIMITED BY SIZE
           "  con propuesta: " DELIMITED BY SIZE
           WS-PROPOSAL-COUNT DELIMITED BY SIZE
           "  nuevas: " DELIMITED BY SIZE
           WS-NEW-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Pendientes de revision: " DELIMITED BY SIZE
           WS-PENDING-COUNT DELIMITED BY SIZE
           "  aceptadas: " DELIMITED BY SIZE
           WS-ACCEPTED-COUNT DELIMITED BY SIZE
           " (solas en esta pasada: " DELIMITED BY SIZE
           WS-AUTO-COUNT DELIMITED BY SIZE
           ")  rechazadas: " DELIMITED BY SIZE
           WS-REJECTED-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Aplicadas desde la pasada anterior: " DELIMITED BY SIZE
           WS-APPLIED-COUNT DELIMITED BY SIZE
           "  caducadas: " DELIMITED BY SIZE
           WS-RESOLVED-COUNT DELIMITED BY SIZE
           "  sin letras: " DELIMITED BY SIZE
           WS-EMPTY-COUNT DELIMITED BY SIZE
           "  cortados: " DELIMITED BY SIZE
           WS-CUT-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Transacciones en nombres_correcciones.txt: "
               DELIMITED BY SIZE
           WS-TRANS-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-UNQUEUED-COUNT > 0
        MOVE SPACES TO REPORT-LINE
        STRING "Propuestas sin sitio en la cola: " DELIMITED BY SIZE
               WS-UNQUEUED-COUNT DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    IF WS-CUT-COUNT = 0
        MOVE "Ningun nombre cortado a mitad de letra." TO CUT-LINE
        WRITE CUT-LINE
    END-IF.
    MOVE ALL "-" TO CUT-LINE.
    WRITE CUT-LINE.
    MOVE SPACES TO CUT-LINE.
    STRING "Nombres cortados: " DELIMITED BY SIZE
           WS-CUT-COUNT DELIMITED BY SIZE
        INTO CUT-LINE.
    WRITE CUT-LINE.
4500-WRITE-TOTALS-EXIT.
    EXIT.

5000-REWRITE-QUEUE.
    OPEN OUTPUT QUEUE-FILE.
    IF WS-QUEUE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo guardar 'cola_nombres.txt' "
            "(status " WS-QUEUE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 5000-REWRITE-QUEUE-EXIT
    END-IF.
    PERFORM VARYING WS-QT-IDX FROM 1 BY 1
        UNTIL WS-QT-IDX > WS-QT-COUNT
        MOVE SPACES TO QUEUE-REC
        MOVE WS-QT-ID (WS-QT-IDX) TO NP-PERSON-ID OF QUEUE-REC
        MOVE WS-QT-STATUS (WS-QT-IDX) TO NP-STATUS OF QUEUE-REC
        MOVE WS-QT-PDATE (WS-QT-IDX) TO NP-PROPOSAL-DATE OF QUEUE-REC
        MOVE WS-QT-VDATE (WS-QT-IDX) TO NP-VERDICT-DATE OF QUEUE-REC
        MOVE WS-QT-OPERATOR (WS-QT-IDX) TO NP-OPERATOR OF QUEUE-REC
        MOVE WS-QT-OLD (WS-QT-IDX) TO NP-OLD-NAME OF QUEUE-REC
        MOVE WS-QT-NEW (WS-QT-IDX) TO NP-NEW-NAME OF QUEUE-REC
        MOVE WS-QT-RULES (WS-QT-IDX) TO NP-RULES OF QUEUE-REC
        WRITE QUEUE-REC
    END-PERFORM.
    CLOSE QUEUE-FILE.
5000-REWRITE-QUEUE-EXIT.
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
    STRING "PROP=" DELIMITED BY SIZE
           WS-PROPOSAL-COUNT (3:4) DELIMITED BY SIZE
           " TRANS=" DELIMITED BY SIZE
           WS-TRANS-COUNT (3:4) DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "NameSweep" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
