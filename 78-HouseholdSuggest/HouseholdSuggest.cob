IDENTIFICATION DIVISION.
PROGRAM-ID. HouseholdSuggest.
*> Propuestas de hogar a partir de direcciones compartidas. Las
*> personas activas que tienen la misma dirección vigente en
*> contactos.txt suelen ser de la misma casa, pero HouseholdMaintenance
*> sólo las enlaza si el operador cae en ello. Aquí se normaliza la
*> dirección (mayúsculas, sin acentos, sin espacios ni signos, igual
*> que el nombre en DuplicateReport) y cada pareja que la comparte sin
*> estar ya en un mismo grupo de hogares.txt se añade, pendiente, a
*> la cola propuestas_hogar.txt. Las parejas con veredicto previo
*> (aceptadas o "no relacionadas") no vuelven. Las direcciones con
*> devolución postal marcada no cuentan. Escribe propuestas_hogar.rpt.

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
    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT HOUSEHOLD-FILE ASSIGN TO "hogares.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOUSEHOLD-STATUS.
    SELECT QUEUE-FILE ASSIGN TO "propuestas_hogar.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "propuestas_hogar.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

FD HOUSEHOLD-FILE.
    COPY HOGARREC REPLACING HOUSEHOLD-RECORD BY HOUSEHOLD-REC.

*> Cola persistente de propuestas (ver HOGSUGREC.cpy).
FD QUEUE-FILE.
    COPY HOGSUGREC REPLACING HOUSEHOLD-SUGGEST-RECORD BY QUEUE-REC.

FD REPORT-FILE.
01 REPORT-LINE PIC X(120).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-CONTACT-STATUS PIC XX VALUE "00".
01 WS-HOUSEHOLD-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".

*> Personas activas con su dirección vigente y la clave normalizada.
01 WS-PERSON-TABLE.
    05 WS-PT-ENTRY OCCURS 5000 TIMES.
        10 WS-PT-ID      PIC 9(06).
        10 WS-PT-NAME    PIC X(20).
        10 WS-PT-ADDRESS PIC X(40).
        10 WS-PT-UNDELIV PIC X(01).
        10 WS-PT-KEY     PIC X(40).
01 WS-PT-COUNT PIC 9(04) VALUE 0.
01 WS-PT-I PIC 9(04) VALUE 0.
01 WS-PT-J PIC 9(04) VALUE 0.
01 WS-PT-OVERFLOW PIC X VALUE "N".

*> Área de trabajo de la normalización de la dirección.
01 WS-NORM-WORK PIC X(60) VALUE SPACES.
01 WS-NORM-OUT PIC X(40) VALUE SPACES.
01 WS-NORM-IN-IDX PIC 9(02) VALUE 0.
01 WS-NORM-OUT-IDX PIC 9(02) VALUE 0.

*> Miembros de hogares.txt, para no proponer a quien ya comparte
*> grupo.
01 WS-MEMBER-TABLE.
    05 WS-MB-ENTRY OCCURS 1000 TIMES.
        10 WS-MB-GROUP  PIC 9(04).
        10 WS-MB-PERSON PIC 9(06).
01 WS-MB-COUNT PIC 9(04) VALUE 0.
01 WS-MB-IDX PIC 9(04) VALUE 0.
01 WS-MB-IDX2 PIC 9(04) VALUE 0.
01 WS-SAME-GROUP PIC X VALUE "N".

*> Cola cargada en memoria: las parejas con veredicto no se vuelven
*> a proponer, y las nuevas se añaden en estado pendiente.
01 WS-QUEUE-STATUS PIC XX VALUE "00".
01 WS-QUEUE-EOF PIC X VALUE "N".
01 WS-QUEUE-TABLE.
    05 WS-QT-ENTRY OCCURS 2000 TIMES.
        10 WS-QT-LOW    PIC 9(06).
        10 WS-QT-HIGH   PIC 9(06).
        10 WS-QT-STATUS PIC X(01).
        10 WS-QT-KEY    PIC X(40).
01 WS-QT-COUNT PIC 9(04) VALUE 0.
01 WS-QT-IDX PIC 9(04) VALUE 0.
01 WS-QT-FOUND PIC X VALUE "N".
01 WS-QT-FOUND-STATUS PIC X VALUE " ".
01 WS-QT-OVERFLOW PIC X VALUE "N".

01 WS-PAIR-COUNT PIC 9(04) VALUE 0.
01 WS-NEW-PAIR-COUNT PIC 9(04) VALUE 0.
01 WS-SKIPPED-PAIR-COUNT PIC 9(04) VALUE 0.
01 WS-GROUPED-PAIR-COUNT PIC 9(04) VALUE 0.

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
    PERFORM 1500-LOAD-QUEUE.
    PERFORM 1000-LOAD-MASTER.
    PERFORM 1200-LOAD-ADDRESSES THRU 1200-LOAD-ADDRESSES-EXIT.
    PERFORM 1300-LOAD-MEMBERS THRU 1300-LOAD-MEMBERS-EXIT.
    PERFORM VARYING WS-PT-I FROM 1 BY 1
        UNTIL WS-PT-I > WS-PT-COUNT
        MOVE SPACES TO WS-PT-KEY (WS-PT-I)
        IF WS-PT-ADDRESS (WS-PT-I) NOT = SPACES
                AND WS-PT-UNDELIV (WS-PT-I) NOT = "P"
                AND WS-PT-UNDELIV (WS-PT-I) NOT = "B"
            MOVE WS-PT-ADDRESS (WS-PT-I) TO WS-NORM-WORK
            PERFORM 2000-NORMALIZE-ADDRESS
            MOVE WS-NORM-OUT TO WS-PT-KEY (WS-PT-I)
        END-IF
    END-PERFORM.

    OPEN OUTPUT REPORT-FILE.
    MOVE "PROPUESTAS DE HOGAR POR DIRECCION COMPARTIDA" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM VARYING WS-PT-I FROM 1 BY 1
        UNTIL WS-PT-I > WS-PT-COUNT
        IF WS-PT-KEY (WS-PT-I) NOT = SPACES
            PERFORM VARYING WS-PT-J FROM WS-PT-I BY 1
                UNTIL WS-PT-J > WS-PT-COUNT
                IF WS-PT-J > WS-PT-I
                        AND WS-PT-KEY (WS-PT-I) = WS-PT-KEY (WS-PT-J)
                    PERFORM 3000-REPORT-PAIR THRU 3000-REPORT-PAIR-EXIT
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Propuestas: " DELIMITED BY SIZE
           WS-PAIR-COUNT DELIMITED BY SIZE
           "  nuevas en cola: " DELIMITED BY SIZE
           WS-NEW-PAIR-COUNT DELIMITED BY SIZE
           "  ya en el mismo grupo: " DELIMITED BY SIZE
           WS-GROUPED-PAIR-COUNT DELIMITED BY SIZE
           "  ya resueltas (omitidas): " DELIMITED BY SIZE
           WS-SKIPPED-PAIR-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.
    PERFORM 5000-APPEND-NEW-PAIRS THRU 5000-APPEND-NEW-PAIRS-EXIT.
    DISPLAY "Informe escrito en 'propuestas_hogar.rpt' ("
        WS-PAIR-COUNT " propuestas, " WS-NEW-PAIR-COUNT
        " nuevas en cola). Usa HouseholdMaintenance para revisarlas.".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-MASTER.
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
                IF PR-TYPE-TRAILER OF MASTER-RECORD
                        OR NOT PR-STATUS-ACTIVE OF MASTER-RECORD
                    CONTINUE
                ELSE
                    IF WS-PT-COUNT >= 5000
                        IF WS-PT-OVERFLOW = "N"
                            DISPLAY "Aviso: más de 5000 personas "
                                "activas; sólo se comparan las "
                                "primeras 5000."
                            MOVE "Y" TO WS-PT-OVERFLOW
                        END-IF
                    ELSE
                        ADD 1 TO WS-PT-COUNT
                        MOVE PR-PERSON-ID OF MASTER-RECORD
                            TO WS-PT-ID (WS-PT-COUNT)
                        MOVE PR-NAME OF MASTER-RECORD
                            TO WS-PT-NAME (WS-PT-COUNT)
                        MOVE SPACES TO WS-PT-ADDRESS (WS-PT-COUNT)
                        MOVE SPACE TO WS-PT-UNDELIV (WS-PT-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.
1000-LOAD-MASTER-EXIT.
    EXIT.

1200-LOAD-ADDRESSES.
    *> Cada línea de contactos.txt se lleva al ID de la tabla; como
    *> el fichero es de sólo-añadir, la última de cada ID queda.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo abrir 'contactos.txt' (status "
            WS-CONTACT-STATUS "); no hay direcciones que comparar."
        GO TO 1200-LOAD-ADDRESSES-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CONTACT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM VARYING WS-PT-I FROM 1 BY 1
                    UNTIL WS-PT-I > WS-PT-COUNT
                    IF WS-PT-ID (WS-PT-I) = CT-PERSON-ID OF CONTACT-REC
                        MOVE CT-ADDRESS OF CONTACT-REC
                            TO WS-PT-ADDRESS (WS-PT-I)
                        MOVE CT-UNDELIVERABLE OF CONTACT-REC
                            TO WS-PT-UNDELIV (WS-PT-I)
                        EXIT PERFORM
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM.
    CLOSE CONTACT-FILE.
1200-LOAD-ADDRESSES-EXIT.
    EXIT.

1300-LOAD-MEMBERS.
    OPEN INPUT HOUSEHOLD-FILE.
    IF WS-HOUSEHOLD-STATUS NOT = "00"
        *> Sin hogares.txt nadie comparte grupo todavía.
        GO TO 1300-LOAD-MEMBERS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HOUSEHOLD-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF HG-TYPE-MEMBER OF HOUSEHOLD-REC
                        AND WS-MB-COUNT < 1000
                    ADD 1 TO WS-MB-COUNT
                    MOVE HG-GROUP-ID OF HOUSEHOLD-REC
                        TO WS-MB-GROUP (WS-MB-COUNT)
                    MOVE HG-PERSON-ID OF HOUSEHOLD-REC
                        TO WS-MB-PERSON (WS-MB-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HOUSEHOLD-FILE.
1300-LOAD-MEMBERS-EXIT.
    EXIT.

1500-LOAD-QUEUE.
    OPEN INPUT QUEUE-FILE.
    IF WS-QUEUE-STATUS NOT = "00"
        *> Primera ejecución: la cola nace vacía.
        CONTINUE
    ELSE
        MOVE "N" TO WS-QUEUE-EOF
        PERFORM UNTIL WS-QUEUE-EOF = "Y"
            READ QUEUE-FILE
                AT END MOVE "Y" TO WS-QUEUE-EOF
                NOT AT END
                    IF WS-QT-COUNT >= 2000
                        IF WS-QT-OVERFLOW = "N"
                            DISPLAY "Aviso: cola de propuestas con más "
                                "de 2000 parejas; el resto no se "
                                "coteja."
                            MOVE "Y" TO WS-QT-OVERFLOW
                        END-IF
                    ELSE
                        ADD 1 TO WS-QT-COUNT
                        MOVE HS-ID-LOW OF QUEUE-REC
                            TO WS-QT-LOW (WS-QT-COUNT)
                        MOVE HS-ID-HIGH OF QUEUE-REC
                            TO WS-QT-HIGH (WS-QT-COUNT)
                        MOVE HS-STATUS OF QUEUE-REC
                            TO WS-QT-STATUS (WS-QT-COUNT)
                        MOVE HS-ADDRESS-KEY OF QUEUE-REC
                            TO WS-QT-KEY (WS-QT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE QUEUE-FILE
    END-IF.
1500-LOAD-QUEUE-EXIT.
    EXIT.

2000-NORMALIZE-ADDRESS.
    *> Normaliza WS-NORM-WORK en WS-NORM-OUT: letras acentuadas del
    *> juego UTF-8 sustituidas por su vocal base (el byte de cabecera
    *> C3 queda convertido en espacio), minúsculas a mayúsculas y
    *> fuera todo lo que no sea letra o dígito, de forma que
    *> "C/ Mayor, 5 - 1º" y "c/mayor 5 1" produzcan la misma clave.
    INSPECT WS-NORM-WORK REPLACING ALL "á" BY " A".
    INSPECT WS-NORM-WORK REPLACING ALL "é" BY " E".
    INSPECT WS-NORM-WORK REPLACING ALL "í" BY " I".
    INSPECT WS-NORM-WORK REPLACING ALL "ó" BY " O".
    INSPECT WS-NORM-WORK REPLACING ALL "ú" BY " U".
    INSPECT WS-NORM-WORK REPLACING ALL "ü" BY " U".
    INSPECT WS-NORM-WORK REPLACING ALL "ñ" BY " N".
    INSPECT WS-NORM-WORK REPLACING ALL "Á" BY " A".
    INSPECT WS-NORM-WORK REPLACING ALL "É" BY " E".
    INSPECT WS-NORM-WORK REPLACING ALL "Í" BY " I".
    INSPECT WS-NORM-WORK REPLACING ALL "Ó" BY " O".
    INSPECT WS-NORM-WORK REPLACING ALL "Ú" BY " U".
    INSPECT WS-NORM-WORK REPLACING ALL "Ü" BY " U".
    INSPECT WS-NORM-WORK REPLACING ALL "Ñ" BY " N".
    INSPECT WS-NORM-WORK CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE SPACES TO WS-NORM-OUT.
    MOVE 0 TO WS-NORM-OUT-IDX.
    PERFORM VARYING WS-NORM-IN-IDX FROM 1 BY 1
        UNTIL WS-NORM-IN-IDX > 60 OR WS-NORM-OUT-IDX >= 40
        IF (WS-NORM-WORK (WS-NORM-IN-IDX:1) >= "A"
                AND WS-NORM-WORK (WS-NORM-IN-IDX:1) <= "Z")
            OR WS-NORM-WORK (WS-NORM-IN-IDX:1) IS NUMERIC
            ADD 1 TO WS-NORM-OUT-IDX
            MOVE WS-NORM-WORK (WS-NORM-IN-IDX:1)
                TO WS-NORM-OUT (WS-NORM-OUT-IDX:1)
        END-IF
    END-PERFORM.
2000-NORMALIZE-ADDRESS-EXIT.
    EXIT.

3000-REPORT-PAIR.
    *> Si ya están juntos en algún grupo no hay nada que proponer.
    PERFORM 3200-CHECK-SAME-GROUP.
    IF WS-SAME-GROUP = "Y"
        ADD 1 TO WS-GROUPED-PAIR-COUNT
        GO TO 3000-REPORT-PAIR-EXIT
    END-IF.
    *> Las parejas con veredicto previo no vuelven: "no
    *> relacionadas" es definitivo.
    PERFORM 3500-FIND-IN-QUEUE.
    IF WS-QT-FOUND = "Y" AND WS-QT-FOUND-STATUS NOT = "P"
        ADD 1 TO WS-SKIPPED-PAIR-COUNT
        GO TO 3000-REPORT-PAIR-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    IF WS-QT-FOUND = "N"
        PERFORM 3600-ENQUEUE-PAIR
        MOVE "NUEVA     " TO REPORT-LINE
    ELSE
        MOVE "PENDIENTE " TO REPORT-LINE
    END-IF.
    ADD 1 TO WS-PAIR-COUNT.
    STRING WS-PT-ID (WS-PT-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PT-NAME (WS-PT-I) DELIMITED BY SIZE
           " + " DELIMITED BY SIZE
           WS-PT-ID (WS-PT-J) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PT-NAME (WS-PT-J) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PT-ADDRESS (WS-PT-I) DELIMITED BY SIZE
        INTO REPORT-LINE (11:).
    WRITE REPORT-LINE.
3000-REPORT-PAIR-EXIT.
    EXIT.

3200-CHECK-SAME-GROUP.
    MOVE "N" TO WS-SAME-GROUP.
    PERFORM VARYING WS-MB-IDX FROM 1 BY 1
        UNTIL WS-MB-IDX > WS-MB-COUNT OR WS-SAME-GROUP = "Y"
        IF WS-MB-PERSON (WS-MB-IDX) = WS-PT-ID (WS-PT-I)
            PERFORM VARYING WS-MB-IDX2 FROM 1 BY 1
                UNTIL WS-MB-IDX2 > WS-MB-COUNT
                IF WS-MB-PERSON (WS-MB-IDX2) = WS-PT-ID (WS-PT-J)
                        AND WS-MB-GROUP (WS-MB-IDX2)
                            = WS-MB-GROUP (WS-MB-IDX)
                    MOVE "Y" TO WS-SAME-GROUP
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.
3200-CHECK-SAME-GROUP-EXIT.
    EXIT.

3500-FIND-IN-QUEUE.
    *> El maestro se recorre en orden de ID, así que WS-PT-I siempre
    *> trae el ID menor de la pareja.
    MOVE "N" TO WS-QT-FOUND.
    MOVE " " TO WS-QT-FOUND-STATUS.
    PERFORM VARYING WS-QT-IDX FROM 1 BY 1
        UNTIL WS-QT-IDX > WS-QT-COUNT
        IF WS-QT-LOW (WS-QT-IDX) = WS-PT-ID (WS-PT-I)
                AND WS-QT-HIGH (WS-QT-IDX) = WS-PT-ID (WS-PT-J)
            MOVE "Y" TO WS-QT-FOUND
            MOVE WS-QT-STATUS (WS-QT-IDX) TO WS-QT-FOUND-STATUS
            EXIT PERFORM
        END-IF
    END-PERFORM.
3500-FIND-IN-QUEUE-EXIT.
    EXIT.

3600-ENQUEUE-PAIR.
    IF WS-QT-COUNT >= 2000
        IF WS-QT-OVERFLOW = "N"
            DISPLAY "Aviso: cola de propuestas llena; la pareja "
                WS-PT-ID (WS-PT-I) "/" WS-PT-ID (WS-PT-J)
                " no queda en cola."
            MOVE "Y" TO WS-QT-OVERFLOW
        END-IF
    ELSE
        ADD 1 TO WS-QT-COUNT
        MOVE WS-PT-ID (WS-PT-I) TO WS-QT-LOW (WS-QT-COUNT)
        MOVE WS-PT-ID (WS-PT-J) TO WS-QT-HIGH (WS-QT-COUNT)
        MOVE "P" TO WS-QT-STATUS (WS-QT-COUNT)
        MOVE WS-PT-KEY (WS-PT-I) TO WS-QT-KEY (WS-QT-COUNT)
        ADD 1 TO WS-NEW-PAIR-COUNT
    END-IF.
3600-ENQUEUE-PAIR-EXIT.
    EXIT.

5000-APPEND-NEW-PAIRS.
    *> Sólo se añaden las parejas nuevas de esta pasada; las líneas
    *> existentes (con o sin veredicto) no se tocan.
    IF WS-NEW-PAIR-COUNT = 0
        GO TO 5000-APPEND-NEW-PAIRS-EXIT
    END-IF.
    OPEN EXTEND QUEUE-FILE.
    IF WS-QUEUE-STATUS = "35"
        OPEN OUTPUT QUEUE-FILE
    END-IF.
    IF WS-QUEUE-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'propuestas_hogar.txt' "
            "(status " WS-QUEUE-STATUS ")."
    ELSE
        COMPUTE WS-QT-IDX = WS-QT-COUNT - WS-NEW-PAIR-COUNT + 1
        PERFORM UNTIL WS-QT-IDX > WS-QT-COUNT
            MOVE SPACES TO QUEUE-REC
            MOVE WS-QT-LOW (WS-QT-IDX) TO HS-ID-LOW OF QUEUE-REC
            MOVE WS-QT-HIGH (WS-QT-IDX) TO HS-ID-HIGH OF QUEUE-REC
            SET HS-STATUS-PENDING OF QUEUE-REC TO TRUE
            MOVE 0 TO HS-VERDICT-DATE OF QUEUE-REC
            MOVE 0 TO HS-GROUP-ID OF QUEUE-REC
            MOVE WS-QT-KEY (WS-QT-IDX) TO HS-ADDRESS-KEY OF QUEUE-REC
            WRITE QUEUE-REC
            ADD 1 TO WS-QT-IDX
        END-PERFORM
        CLOSE QUEUE-FILE
    END-IF.
5000-APPEND-NEW-PAIRS-EXIT.
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
    STRING "PROPUESTAS=" DELIMITED BY SIZE
           WS-NEW-PAIR-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "HouseholdSuggest" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
