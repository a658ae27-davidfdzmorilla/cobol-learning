*> normales; los nombres ya existentes se omiten con aviso, como en
*> el modo lote de WriteMultipleRecords. El estacionamiento queda
*> vacío tras aplicarse, para que un lote no pueda entrar dos veces.
*> Las filas que llegaron de la central con su clave de persona
*> (import_claves.txt, que deja PartnerIntake) quedan anotadas en la
*> referencia cruzada claves_central.txt con el ID asignado.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT STAGING-FILE ASSIGN TO "import_staging.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STAGING-STATUS.
    SELECT STAGING-KEY-FILE ASSIGN TO "import_claves.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STAGING-KEY-STATUS.
    SELECT XREF-FILE ASSIGN TO "claves_central.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-XREF-STATUS.
    SELECT LASTID-FILE ASSIGN TO "personas.lastid"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LASTID-STATUS.
FD STAGING-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY STAGING-RECORD.

*> Claves de la central del lote (ver STGKEYREC.cpy).
FD STAGING-KEY-FILE.
    COPY STGKEYREC REPLACING STAGING-KEY-RECORD BY STAGING-KEY-REC.

*> Referencia cruzada clave de la central -> ID (ver XREFREC.cpy).
FD XREF-FILE.
    COPY XREFREC REPLACING PARTNER-XREF-RECORD BY XREF-REC.

*> Marca de agua con el mayor ID archivado, para no chocar con IDs
*> de sesiones anteriores cuando 'personas.txt' se ha vaciado.
FD LASTID-FILE.
01 TOTAL-SKIPPED-RECORDS PIC 9(4) VALUE 0.
01 WS-DUP-FOUND PIC X VALUE "N".

*> Claves de la central del lote, por número de fila estacionada.
01 WS-STAGING-KEY-STATUS PIC XX VALUE "00".
01 WS-XREF-STATUS PIC XX VALUE "00".
01 WS-KEY-TABLE.
    05 WS-KT-ENTRY OCCURS 5000 TIMES.
        10 WS-KT-SEQ  PIC 9(06).
        10 WS-KT-NAME PIC X(20).
        10 WS-KT-KEY  PIC X(10).
01 WS-KT-COUNT PIC 9(04) VALUE 0.
01 WS-KT-IDX PIC 9(04) VALUE 0.
01 WS-STAGING-SEQ PIC 9(06) VALUE 0.
01 WS-LINK-DATE PIC 9(08) VALUE 0.
01 TOTAL-LINKED-RECORDS PIC 9(4) VALUE 0.

*> Bloqueo de un solo escritor sobre personas.txt.
COPY LOCKAREA REPLACING LOCK-AREA BY WS-LOCK-AREA.
01 WS-LOCK-CONFIRM PIC X VALUE "N".
    END-IF.
    PERFORM 1050-CHECK-ARCHIVE-LASTID.
    COMPUTE WS-NEXT-ID = WS-LAST-ID + 1.
    PERFORM 1100-LOAD-STAGING-KEYS THRU 1100-LOAD-STAGING-KEYS-EXIT.

    PERFORM UNTIL WS-STAGING-EOF = "Y"
        READ STAGING-FILE
    *> estacionamiento queda vacía.
    OPEN OUTPUT STAGING-FILE.
    CLOSE STAGING-FILE.
    OPEN OUTPUT STAGING-KEY-FILE.
    CLOSE STAGING-KEY-FILE.

    DISPLAY "Aplicados " TOTAL-APPLIED-RECORDS " registros; "
        TOTAL-SKIPPED-RECORDS " omitidos por nombre duplicado.".
    IF TOTAL-LINKED-RECORDS > 0
        DISPLAY "Claves de la central anotadas en 'claves_central.txt': "
            TOTAL-LINKED-RECORDS "."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1050-CHECK-ARCHIVE-LASTID-EXIT.
    EXIT.

1100-LOAD-STAGING-KEYS.
    OPEN INPUT STAGING-KEY-FILE.
    IF WS-STAGING-KEY-STATUS NOT = "00"
        GO TO 1100-LOAD-STAGING-KEYS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ STAGING-KEY-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-KT-COUNT < 5000
                        AND SK-STAGING-SEQ OF STAGING-KEY-REC IS NUMERIC
                    ADD 1 TO WS-KT-COUNT
                    MOVE SK-STAGING-SEQ OF STAGING-KEY-REC
                        TO WS-KT-SEQ (WS-KT-COUNT)
                    MOVE SK-NAME OF STAGING-KEY-REC
                        TO WS-KT-NAME (WS-KT-COUNT)
                    MOVE SK-PARTNER-KEY OF STAGING-KEY-REC
                        TO WS-KT-KEY (WS-KT-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STAGING-KEY-FILE.
1100-LOAD-STAGING-KEYS-EXIT.
    EXIT.

2000-APPLY-ONE.
    ADD 1 TO WS-STAGING-SEQ.
    PERFORM 2050-CHECK-DUPLICATE-NAME.
    IF WS-DUP-FOUND = "Y"
        DISPLAY "Aviso: nombre ya existente, se omite: "
                SET JRN-ACT-WRITE OF WS-JRN-AREA TO TRUE
                MOVE MASTER-RECORD TO JRN-IMAGE OF WS-JRN-AREA
                PERFORM 7700-WRITE-JOURNAL
                PERFORM 7800-WRITE-XREF THRU 7800-WRITE-XREF-EXIT
                ADD 1 TO WS-NEXT-ID
                ADD 1 TO TOTAL-APPLIED-RECORDS
        END-WRITE
7700-WRITE-JOURNAL-EXIT.
    EXIT.

7800-WRITE-XREF.
    *> Sólo si la línea de claves es de esta misma fila (mismo número
    *> de orden y mismo nombre).
    IF WS-KT-COUNT = 0
        GO TO 7800-WRITE-XREF-EXIT
    END-IF.
    PERFORM VARYING WS-KT-IDX FROM 1 BY 1
        UNTIL WS-KT-IDX > WS-KT-COUNT
        IF WS-KT-SEQ (WS-KT-IDX) = WS-STAGING-SEQ
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-KT-IDX > WS-KT-COUNT
        GO TO 7800-WRITE-XREF-EXIT
    END-IF.
    IF WS-KT-NAME (WS-KT-IDX) NOT = PR-NAME OF STAGING-RECORD
        DISPLAY "Aviso: la clave de la central de la fila "
            WS-STAGING-SEQ " no corresponde a "
            PR-NAME OF STAGING-RECORD "; no se anota."
        GO TO 7800-WRITE-XREF-EXIT
    END-IF.
    OPEN EXTEND XREF-FILE.
    IF WS-XREF-STATUS = "35"
        OPEN OUTPUT XREF-FILE
    END-IF.
    IF WS-XREF-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo escribir 'claves_central.txt' "
            "(status " WS-XREF-STATUS ")."
        GO TO 7800-WRITE-XREF-EXIT
    END-IF.
    ACCEPT WS-LINK-DATE FROM DATE YYYYMMDD.
    MOVE SPACES TO XREF-REC.
    MOVE WS-KT-KEY (WS-KT-IDX) TO XR-PARTNER-KEY OF XREF-REC.
    MOVE WS-NEXT-ID TO XR-PERSON-ID OF XREF-REC.
    MOVE WS-LINK-DATE TO XR-LINK-DATE OF XREF-REC.
    WRITE XREF-REC.
    CLOSE XREF-FILE.
    ADD 1 TO TOTAL-LINKED-RECORDS.
7800-WRITE-XREF-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING "IMPORT=" DELIMITED BY SIZE
           TOTAL-APPLIED-RECORDS DELIMITED BY SIZE
           " CLV=" DELIMITED BY SIZE
           TOTAL-LINKED-RECORDS DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "CommitImport" TO AUD-PROGRAM OF AUDIT-LINE-REC.
