IDENTIFICATION DIVISION.
PROGRAM-ID. CardCancel.
*> Subprograma de anulación de tarjetas de socio: dado un ID que
*> acaba de salir del maestro (baja, defunción o absorbido en una
*> fusión), pasa a anulada (B) cada tarjeta activa suya en
*> tarjetas.txt, con la fecha, el programa llamador y el motivo, para
*> que el número deje de valer en el mostrador. Como tarjetas.txt no
*> tiene límite de tamaño, no se carga en memoria: se copia entero a
*> tarjetas.tmp y se reescribe desde la copia, igual que hace
*> OrphanSweep con los ficheros que depura; si la persona no tiene
*> ninguna tarjeta activa el fichero no se toca.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARD-FILE ASSIGN TO "tarjetas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARD-STATUS.
    SELECT WORK-FILE ASSIGN TO "tarjetas.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WORK-STATUS.

DATA DIVISION.
FILE SECTION.
FD CARD-FILE.
    COPY TARJREC REPLACING CARD-RECORD BY CARD-REC.

FD WORK-FILE.
01 WORK-LINE PIC X(80).

WORKING-STORAGE SECTION.
01 WS-CARD-STATUS PIC XX VALUE "00".
01 WS-WORK-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-MATCH-COUNT PIC 9(04) VALUE 0.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-WORK-NAME PIC X(40) VALUE "tarjetas.tmp".

LINKAGE SECTION.
    COPY CANCAREA REPLACING CARD-CANCEL-AREA BY LNK-CXL-AREA.

PROCEDURE DIVISION USING LNK-CXL-AREA.
    MOVE 0 TO CXL-CANCEL-COUNT OF LNK-CXL-AREA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM 1000-COPY-TO-WORK THRU 1000-COPY-TO-WORK-EXIT.
    IF WS-MATCH-COUNT > 0
        PERFORM 2000-REWRITE-CARDS THRU 2000-REWRITE-CARDS-EXIT
    END-IF.
    CALL "CBL_DELETE_FILE" USING WS-WORK-NAME.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

1000-COPY-TO-WORK.
    MOVE 0 TO WS-MATCH-COUNT.
    OPEN INPUT CARD-FILE.
    IF WS-CARD-STATUS NOT = "00"
        *> Sin fichero de tarjetas no hay nada que anular.
        GO TO 1000-COPY-TO-WORK-EXIT
    END-IF.
    OPEN OUTPUT WORK-FILE.
    IF WS-WORK-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'tarjetas.tmp' (status "
            WS-WORK-STATUS "); las tarjetas de "
            CXL-PERSON-ID OF LNK-CXL-AREA " no se anulan."
        CLOSE CARD-FILE
        GO TO 1000-COPY-TO-WORK-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CARD-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE CARD-REC TO WORK-LINE
                WRITE WORK-LINE
                IF TJ-PERSON-ID OF CARD-REC
                        = CXL-PERSON-ID OF LNK-CXL-AREA
                        AND TJ-STATUS-ACTIVE OF CARD-REC
                    ADD 1 TO WS-MATCH-COUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CARD-FILE.
    CLOSE WORK-FILE.
1000-COPY-TO-WORK-EXIT.
    EXIT.

2000-REWRITE-CARDS.
    OPEN INPUT WORK-FILE.
    IF WS-WORK-STATUS NOT = "00"
        DISPLAY "Error: no se pudo releer 'tarjetas.tmp' (status "
            WS-WORK-STATUS "); las tarjetas de "
            CXL-PERSON-ID OF LNK-CXL-AREA " no se anulan."
        GO TO 2000-REWRITE-CARDS-EXIT
    END-IF.
    OPEN OUTPUT CARD-FILE.
    IF WS-CARD-STATUS NOT = "00"
        DISPLAY "Error: no se pudo reescribir 'tarjetas.txt' (status "
            WS-CARD-STATUS "); queda intacto."
        CLOSE WORK-FILE
        GO TO 2000-REWRITE-CARDS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ WORK-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE WORK-LINE TO CARD-REC
                IF TJ-PERSON-ID OF CARD-REC
                        = CXL-PERSON-ID OF LNK-CXL-AREA
                        AND TJ-STATUS-ACTIVE OF CARD-REC
                    SET TJ-STATUS-CANCELLED OF CARD-REC TO TRUE
                    MOVE WS-TODAY TO TJ-STATUS-DATE OF CARD-REC
                    MOVE CXL-PROGRAM OF LNK-CXL-AREA
                        TO TJ-OPERATOR OF CARD-REC
                    MOVE CXL-EVENT OF LNK-CXL-AREA
                        TO TJ-CLOSE-EVENT OF CARD-REC
                    ADD 1 TO CXL-CANCEL-COUNT OF LNK-CXL-AREA
                    DISPLAY "Tarjeta "
                        TJ-NUMBER-PERSON OF CARD-REC "-"
                        TJ-NUMBER-SEQ OF CARD-REC "-"
                        TJ-NUMBER-CHECK OF CARD-REC
                        " anulada ("
                        FUNCTION TRIM(CXL-EVENT OF LNK-CXL-AREA) ")."
                END-IF
                WRITE CARD-REC
        END-READ
    END-PERFORM.
    CLOSE WORK-FILE.
    CLOSE CARD-FILE.
2000-REWRITE-CARDS-EXIT.
    EXIT.
