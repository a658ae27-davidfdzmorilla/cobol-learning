IDENTIFICATION DIVISION.
PROGRAM-ID. PeriodGuard.
*> Guarda de los periodos contables cerrados. Una vez que PeriodClose
*> cierra un mes (periodos.txt), ningún cambio del maestro con fecha
*> efectiva dentro de ese mes entra sin la firma de dos supervisores:
*>   - PG-REQ-CHECK: si la fecha cae en un mes cerrado, la primera
*>     vez en la ejecución se pide el doble control (DualControl,
*>     "AJUSTE MES CERRADO"); la respuesta se guarda y vale para
*>     los demás cambios de la misma ejecución, para no pedir dos
*>     firmas por cada línea de un lote. En una ejecución desatendida
*>     no hay a quién pedirlas y el cambio se rechaza.
*>   - PG-REQ-RECORD: el cambio autorizado ya se aplicó; queda una
*>     línea en ajustes_periodo.txt que PopulationMovement lista
*>     aparte como ajuste posterior al cierre.
*> Un mes reabierto ("A") se trata como abierto.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "periodos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PERIOD-STATUS.
    SELECT ADJUST-FILE ASSIGN TO "ajustes_periodo.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ADJUST-STATUS.

DATA DIVISION.
FILE SECTION.
FD PERIOD-FILE.
    COPY PERIODREC REPLACING PERIOD-RECORD BY PERIOD-REC.

FD ADJUST-FILE.
    COPY AJUSTREC REPLACING ADJUSTMENT-RECORD BY ADJUST-REC.

WORKING-STORAGE SECTION.
01 WS-PERIOD-STATUS PIC XX VALUE "00".
01 WS-ADJUST-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-NOW-TIME PIC 9(8) VALUE 0.

*> Meses cerrados, cargados una sola vez por ejecución.
01 WS-LOADED PIC X VALUE "N".
01 WS-CLOSED-TABLE.
    05 WS-CLOSED-PERIOD PIC 9(06) OCCURS 600 TIMES.
01 WS-CLOSED-COUNT PIC 9(03) VALUE 0.
01 WS-CLOSED-IDX PIC 9(03) VALUE 0.
01 WS-CLOSED-FOUND PIC X VALUE "N".

*> Respuesta del doble control, guardada para toda la ejecución.
01 WS-ASKED PIC X VALUE "N".
01 WS-GRANTED PIC X VALUE "N".
01 WS-GRANTED-BY PIC X(20) VALUE SPACES.
COPY APRAREA REPLACING APPROVAL-AREA BY WS-APR-AREA.

LINKAGE SECTION.
    COPY PGAREA REPLACING PERIOD-GUARD-AREA BY LNK-PG-AREA.

PROCEDURE DIVISION USING LNK-PG-AREA.
    IF PG-REQ-RECORD OF LNK-PG-AREA
        PERFORM 3000-RECORD-ADJUSTMENT
        GOBACK
    END-IF.

    IF WS-LOADED = "N"
        PERFORM 1000-LOAD-PERIODS
        MOVE "Y" TO WS-LOADED
    END-IF.
    MOVE PG-DATE OF LNK-PG-AREA (1:6) TO PG-PERIOD OF LNK-PG-AREA.
    MOVE SPACES TO PG-APPROVER OF LNK-PG-AREA.
    PERFORM 2000-FIND-PERIOD.
    IF WS-CLOSED-FOUND = "N"
        SET PG-PERIOD-OPEN OF LNK-PG-AREA TO TRUE
        GOBACK
    END-IF.

    IF PG-UNATTENDED OF LNK-PG-AREA = "Y"
        SET PG-ADJUSTMENT-REFUSED OF LNK-PG-AREA TO TRUE
        GOBACK
    END-IF.
    IF WS-ASKED = "N"
        PERFORM 2500-ASK-DUAL-CONTROL
    END-IF.
    IF WS-GRANTED = "Y"
        MOVE WS-GRANTED-BY TO PG-APPROVER OF LNK-PG-AREA
        SET PG-ADJUSTMENT-ALLOWED OF LNK-PG-AREA TO TRUE
    ELSE
        SET PG-ADJUSTMENT-REFUSED OF LNK-PG-AREA TO TRUE
    END-IF.
    GOBACK.

1000-LOAD-PERIODS.
    MOVE 0 TO WS-CLOSED-COUNT.
    OPEN INPUT PERIOD-FILE.
    IF WS-PERIOD-STATUS NOT = "00"
        *> Sin registro de periodos no hay ningún mes cerrado.
        CONTINUE
    ELSE
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ PERIOD-FILE
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                    IF PD-CLOSED OF PERIOD-REC
                            AND WS-CLOSED-COUNT < 600
                        ADD 1 TO WS-CLOSED-COUNT
                        MOVE PD-PERIOD OF PERIOD-REC
                            TO WS-CLOSED-PERIOD (WS-CLOSED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERIOD-FILE
    END-IF.
1000-LOAD-PERIODS-EXIT.
    EXIT.

2000-FIND-PERIOD.
    MOVE "N" TO WS-CLOSED-FOUND.
    PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
        UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
        IF WS-CLOSED-PERIOD (WS-CLOSED-IDX) = PG-PERIOD OF LNK-PG-AREA
            MOVE "Y" TO WS-CLOSED-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
2000-FIND-PERIOD-EXIT.
    EXIT.

2500-ASK-DUAL-CONTROL.
    MOVE "Y" TO WS-ASKED.
    DISPLAY "El periodo " PG-PERIOD OF LNK-PG-AREA " está cerrado: "
        "los cambios con fecha de un mes cerrado exigen doble "
        "control.".
    MOVE "AJUSTE MES CERRADO" TO APR-OPERATION OF WS-APR-AREA.
    CALL "DualControl" USING WS-APR-AREA.
    IF APR-ALLOWED OF WS-APR-AREA
        MOVE "Y" TO WS-GRANTED
        MOVE APR-APPROVER OF WS-APR-AREA TO WS-GRANTED-BY
    ELSE
        MOVE "N" TO WS-GRANTED
    END-IF.
2500-ASK-DUAL-CONTROL-EXIT.
    EXIT.

3000-RECORD-ADJUSTMENT.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-NOW-TIME FROM TIME.
    OPEN EXTEND ADJUST-FILE.
    IF WS-ADJUST-STATUS = "35"
        OPEN OUTPUT ADJUST-FILE
    END-IF.
    IF WS-ADJUST-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo anotar el ajuste en "
            "'ajustes_periodo.txt' (status " WS-ADJUST-STATUS ")."
    ELSE
        MOVE SPACES TO ADJUST-REC
        MOVE PG-DATE OF LNK-PG-AREA (1:6) TO AJ-PERIOD OF ADJUST-REC
        MOVE PG-DATE OF LNK-PG-AREA TO AJ-EFFECTIVE-DATE OF ADJUST-REC
        MOVE WS-TODAY-DATE TO AJ-APPLIED-DATE OF ADJUST-REC
        MOVE WS-NOW-TIME (1:6) TO AJ-APPLIED-TIME OF ADJUST-REC
        MOVE PG-PROGRAM OF LNK-PG-AREA TO AJ-PROGRAM OF ADJUST-REC
        MOVE PG-PERSON-ID OF LNK-PG-AREA TO AJ-PERSON-ID OF ADJUST-REC
        MOVE PG-TYPE OF LNK-PG-AREA TO AJ-TYPE OF ADJUST-REC
        MOVE PG-BRANCH OF LNK-PG-AREA TO AJ-BRANCH OF ADJUST-REC
        MOVE WS-OPERATOR TO AJ-OPERATOR OF ADJUST-REC
        MOVE PG-APPROVER OF LNK-PG-AREA TO AJ-APPROVER OF ADJUST-REC
        WRITE ADJUST-REC
        CLOSE ADJUST-FILE
    END-IF.
3000-RECORD-ADJUSTMENT-EXIT.
    EXIT.
