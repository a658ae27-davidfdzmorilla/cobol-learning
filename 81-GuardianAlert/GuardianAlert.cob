IDENTIFICATION DIVISION.
PROGRAM-ID. GuardianAlert.
*> Subprograma de aviso de tutelas: dado un ID que acaba de salir
*> del maestro (baja, purga o fusión), busca en relaciones.txt los
*> menores de los que era tutor o progenitor con la relación
*> vigente y, por cada uno que siga activo en personas.txt con menos
*> de 18 años, deja una alerta en alertas.log. La primera llamada
*> carga las tutelas vigentes en memoria; el maestro se abre sólo
*> cuando hay algún menor que comprobar, así que el llamador debe
*> haberlo cerrado antes de llamar.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RELATION-FILE ASSIGN TO "relaciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RELATION-STATUS.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT ALERT-FILE ASSIGN TO "alertas.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ALERT-STATUS.

DATA DIVISION.
FILE SECTION.
FD RELATION-FILE.
    COPY RELACREC REPLACING RELATIONSHIP-RECORD BY RELATION-REC.

FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD ALERT-FILE.
01 ALERT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
01 WS-RELATION-STATUS PIC XX VALUE "00".
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-ALERT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-LOADED PIC X VALUE "N".
01 WS-OVERFLOW PIC X VALUE "N".
01 WS-MASTER-OPEN PIC X VALUE "N".

*> Tutelas vigentes: tutor (o progenitor) y menor.
01 WS-CUSTODY-TABLE.
    05 WS-CU-ENTRY OCCURS 3000 TIMES.
        10 WS-CU-GUARDIAN PIC 9(06).
        10 WS-CU-MINOR    PIC 9(06).
01 WS-CU-COUNT PIC 9(04) VALUE 0.
01 WS-CU-IDX PIC 9(04) VALUE 0.

*> Edad del menor a partir de PR-BIRTH-DATE, igual que AgeSweep;
*> sin fecha de nacimiento vale PR-AGE.
01 WS-CALC-AGE PIC 99 VALUE 0.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MONTH PIC 99.
    05 WS-TODAY-DAY   PIC 99.
01 WS-BIRTH-DATE-WORK PIC 9(8) VALUE 0.
01 WS-BIRTH-DATE-WORK-R REDEFINES WS-BIRTH-DATE-WORK.
    05 WS-BIRTH-YEAR  PIC 9(4).
    05 WS-BIRTH-MONTH PIC 99.
    05 WS-BIRTH-DAY   PIC 99.

01 WS-ALERT-TIME PIC 9(8) VALUE 0.

LINKAGE SECTION.
    COPY GDAREA REPLACING GUARDIAN-ALERT-AREA BY LNK-GDA-AREA.

PROCEDURE DIVISION USING LNK-GDA-AREA.
    IF WS-LOADED = "N"
        PERFORM 1000-LOAD-CUSTODY THRU 1000-LOAD-CUSTODY-EXIT
        MOVE "Y" TO WS-LOADED
    END-IF.

    MOVE 0 TO GDA-ALERT-COUNT OF LNK-GDA-AREA.
    MOVE "N" TO WS-MASTER-OPEN.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    PERFORM VARYING WS-CU-IDX FROM 1 BY 1
        UNTIL WS-CU-IDX > WS-CU-COUNT
        IF WS-CU-GUARDIAN (WS-CU-IDX)
                = GDA-GUARDIAN-ID OF LNK-GDA-AREA
            PERFORM 2000-CHECK-MINOR THRU 2000-CHECK-MINOR-EXIT
        END-IF
    END-PERFORM.
    IF WS-MASTER-OPEN = "Y"
        CLOSE MASTER-FILE
    END-IF.
    GOBACK.

1000-LOAD-CUSTODY.
    OPEN INPUT RELATION-FILE.
    IF WS-RELATION-STATUS NOT = "00"
        *> Sin relaciones dadas de alta no hay tutelas que vigilar.
        GO TO 1000-LOAD-CUSTODY-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ RELATION-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF RL-TYPE-CUSTODY OF RELATION-REC
                        AND RL-END-DATE OF RELATION-REC = 0
                    IF WS-CU-COUNT >= 3000
                        IF WS-OVERFLOW = "N"
                            DISPLAY "Aviso: más de 3000 tutelas en "
                                "'relaciones.txt'; el resto no se "
                                "vigila."
                            MOVE "Y" TO WS-OVERFLOW
                        END-IF
                    ELSE
                        ADD 1 TO WS-CU-COUNT
                        MOVE RL-RELATED-ID OF RELATION-REC
                            TO WS-CU-GUARDIAN (WS-CU-COUNT)
                        MOVE RL-PERSON-ID OF RELATION-REC
                            TO WS-CU-MINOR (WS-CU-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RELATION-FILE.
1000-LOAD-CUSTODY-EXIT.
    EXIT.

2000-CHECK-MINOR.
    IF WS-MASTER-OPEN = "N"
        OPEN INPUT MASTER-FILE
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "Aviso: no se pudo abrir 'personas.txt' para "
                "comprobar tutelas (status " WS-FILE-STATUS ")."
            MOVE WS-CU-COUNT TO WS-CU-IDX
            GO TO 2000-CHECK-MINOR-EXIT
        END-IF
        MOVE "Y" TO WS-MASTER-OPEN
    END-IF.
    MOVE WS-CU-MINOR (WS-CU-IDX) TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY
            *> El menor ya no está en el fichero: nada que avisar.
            GO TO 2000-CHECK-MINOR-EXIT
    END-READ.
    IF PR-TYPE-TRAILER OF MASTER-RECORD
            OR NOT PR-STATUS-ACTIVE OF MASTER-RECORD
        GO TO 2000-CHECK-MINOR-EXIT
    END-IF.
    IF PR-BIRTH-DATE OF MASTER-RECORD IS NOT NUMERIC
            OR PR-BIRTH-DATE OF MASTER-RECORD = 0
        MOVE PR-AGE OF MASTER-RECORD TO WS-CALC-AGE
    ELSE
        PERFORM 4400-COMPUTE-CURRENT-AGE
    END-IF.
    IF WS-CALC-AGE < 18
        PERFORM 8500-WRITE-ALERT
    END-IF.
2000-CHECK-MINOR-EXIT.
    EXIT.

4400-COMPUTE-CURRENT-AGE.
    MOVE PR-BIRTH-DATE OF MASTER-RECORD TO WS-BIRTH-DATE-WORK.
    COMPUTE WS-CALC-AGE = WS-TODAY-YEAR - WS-BIRTH-YEAR.
    IF WS-TODAY-MONTH < WS-BIRTH-MONTH
        SUBTRACT 1 FROM WS-CALC-AGE
    ELSE
        IF WS-TODAY-MONTH = WS-BIRTH-MONTH
                AND WS-TODAY-DAY < WS-BIRTH-DAY
            SUBTRACT 1 FROM WS-CALC-AGE
        END-IF
    END-IF.
4400-COMPUTE-CURRENT-AGE-EXIT.
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
        IF GDA-SURVIVOR-ID OF LNK-GDA-AREA > 0
            STRING WS-TODAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ALERT-TIME (1:6) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GDA-PROGRAM OF LNK-GDA-AREA DELIMITED BY SPACE
                   " TUTOR " DELIMITED BY SIZE
                   GDA-EVENT OF LNK-GDA-AREA DELIMITED BY SPACE
                   " tutor=" DELIMITED BY SIZE
                   GDA-GUARDIAN-ID OF LNK-GDA-AREA DELIMITED BY SIZE
                   " menor=" DELIMITED BY SIZE
                   WS-CU-MINOR (WS-CU-IDX) DELIMITED BY SIZE
                   " en=" DELIMITED BY SIZE
                   GDA-SURVIVOR-ID OF LNK-GDA-AREA DELIMITED BY SIZE
                INTO ALERT-RECORD
        ELSE
            STRING WS-TODAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ALERT-TIME (1:6) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GDA-PROGRAM OF LNK-GDA-AREA DELIMITED BY SPACE
                   " TUTOR " DELIMITED BY SIZE
                   GDA-EVENT OF LNK-GDA-AREA DELIMITED BY SPACE
                   " tutor=" DELIMITED BY SIZE
                   GDA-GUARDIAN-ID OF LNK-GDA-AREA DELIMITED BY SIZE
                   " menor=" DELIMITED BY SIZE
                   WS-CU-MINOR (WS-CU-IDX) DELIMITED BY SIZE
                INTO ALERT-RECORD
        END-IF
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
        ADD 1 TO GDA-ALERT-COUNT OF LNK-GDA-AREA
        DISPLAY "ALERTA: el menor " WS-CU-MINOR (WS-CU-IDX)
            " se queda sin su tutor " GDA-GUARDIAN-ID OF LNK-GDA-AREA
            " (ver 'relaciones.txt')."
    END-IF.
8500-WRITE-ALERT-EXIT.
    EXIT.
