IDENTIFICATION DIVISION.
PROGRAM-ID. VerificationSample.
*> Muestra para la auditoría de verificación de datos: saca de
*> personas.txt una muestra aleatoria de personas activas,
*> estratificada por sucursal, e imprime para cada una la hoja con
*> lo que figura en el maestro, en contactos.txt y en hogares.txt,
*> para comprobarlo con la propia persona.
*>   VERIFICACION_AUDITORIA  fecha AAAAMMDD que identifica la
*>                           auditoría (por defecto hoy).
*>   VERIFICACION_SEMILLA    semilla del sorteo (por defecto la fecha
*>                           de la auditoría).
*>   VERIFICACION_TAMANO     personas por sucursal cuando la sucursal
*>                           no figura en verificacion_tamanos.txt
*>                           (por defecto 10).
*> verificacion_tamanos.txt lleva una línea por sucursal con el código
*> en las columnas 1-4 y el tamaño de la muestra en las 6-8; un tamaño
*> cero deja la sucursal fuera.
*> Cada persona recibe una puntuación que sólo depende de la semilla y
*> de su ID; en cada sucursal se eligen las de puntuación más baja.
*> Con la misma semilla y el mismo maestro sale siempre la misma
*> muestra, y el orden del fichero no influye.
*> La muestra se añade a verificacion_muestra.txt (ver MUESTREC.cpy)
*> con la foto de los datos impresos. Si la auditoría ya estaba
*> sorteada no se vuelve a sortear: se reimprimen sus hojas tal como
*> salieron. Salida: verificacion_hojas.rpt, una página por persona
*> con "SUCURSAL: xxxx" en la columna 101 para que ReportDistribution
*> entregue a cada sucursal las suyas; la última página ("****")
*> resume la muestra por sucursal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT SIZE-FILE ASSIGN TO "verificacion_tamanos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SIZE-STATUS.
    SELECT SAMPLE-FILE ASSIGN TO "verificacion_muestra.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SAMPLE-STATUS.
    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT HOUSEHOLD-FILE ASSIGN TO "hogares.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOUSEHOLD-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "verificacion.srt".
    SELECT REPORT-FILE ASSIGN TO "verificacion_hojas.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD SIZE-FILE.
01 SIZE-LINE PIC X(80).

FD SAMPLE-FILE.
    COPY MUESTREC REPLACING SAMPLE-RECORD BY SAMPLE-REC.

FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

FD HOUSEHOLD-FILE.
    COPY HOGARREC REPLACING HOUSEHOLD-RECORD BY HOUSEHOLD-REC.

*> Persona activa candidata, con su puntuación del sorteo.
SD SORT-WORK-FILE.
01 SORT-RECORD.
    05 SR-BRANCH      PIC X(04).
    05 SR-SCORE       PIC 9(10).
    05 SR-PERSON-ID   PIC 9(06).
    05 SR-NAME        PIC X(20).
    05 SR-AGE         PIC 99.
    05 SR-BIRTH-DATE  PIC 9(08).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-SIZE-STATUS PIC XX VALUE "00".
01 WS-SAMPLE-STATUS PIC XX VALUE "00".
01 WS-CONTACT-STATUS PIC XX VALUE "00".
01 WS-HOUSEHOLD-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-REPRINT PIC X VALUE "N".
01 WS-ABORT PIC X VALUE "N".

*> Parámetros de la auditoría.
01 WS-AUDIT-ENV PIC X(08) VALUE SPACES.
01 WS-AUDIT-ID PIC 9(08) VALUE 0.
01 WS-AUDIT-ID-R REDEFINES WS-AUDIT-ID.
    05 WS-AUDIT-ID-YEAR  PIC 9(4).
    05 WS-AUDIT-ID-MONTH PIC 99.
    05 WS-AUDIT-ID-DAY   PIC 99.
01 WS-AUDIT-ID-DISPLAY PIC X(10) VALUE SPACES.
01 WS-SEED-ENV PIC X(09) VALUE SPACES.
01 WS-SEED PIC 9(09) VALUE 0.
01 WS-DEFAULT-SIZE-ENV PIC X(03) VALUE SPACES.
01 WS-DEFAULT-SIZE PIC 9(03) VALUE 10.

*> Puntuación del sorteo: mezcla de la semilla y el ID elevada al
*> cuadrado tres veces módulo un primo, para que IDs seguidos no den
*> puntuaciones seguidas.
01 WS-SCORE-WORK PIC 9(18) VALUE 0.
01 WS-SCORE-ROUND PIC 9 VALUE 0.

*> Sucursales: tamaño de muestra, activas y elegidas.
01 WS-BT-TABLE.
    05 WS-BT-ENTRY OCCURS 200 TIMES.
        10 WS-BT-CODE       PIC X(04).
        10 WS-BT-SIZE       PIC 9(03).
        10 WS-BT-POPULATION PIC 9(06).
        10 WS-BT-DRAWN      PIC 9(04).
01 WS-BT-COUNT PIC 9(03) VALUE 0.
01 WS-BT-IDX PIC 9(03) VALUE 0.
01 WS-BT-FOUND PIC 9(03) VALUE 0.
01 WS-BT-OVERFLOW PIC X VALUE "N".
01 WS-SEARCH-BRANCH PIC X(04) VALUE SPACES.
01 WS-CUR-BRANCH PIC X(04) VALUE SPACES.
01 WS-CUR-TAKEN PIC 9(04) VALUE 0.
01 WS-CUR-SIZE PIC 9(03) VALUE 0.

*> Muestra de la auditoría (nueva o ya sorteada).
01 WS-MU-TABLE.
    05 WS-MU-LINE PIC X(223) OCCURS 2000 TIMES.
01 WS-MU-COUNT PIC 9(04) VALUE 0.
01 WS-MU-IDX PIC 9(04) VALUE 0.
01 WS-MU-OVERFLOW PIC X VALUE "N".
COPY MUESTREC REPLACING SAMPLE-RECORD BY WS-MU-WORK.

*> Hogares de las personas de la muestra.
01 WS-GROUP-ID PIC 9(04) VALUE 0.

*> Líneas de la hoja.
01 WS-PAGE-NUMBER PIC 9(04) VALUE 0.
01 WS-PAGE-BRANCH PIC X(04) VALUE SPACES.
01 WS-FIELD-LINE.
    05 FILLER          PIC X(01) VALUE SPACE.
    05 FL-CODE         PIC X(01).
    05 FILLER          PIC X(01) VALUE SPACE.
    05 FL-LABEL        PIC X(18).
    05 FILLER          PIC X(02) VALUE SPACES.
    05 FL-VALUE        PIC X(40).
    05 FILLER          PIC X(02) VALUE SPACES.
    05 FL-BOX          PIC X(03) VALUE "[ ]".
    05 FILLER          PIC X(07) VALUE SPACES.
    05 FL-BLANK        PIC X(40) VALUE ALL "_".
01 WS-DATE-WORK PIC 9(08) VALUE 0.
01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
    05 WS-DATE-WORK-YEAR  PIC 9(4).
    05 WS-DATE-WORK-MONTH PIC 99.
    05 WS-DATE-WORK-DAY   PIC 99.
01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-EDIT-COUNT PIC ZZZ9.
01 WS-EDIT-SIZE PIC ZZ9.
01 WS-EDIT-POPULATION PIC ZZZZZ9.
01 WS-EDIT-MEMBERS PIC ZZ9.

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
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    PERFORM 1000-GET-PARAMETERS THRU 1000-GET-PARAMETERS-EXIT.
    IF WS-ABORT = "Y"
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 1200-LOAD-EXISTING THRU 1200-LOAD-EXISTING-EXIT.
    IF WS-ABORT = "Y"
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    IF WS-REPRINT = "Y"
        DISPLAY "La auditoría " WS-AUDIT-ID " ya está sorteada ("
            WS-MU-COUNT " hojas); se reimprimen sus hojas."
        IF WS-SEED-ENV NOT = SPACES
                AND WS-SEED NOT = MU-SEED OF WS-MU-WORK
            DISPLAY "Aviso: se sorteó con la semilla "
                MU-SEED OF WS-MU-WORK "; VERIFICACION_SEMILLA no se usa."
        END-IF
        MOVE MU-SEED OF WS-MU-WORK TO WS-SEED
    ELSE
        PERFORM 1100-LOAD-SIZES THRU 1100-LOAD-SIZES-EXIT
        OPEN INPUT MASTER-FILE
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
                WS-FILE-STATUS ")."
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SR-BRANCH
            ON ASCENDING KEY SR-SCORE
            ON ASCENDING KEY SR-PERSON-ID
            INPUT PROCEDURE IS 2000-RELEASE-CANDIDATES
                THRU 2000-RELEASE-CANDIDATES-EXIT
            OUTPUT PROCEDURE IS 2500-TAKE-SAMPLE
                THRU 2500-TAKE-SAMPLE-EXIT
        CLOSE MASTER-FILE
        IF WS-MU-OVERFLOW = "Y"
            *> Una muestra recortada ya no sería la del sorteo.
            DISPLAY "Error: la muestra pasa de 2000 personas; reduzca "
                "los tamaños. No se ha guardado nada."
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
        IF WS-BT-OVERFLOW = "Y"
            DISPLAY "Aviso: más de 200 sucursales; las que no caben "
                "quedan fuera de la muestra."
        END-IF
        PERFORM 3000-ADD-CONTACTS THRU 3000-ADD-CONTACTS-EXIT
        PERFORM 3100-ADD-HOUSEHOLDS THRU 3100-ADD-HOUSEHOLDS-EXIT
        PERFORM 3500-SAVE-SAMPLE THRU 3500-SAVE-SAMPLE-EXIT
        IF WS-ABORT = "Y"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

    PERFORM 4000-PRINT-SHEETS THRU 4000-PRINT-SHEETS-EXIT.
    IF WS-ABORT = "Y"
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "Verificación " WS-AUDIT-ID ": " WS-MU-COUNT
        " hojas (ver 'verificacion_hojas.rpt').".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-GET-PARAMETERS.
    MOVE WS-TODAY-DATE TO WS-AUDIT-ID.
    ACCEPT WS-AUDIT-ENV FROM ENVIRONMENT "VERIFICACION_AUDITORIA".
    IF WS-AUDIT-ENV NOT = SPACES
        IF WS-AUDIT-ENV IS NOT NUMERIC
            DISPLAY "Error: VERIFICACION_AUDITORIA debe ser una fecha "
                "AAAAMMDD."
            MOVE "Y" TO WS-ABORT
            GO TO 1000-GET-PARAMETERS-EXIT
        END-IF
        MOVE WS-AUDIT-ENV TO WS-AUDIT-ID
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-AUDIT-ID) NOT = 0
                OR WS-AUDIT-ID > WS-TODAY-DATE
            DISPLAY "Error: VERIFICACION_AUDITORIA " WS-AUDIT-ID
                " no es una fecha válida o es futura."
            MOVE "Y" TO WS-ABORT
            GO TO 1000-GET-PARAMETERS-EXIT
        END-IF
    END-IF.
    MOVE SPACES TO WS-AUDIT-ID-DISPLAY.
    STRING WS-AUDIT-ID-DAY   DELIMITED BY SIZE "/"
           WS-AUDIT-ID-MONTH DELIMITED BY SIZE "/"
           WS-AUDIT-ID-YEAR  DELIMITED BY SIZE
        INTO WS-AUDIT-ID-DISPLAY.
    MOVE WS-AUDIT-ID TO WS-SEED.
    ACCEPT WS-SEED-ENV FROM ENVIRONMENT "VERIFICACION_SEMILLA".
    IF WS-SEED-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-SEED-ENV) IS NUMERIC
            COMPUTE WS-SEED = FUNCTION NUMVAL (WS-SEED-ENV)
        ELSE
            DISPLAY "Error: VERIFICACION_SEMILLA debe ser numérica."
            MOVE "Y" TO WS-ABORT
            GO TO 1000-GET-PARAMETERS-EXIT
        END-IF
    END-IF.
    ACCEPT WS-DEFAULT-SIZE-ENV FROM ENVIRONMENT "VERIFICACION_TAMANO".
    IF WS-DEFAULT-SIZE-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-DEFAULT-SIZE-ENV) IS NUMERIC
            COMPUTE WS-DEFAULT-SIZE =
                FUNCTION NUMVAL (WS-DEFAULT-SIZE-ENV)
        ELSE
            DISPLAY "Aviso: VERIFICACION_TAMANO no es numérico; se "
                "usa " WS-DEFAULT-SIZE "."
        END-IF
    END-IF.
1000-GET-PARAMETERS-EXIT.
    EXIT.

1100-LOAD-SIZES.
    *> Sin fichero de tamaños todas las sucursales llevan el tamaño
    *> por defecto.
    OPEN INPUT SIZE-FILE.
    IF WS-SIZE-STATUS NOT = "00"
        GO TO 1100-LOAD-SIZES-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ SIZE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF SIZE-LINE (1:4) NOT = SPACES
                        AND SIZE-LINE (6:3) IS NUMERIC
                    MOVE SIZE-LINE (1:4) TO WS-SEARCH-BRANCH
                    PERFORM 1300-FIND-BRANCH
                    IF WS-BT-FOUND > 0
                        MOVE SIZE-LINE (6:3) TO WS-BT-SIZE (WS-BT-FOUND)
                    END-IF
                ELSE
                    IF SIZE-LINE NOT = SPACES
                        DISPLAY "Aviso: línea de 'verificacion_tamanos."
                            "txt' no reconocida: " SIZE-LINE (1:20)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SIZE-FILE.
1100-LOAD-SIZES-EXIT.
    EXIT.

1200-LOAD-EXISTING.
    *> Si la auditoría ya se sorteó, su muestra se carga para
    *> reimprimir las hojas.
    MOVE 0 TO WS-MU-COUNT.
    OPEN INPUT SAMPLE-FILE.
    IF WS-SAMPLE-STATUS = "35"
        GO TO 1200-LOAD-EXISTING-EXIT
    END-IF.
    IF WS-SAMPLE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'verificacion_muestra.txt' "
            "(status " WS-SAMPLE-STATUS ")."
        MOVE "Y" TO WS-ABORT
        GO TO 1200-LOAD-EXISTING-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ SAMPLE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF MU-AUDIT-ID OF SAMPLE-REC = WS-AUDIT-ID
                        AND WS-MU-COUNT < 2000
                    ADD 1 TO WS-MU-COUNT
                    MOVE SAMPLE-REC TO WS-MU-LINE (WS-MU-COUNT)
                    MOVE SAMPLE-REC TO WS-MU-WORK
                    MOVE "Y" TO WS-REPRINT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SAMPLE-FILE.
1200-LOAD-EXISTING-EXIT.
    EXIT.

1300-FIND-BRANCH.
    *> Busca WS-SEARCH-BRANCH en la tabla de sucursales y, si no
    *> está, la añade con el tamaño por defecto.
    MOVE 0 TO WS-BT-FOUND.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) = WS-SEARCH-BRANCH
            MOVE WS-BT-IDX TO WS-BT-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BT-FOUND = 0
        IF WS-BT-COUNT < 200
            ADD 1 TO WS-BT-COUNT
            MOVE WS-BT-COUNT TO WS-BT-FOUND
            MOVE WS-SEARCH-BRANCH TO WS-BT-CODE (WS-BT-FOUND)
            MOVE WS-DEFAULT-SIZE TO WS-BT-SIZE (WS-BT-FOUND)
            MOVE 0 TO WS-BT-POPULATION (WS-BT-FOUND)
            MOVE 0 TO WS-BT-DRAWN (WS-BT-FOUND)
        ELSE
            MOVE "Y" TO WS-BT-OVERFLOW
        END-IF
    END-IF.
1300-FIND-BRANCH-EXIT.
    EXIT.

2000-RELEASE-CANDIDATES.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PR-TYPE-DETAIL OF MASTER-RECORD
                        AND NOT PR-ID-IS-TRAILER OF MASTER-RECORD
                        AND PR-STATUS-ACTIVE OF MASTER-RECORD
                    PERFORM 2100-RELEASE-ONE THRU 2100-RELEASE-ONE-EXIT
                END-IF
        END-READ
    END-PERFORM.
2000-RELEASE-CANDIDATES-EXIT.
    EXIT.

2100-RELEASE-ONE.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-SEARCH-BRANCH.
    PERFORM 1300-FIND-BRANCH.
    IF WS-BT-FOUND = 0
        GO TO 2100-RELEASE-ONE-EXIT
    END-IF.
    ADD 1 TO WS-BT-POPULATION (WS-BT-FOUND).
    IF WS-BT-SIZE (WS-BT-FOUND) = 0
        GO TO 2100-RELEASE-ONE-EXIT
    END-IF.
    COMPUTE WS-SCORE-WORK = FUNCTION MOD
        (WS-SEED * 1000003 + PR-PERSON-ID OF MASTER-RECORD * 7919
         + 12345, 999999937).
    PERFORM VARYING WS-SCORE-ROUND FROM 1 BY 1 UNTIL WS-SCORE-ROUND > 3
        COMPUTE WS-SCORE-WORK = FUNCTION MOD
            (WS-SCORE-WORK * WS-SCORE-WORK
             + PR-PERSON-ID OF MASTER-RECORD + WS-SCORE-ROUND,
             999999937)
    END-PERFORM.
    MOVE SPACES TO SORT-RECORD.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO SR-BRANCH.
    MOVE WS-SCORE-WORK TO SR-SCORE.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO SR-PERSON-ID.
    MOVE PR-NAME OF MASTER-RECORD TO SR-NAME.
    MOVE PR-AGE OF MASTER-RECORD TO SR-AGE.
    MOVE PR-BIRTH-DATE OF MASTER-RECORD TO SR-BIRTH-DATE.
    RELEASE SORT-RECORD.
2100-RELEASE-ONE-EXIT.
    EXIT.

2500-TAKE-SAMPLE.
    MOVE "N" TO WS-EOF.
    MOVE LOW-VALUES TO WS-CUR-BRANCH.
    PERFORM UNTIL WS-EOF = "Y"
        RETURN SORT-WORK-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 2600-TAKE-ONE THRU 2600-TAKE-ONE-EXIT
        END-RETURN
    END-PERFORM.
2500-TAKE-SAMPLE-EXIT.
    EXIT.

2600-TAKE-ONE.
    IF SR-BRANCH NOT = WS-CUR-BRANCH
        MOVE SR-BRANCH TO WS-CUR-BRANCH
        MOVE 0 TO WS-CUR-TAKEN
        MOVE SR-BRANCH TO WS-SEARCH-BRANCH
        PERFORM 1300-FIND-BRANCH
        MOVE WS-BT-SIZE (WS-BT-FOUND) TO WS-CUR-SIZE
    END-IF.
    IF WS-CUR-TAKEN >= WS-CUR-SIZE
        GO TO 2600-TAKE-ONE-EXIT
    END-IF.
    IF WS-MU-COUNT >= 2000
        MOVE "Y" TO WS-MU-OVERFLOW
        GO TO 2600-TAKE-ONE-EXIT
    END-IF.
    ADD 1 TO WS-CUR-TAKEN.
    ADD 1 TO WS-BT-DRAWN (WS-BT-FOUND).
    ADD 1 TO WS-MU-COUNT.
    MOVE SPACES TO WS-MU-WORK.
    MOVE WS-AUDIT-ID TO MU-AUDIT-ID OF WS-MU-WORK.
    MOVE SR-BRANCH TO MU-BRANCH-CODE OF WS-MU-WORK.
    MOVE WS-MU-COUNT TO MU-SHEET-NUMBER OF WS-MU-WORK.
    MOVE SR-PERSON-ID TO MU-PERSON-ID OF WS-MU-WORK.
    MOVE WS-SEED TO MU-SEED OF WS-MU-WORK.
    MOVE SR-NAME TO MU-NAME OF WS-MU-WORK.
    MOVE SR-AGE TO MU-AGE OF WS-MU-WORK.
    MOVE SR-BIRTH-DATE TO MU-BIRTH-DATE OF WS-MU-WORK.
    MOVE 0 TO MU-HOUSEHOLD-ID OF WS-MU-WORK.
    MOVE 0 TO MU-HOUSEHOLD-MEMBERS OF WS-MU-WORK.
    MOVE WS-OPERATOR TO MU-DRAWN-BY OF WS-MU-WORK.
    MOVE WS-MU-WORK TO WS-MU-LINE (WS-MU-COUNT).
2600-TAKE-ONE-EXIT.
    EXIT.

3000-ADD-CONTACTS.
    *> La línea vigente de cada ID es la última de contactos.txt.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
        GO TO 3000-ADD-CONTACTS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CONTACT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM VARYING WS-MU-IDX FROM 1 BY 1
                    UNTIL WS-MU-IDX > WS-MU-COUNT
                    MOVE WS-MU-LINE (WS-MU-IDX) TO WS-MU-WORK
                    IF MU-PERSON-ID OF WS-MU-WORK
                            = CT-PERSON-ID OF CONTACT-REC
                        MOVE CT-ADDRESS OF CONTACT-REC
                            TO MU-ADDRESS OF WS-MU-WORK
                        MOVE CT-PHONE OF CONTACT-REC
                            TO MU-PHONE OF WS-MU-WORK
                        MOVE CT-EMAIL OF CONTACT-REC
                            TO MU-EMAIL OF WS-MU-WORK
                        MOVE WS-MU-WORK TO WS-MU-LINE (WS-MU-IDX)
                        EXIT PERFORM
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM.
    CLOSE CONTACT-FILE.
3000-ADD-CONTACTS-EXIT.
    EXIT.

3100-ADD-HOUSEHOLDS.
    *> Primera pasada: a qué hogar pertenece cada persona de la
    *> muestra. Segunda: nombre del hogar y número de miembros.
    OPEN INPUT HOUSEHOLD-FILE.
    IF WS-HOUSEHOLD-STATUS NOT = "00"
        GO TO 3100-ADD-HOUSEHOLDS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HOUSEHOLD-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF HG-TYPE-MEMBER OF HOUSEHOLD-REC
                    PERFORM VARYING WS-MU-IDX FROM 1 BY 1
                        UNTIL WS-MU-IDX > WS-MU-COUNT
                        MOVE WS-MU-LINE (WS-MU-IDX) TO WS-MU-WORK
                        IF MU-PERSON-ID OF WS-MU-WORK
                                = HG-PERSON-ID OF HOUSEHOLD-REC
                            MOVE HG-GROUP-ID OF HOUSEHOLD-REC
                                TO MU-HOUSEHOLD-ID OF WS-MU-WORK
                            MOVE WS-MU-WORK TO WS-MU-LINE (WS-MU-IDX)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HOUSEHOLD-FILE.

    OPEN INPUT HOUSEHOLD-FILE.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HOUSEHOLD-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 3200-APPLY-HOUSEHOLD-LINE
                    THRU 3200-APPLY-HOUSEHOLD-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE HOUSEHOLD-FILE.
3100-ADD-HOUSEHOLDS-EXIT.
    EXIT.

3200-APPLY-HOUSEHOLD-LINE.
    MOVE HG-GROUP-ID OF HOUSEHOLD-REC TO WS-GROUP-ID.
    IF WS-GROUP-ID = 0
        GO TO 3200-APPLY-HOUSEHOLD-LINE-EXIT
    END-IF.
    PERFORM VARYING WS-MU-IDX FROM 1 BY 1
        UNTIL WS-MU-IDX > WS-MU-COUNT
        MOVE WS-MU-LINE (WS-MU-IDX) TO WS-MU-WORK
        IF MU-HOUSEHOLD-ID OF WS-MU-WORK = WS-GROUP-ID
            IF HG-TYPE-GROUP OF HOUSEHOLD-REC
                MOVE HG-GROUP-NAME OF HOUSEHOLD-REC
                    TO MU-HOUSEHOLD-NAME OF WS-MU-WORK
            ELSE
                ADD 1 TO MU-HOUSEHOLD-MEMBERS OF WS-MU-WORK
            END-IF
            MOVE WS-MU-WORK TO WS-MU-LINE (WS-MU-IDX)
        END-IF
    END-PERFORM.
3200-APPLY-HOUSEHOLD-LINE-EXIT.
    EXIT.

3500-SAVE-SAMPLE.
    IF WS-MU-COUNT = 0
        DISPLAY "Aviso: no hay personas activas que sortear; la "
            "auditoría " WS-AUDIT-ID " queda sin muestra."
        GO TO 3500-SAVE-SAMPLE-EXIT
    END-IF.
    OPEN EXTEND SAMPLE-FILE.
    IF WS-SAMPLE-STATUS = "35"
        OPEN OUTPUT SAMPLE-FILE
    END-IF.
    IF WS-SAMPLE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo escribir 'verificacion_muestra.txt' "
            "(status " WS-SAMPLE-STATUS ")."
        MOVE "Y" TO WS-ABORT
        GO TO 3500-SAVE-SAMPLE-EXIT
    END-IF.
    PERFORM VARYING WS-MU-IDX FROM 1 BY 1
        UNTIL WS-MU-IDX > WS-MU-COUNT
        MOVE WS-MU-LINE (WS-MU-IDX) TO SAMPLE-REC
        WRITE SAMPLE-REC
    END-PERFORM.
    CLOSE SAMPLE-FILE.
3500-SAVE-SAMPLE-EXIT.
    EXIT.

4000-PRINT-SHEETS.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'verificacion_hojas.rpt' "
            "(status " WS-REPORT-STATUS ")."
        MOVE "Y" TO WS-ABORT
        GO TO 4000-PRINT-SHEETS-EXIT
    END-IF.
    PERFORM VARYING WS-MU-IDX FROM 1 BY 1
        UNTIL WS-MU-IDX > WS-MU-COUNT
        MOVE WS-MU-LINE (WS-MU-IDX) TO WS-MU-WORK
        PERFORM 4100-PRINT-ONE-SHEET
    END-PERFORM.
    PERFORM 4500-PRINT-SUMMARY.
    CLOSE REPORT-FILE.
4000-PRINT-SHEETS-EXIT.
    EXIT.

4100-PRINT-ONE-SHEET.
    MOVE MU-BRANCH-CODE OF WS-MU-WORK TO WS-PAGE-BRANCH.
    PERFORM 4900-WRITE-PAGE-HEADER.
    MOVE SPACES TO REPORT-LINE.
    STRING " Persona ID: " DELIMITED BY SIZE
           MU-PERSON-ID OF WS-MU-WORK DELIMITED BY SIZE
           "   Hoja: " DELIMITED BY SIZE
           MU-SHEET-NUMBER OF WS-MU-WORK DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE "CAMPO" TO REPORT-LINE (4:5).
    MOVE "EN EL FICHERO" TO REPORT-LINE (24:13).
    MOVE "CORRECTO" TO REPORT-LINE (63:8).
    MOVE "DATO REAL" TO REPORT-LINE (76:9).
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE "N" TO FL-CODE.
    MOVE "Nombre" TO FL-LABEL.
    MOVE MU-NAME OF WS-MU-WORK TO FL-VALUE.
    PERFORM 4200-WRITE-FIELD-LINE.
    MOVE "E" TO FL-CODE.
    MOVE "Edad" TO FL-LABEL.
    MOVE MU-AGE OF WS-MU-WORK TO FL-VALUE.
    PERFORM 4200-WRITE-FIELD-LINE.
    MOVE "F" TO FL-CODE.
    MOVE "Fecha nacimiento" TO FL-LABEL.
    IF MU-BIRTH-DATE OF WS-MU-WORK = 0
        MOVE "(desconocida)" TO FL-VALUE
    ELSE
        MOVE MU-BIRTH-DATE OF WS-MU-WORK TO WS-DATE-WORK
        PERFORM 4300-FORMAT-DATE
        MOVE WS-DATE-DISPLAY TO FL-VALUE
    END-IF.
    PERFORM 4200-WRITE-FIELD-LINE.
    MOVE "S" TO FL-CODE.
    MOVE "Sucursal" TO FL-LABEL.
    MOVE MU-BRANCH-CODE OF WS-MU-WORK TO FL-VALUE.
    PERFORM 4200-WRITE-FIELD-LINE.
    MOVE "D" TO FL-CODE.
    MOVE "Direccion" TO FL-LABEL.
    MOVE MU-ADDRESS OF WS-MU-WORK TO FL-VALUE.
    PERFORM 4200-WRITE-FIELD-LINE.
    MOVE "T" TO FL-CODE.
    MOVE "Telefono" TO FL-LABEL.
    MOVE MU-PHONE OF WS-MU-WORK TO FL-VALUE.
    PERFORM 4200-WRITE-FIELD-LINE.
    MOVE "M" TO FL-CODE.
    MOVE "Correo" TO FL-LABEL.
    MOVE MU-EMAIL OF WS-MU-WORK TO FL-VALUE.
    PERFORM 4200-WRITE-FIELD-LINE.
    MOVE "H" TO FL-CODE.
    MOVE "Hogar" TO FL-LABEL.
    MOVE SPACES TO FL-VALUE.
    IF MU-HOUSEHOLD-ID OF WS-MU-WORK = 0
        MOVE "(ninguno)" TO FL-VALUE
    ELSE
        MOVE MU-HOUSEHOLD-MEMBERS OF WS-MU-WORK TO WS-EDIT-MEMBERS
        STRING MU-HOUSEHOLD-ID OF WS-MU-WORK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MU-HOUSEHOLD-NAME OF WS-MU-WORK)
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-MEMBERS) DELIMITED BY SIZE
               " miembros)" DELIMITED BY SIZE
            INTO FL-VALUE
    END-IF.
    PERFORM 4200-WRITE-FIELD-LINE.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " Resultado:  [ ] Todo coincide   [ ] Hay datos distintos   [ ] Persona ilocalizable"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " Comprobado por: ____________________   Fecha: ____________   Medio (visita/telefono/documento): ____________"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
4100-PRINT-ONE-SHEET-EXIT.
    EXIT.

4200-WRITE-FIELD-LINE.
    MOVE WS-FIELD-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
4200-WRITE-FIELD-LINE-EXIT.
    EXIT.

4300-FORMAT-DATE.
    MOVE SPACES TO WS-DATE-DISPLAY.
    STRING WS-DATE-WORK-DAY   DELIMITED BY SIZE "/"
           WS-DATE-WORK-MONTH DELIMITED BY SIZE "/"
           WS-DATE-WORK-YEAR  DELIMITED BY SIZE
        INTO WS-DATE-DISPLAY.
4300-FORMAT-DATE-EXIT.
    EXIT.

4500-PRINT-SUMMARY.
    MOVE "****" TO WS-PAGE-BRANCH.
    PERFORM 4900-WRITE-PAGE-HEADER.
    MOVE SPACES TO REPORT-LINE.
    STRING " Semilla del sorteo: " DELIMITED BY SIZE
           WS-SEED DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-REPRINT = "Y"
        *> De una muestra ya sorteada sólo se sabe lo que salió.
        MOVE " SUCURSAL  HOJAS" TO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM 4600-COUNT-REPRINTED-BRANCHES
    ELSE
        MOVE " SUCURSAL  MUESTRA  ACTIVAS  HOJAS" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        MOVE SPACES TO REPORT-LINE
        MOVE WS-BT-CODE (WS-BT-IDX) TO REPORT-LINE (2:4)
        MOVE WS-BT-DRAWN (WS-BT-IDX) TO WS-EDIT-COUNT
        IF WS-REPRINT = "Y"
            MOVE WS-EDIT-COUNT TO REPORT-LINE (13:4)
        ELSE
            MOVE WS-BT-SIZE (WS-BT-IDX) TO WS-EDIT-SIZE
            MOVE WS-BT-POPULATION (WS-BT-IDX) TO WS-EDIT-POPULATION
            MOVE WS-EDIT-SIZE TO REPORT-LINE (16:3)
            MOVE WS-EDIT-POPULATION TO REPORT-LINE (22:6)
            MOVE WS-EDIT-COUNT TO REPORT-LINE (31:4)
        END-IF
        WRITE REPORT-LINE
    END-PERFORM.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-MU-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO REPORT-LINE.
    STRING " TOTAL HOJAS: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
4500-PRINT-SUMMARY-EXIT.
    EXIT.

4600-COUNT-REPRINTED-BRANCHES.
    MOVE 0 TO WS-BT-COUNT.
    PERFORM VARYING WS-MU-IDX FROM 1 BY 1
        UNTIL WS-MU-IDX > WS-MU-COUNT
        MOVE WS-MU-LINE (WS-MU-IDX) TO WS-MU-WORK
        MOVE MU-BRANCH-CODE OF WS-MU-WORK TO WS-SEARCH-BRANCH
        PERFORM 1300-FIND-BRANCH
        IF WS-BT-FOUND > 0
            ADD 1 TO WS-BT-DRAWN (WS-BT-FOUND)
        END-IF
    END-PERFORM.
4600-COUNT-REPRINTED-BRANCHES-EXIT.
    EXIT.

4900-WRITE-PAGE-HEADER.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE BEFORE ADVANCING PAGE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    IF WS-PAGE-BRANCH = "****"
        STRING "VERIFICACION DE DATOS - RESUMEN DE LA MUESTRA   "
                   DELIMITED BY SIZE
               "Auditoria: " DELIMITED BY SIZE
               WS-AUDIT-ID-DISPLAY DELIMITED BY SIZE
               "   Pagina: " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
            INTO REPORT-LINE
    ELSE
        STRING "VERIFICACION DE DATOS - HOJA DE COMPROBACION   "
                   DELIMITED BY SIZE
               "Auditoria: " DELIMITED BY SIZE
               WS-AUDIT-ID-DISPLAY DELIMITED BY SIZE
               "   Pagina: " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
            INTO REPORT-LINE
    END-IF.
    MOVE "SUCURSAL: " TO REPORT-LINE (101:10).
    MOVE WS-PAGE-BRANCH TO REPORT-LINE (111:4).
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
4900-WRITE-PAGE-HEADER-EXIT.
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
    IF WS-REPRINT = "Y"
        STRING WS-AUDIT-ID DELIMITED BY SIZE
               " REIMPR=" DELIMITED BY SIZE
               WS-MU-COUNT DELIMITED BY SIZE
            INTO WS-AUDIT-DETAIL
    ELSE
        STRING WS-AUDIT-ID DELIMITED BY SIZE
               " HOJAS=" DELIMITED BY SIZE
               WS-MU-COUNT DELIMITED BY SIZE
            INTO WS-AUDIT-DETAIL
    END-IF.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "VerificationSample" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
