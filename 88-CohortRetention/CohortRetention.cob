IDENTIFICATION DIVISION.
PROGRAM-ID. CohortRetention.
*> Permanencia por cohorte de alta: ¿se quedan las personas que
*> registramos en un mes? Cada persona cae en la cohorte del mes de
*> su alta y en la sucursal que tenía entonces; por cohorte y
*> sucursal se cuenta cuántas seguían activas a los 3, 6, 12 y 24
*> meses del alta y cómo terminaron las demás.
*> Fecha de alta: la más antigua de
*>   diario.jrn    : la línea "W" de alta (no las reposiciones de
*>                   RestorePersonas / ArchiveRestore),
*>   historial.txt : su primera línea de historial,
*>   archivos.cat  : la primera copia catalogada en que aparece,
*> y, para las personas de antes del diario que no aparecen en
*> ninguna de esas fuentes, PR-STATUS-DATE del maestro si sigue
*> activa sin cambios (es la fecha del alta).
*> El estado a cada hito se reconstruye con las bajas y
*> reactivaciones del historial, las fusiones (MergePersonas) y las
*> purgas (líneas "D" de PurgeInactive del diario): quien se dio de
*> baja y volvió cuenta como activo si a la fecha del hito lo
*> estaba. Quien ya no está en el maestro sin fusión ni purga (un
*> reemplazo completo del maestro) cuenta en OTRAS y deja de estar
*> activo tras la última copia en que aparece.
*> Un hito sólo se da cuando la cohorte entera lo ha cumplido; si no
*> sale "-". Las columnas finales son el destino de hoy: BAJAS
*> (inactivos y fallecidos), FUSION, PURGA, OTRAS, y REACT cuenta
*> los que volvieron alguna vez tras una baja.
*> Parámetros: COHORTE_REGION limita a las sucursales de esa región
*> del maestro de sucursales (sin él, toda la casa); COHORTE_DESDE y
*> COHORTE_HASTA (AAAAMM) acotan las cohortes. Salida cohortes.rpt.

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
    SELECT CATALOG-FILE ASSIGN TO "archivos.cat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "diario.jrn"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "historial.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
    SELECT BRANCH-FILE ASSIGN TO "sucursales.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BRANCH-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "cohortes.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD CATALOG-FILE.
    COPY ARCHCAT REPLACING ARCHIVE-CAT-RECORD BY CATALOG-RECORD.

FD ARCHIVE-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY ARCHIVE-RECORD.

FD JOURNAL-FILE.
    COPY JRNREC REPLACING JOURNAL-RECORD BY JOURNAL-REC.

FD HISTORY-FILE.
    COPY HISTREC REPLACING HISTORY-RECORD BY HISTORY-REC.

FD BRANCH-FILE.
    COPY BRANCHREC REPLACING BRANCH-RECORD BY BRANCH-REC.

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-CATALOG-STATUS PIC XX VALUE "00".
01 WS-ARCHIVE-STATUS PIC XX VALUE "00".
01 WS-JOURNAL-STATUS PIC XX VALUE "00".
01 WS-HISTORY-STATUS PIC XX VALUE "00".
01 WS-BRANCH-FILE-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-ARCHIVE-FILE-NAME PIC X(80) VALUE SPACES.

*> Parámetros.
01 WS-REGION-ENV PIC X(15) VALUE SPACES.
01 WS-REGION-FILTER PIC X(15) VALUE SPACES.
01 WS-MONTH-ENV PIC X(06) VALUE SPACES.
01 WS-FROM-MONTH PIC 9(06) VALUE 0.
01 WS-TO-MONTH PIC 9(06) VALUE 999999.
01 WS-TODAY-DATE PIC 9(08) VALUE 0.
01 WS-TODAY-MONTH PIC 9(06) VALUE 0.

*> Sucursales del maestro, con su región.
01 WS-BRANCH-REF-TABLE.
    05 WS-BRT-ENTRY OCCURS 200 TIMES.
        10 WS-BRT-CODE PIC X(04).
        10 WS-BRT-REGION PIC X(15).
01 WS-BRT-COUNT PIC 9(03) VALUE 0.
01 WS-BRT-IDX PIC 9(03) VALUE 0.
01 WS-REGION-WORK PIC X(15) VALUE SPACES.

*> Personas conocidas. El índice directo por ID (seis dígitos) evita
*> buscar en la tabla por cada registro de cada copia del catálogo.
01 WS-ID-INDEX-TABLE.
    05 WS-ID-INDEX PIC 9(04) COMP OCCURS 999999 TIMES.
01 WS-PERSON-TABLE.
    05 WS-PT-ENTRY OCCURS 5000 TIMES.
        10 WS-PT-ID          PIC 9(06).
        10 WS-PT-INTAKE      PIC 9(08).
        10 WS-PT-BRANCH      PIC X(04).
        10 WS-PT-START-STATE PIC X(01).
        10 WS-PT-IN-MASTER   PIC X(01).
        10 WS-PT-NOW-STATE   PIC X(01).
        10 WS-PT-STATUS-DATE PIC 9(08).
        10 WS-PT-LAST-SEEN   PIC 9(08).
        10 WS-PT-FATE        PIC X(01).
*>           F fusionado, P purgado.
        10 WS-PT-REACT       PIC X(01).
        10 WS-PT-EV-COUNT    PIC 9(02).
        10 WS-PT-EVENT OCCURS 10 TIMES.
            15 WS-PT-EV-DATE PIC 9(08).
            15 WS-PT-EV-TYPE PIC X(01).
*>               B baja, R reactivación, F fusión, P purga.
01 WS-PT-COUNT PIC 9(04) VALUE 0.
01 WS-PT-IDX PIC 9(04) VALUE 0.
01 WS-PT-FULL PIC X VALUE "N".
01 WS-EV-OVERFLOW PIC 9(05) VALUE 0.
01 WS-EV-IDX PIC 9(02) VALUE 0.

*> Dato que ofrece cada fuente para la persona en curso.
01 WS-CUR-ID PIC 9(06) VALUE 0.
01 WS-CUR-P PIC 9(04) VALUE 0.
01 WS-OFFER-DATE PIC 9(08) VALUE 0.
01 WS-OFFER-BRANCH PIC X(04) VALUE SPACES.
01 WS-OFFER-STATE PIC X(01) VALUE SPACES.
01 WS-OFFER-EVENT PIC X(01) VALUE SPACES.

COPY PERSONREC REPLACING PERSON-RECORD BY WS-BEFORE-PERSON.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-AFTER-PERSON.

*> Catálogo en memoria.
01 WS-CAT-TABLE.
    05 WS-CAT-ENTRY OCCURS 500 TIMES.
        10 WS-CAT-NAME  PIC X(20).
        10 WS-CAT-DATE  PIC 9(08).
01 WS-CAT-TOTAL PIC 9(03) VALUE 0.
01 WS-CAT-IDX PIC 9(03) VALUE 0.
01 WS-CAT-MISSING PIC 9(03) VALUE 0.

*> Hitos en meses desde el alta.
01 WS-MILESTONES PIC X(08) VALUE "03061224".
01 WS-MILESTONES-R REDEFINES WS-MILESTONES.
    05 WS-MILESTONE PIC 9(02) OCCURS 4 TIMES.
01 WS-MS-IDX PIC 9 VALUE 0.
01 WS-EVAL-DATE PIC 9(08) VALUE 0.
01 WS-EVAL-DATE-R REDEFINES WS-EVAL-DATE.
    05 WS-ED-YEAR  PIC 9(04).
    05 WS-ED-MONTH PIC 9(02).
    05 WS-ED-DAY   PIC 9(02).
01 WS-INTAKE-WORK PIC 9(08) VALUE 0.
01 WS-INTAKE-WORK-R REDEFINES WS-INTAKE-WORK.
    05 WS-IW-YEAR  PIC 9(04).
    05 WS-IW-MONTH PIC 9(02).
    05 WS-IW-DAY   PIC 9(02).
01 WS-MONTH-COUNT PIC 9(06) VALUE 0.
01 WS-NEXT-FIRST PIC 9(08) VALUE 0.
01 WS-LAST-DAY PIC 9(08) VALUE 0.
01 WS-LAST-DAY-R REDEFINES WS-LAST-DAY.
    05 FILLER      PIC 9(06).
    05 WS-LD-DAY   PIC 9(02).
01 WS-STATE-AT PIC X(01) VALUE SPACES.
01 WS-BEST-DATE PIC 9(08) VALUE 0.

*> Celdas cohorte x sucursal. Casillas: 1 ALTAS, 2-5 activos a los
*> 3/6/12/24 meses, 6 BAJAS, 7 FUSION, 8 PURGA, 9 OTRAS, 10 REACT.
01 WS-CELL-TABLE.
    05 WS-CL-ENTRY OCCURS 3000 TIMES.
        10 WS-CL-MONTH  PIC 9(06).
        10 WS-CL-BRANCH PIC X(04).
        10 WS-CL-CNT    PIC 9(06) OCCURS 10 TIMES.
01 WS-CL-COUNT PIC 9(04) VALUE 0.
01 WS-CL-IDX PIC 9(04) VALUE 0.
01 WS-CL-J PIC 9(04) VALUE 0.
01 WS-CL-SWAP PIC X(70).
01 WS-CL-FULL PIC X VALUE "N".
01 WS-CUR-CELL PIC 9(04) VALUE 0.
01 WS-CUR-MONTH PIC 9(06) VALUE 0.
01 WS-SLOT PIC 99 VALUE 0.
01 WS-SLOT-IDX PIC 99 VALUE 0.

*> Recuentos generales.
01 WS-NO-DATE-COUNT PIC 9(05) VALUE 0.
01 WS-OUT-REGION-COUNT PIC 9(05) VALUE 0.
01 WS-COHORT-PERSONS PIC 9(06) VALUE 0.
01 WS-COHORT-COUNT PIC 9(04) VALUE 0.

*> Líneas del informe.
01 WS-LINE-CNT.
    05 WS-LC PIC 9(06) OCCURS 10 TIMES.
01 WS-COHORT-TOTAL.
    05 WS-CT PIC 9(06) OCCURS 10 TIMES.
01 WS-CT-BRANCHES PIC 9(04) VALUE 0.
01 WS-LINE-MONTH PIC 9(06) VALUE 0.
01 WS-PREV-MONTH PIC 9(06) VALUE 0.
01 WS-MATURE-MONTH PIC 9(06) VALUE 0.
01 WS-COL PIC 9(03) VALUE 0.
01 WS-PCT PIC 9(03) VALUE 0.
01 WS-CNT-DISPLAY PIC ZZZZZ9.
01 WS-PCT-DISPLAY PIC ZZ9.

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
    PERFORM 0100-GET-PARAMETERS.
    PERFORM 1000-LOAD-BRANCHES THRU 1000-LOAD-BRANCHES-EXIT.
    IF WS-REGION-FILTER NOT = SPACES AND WS-BRT-COUNT = 0
        DISPLAY "Error: sin maestro de sucursales 'sucursales.txt' no "
            "se puede filtrar por región."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    INITIALIZE WS-ID-INDEX-TABLE.
    PERFORM 2000-READ-MASTER THRU 2000-READ-MASTER-EXIT.
    PERFORM 2500-READ-ARCHIVES THRU 2500-READ-ARCHIVES-EXIT.
    PERFORM 3000-SCAN-JOURNAL THRU 3000-SCAN-JOURNAL-EXIT.
    PERFORM 3500-SCAN-HISTORY THRU 3500-SCAN-HISTORY-EXIT.
    PERFORM 4000-BUILD-COHORTS.
    PERFORM 5000-WRITE-REPORT THRU 5000-WRITE-REPORT-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.
    DISPLAY "Cohortes: " WS-COHORT-COUNT " meses, " WS-COHORT-PERSONS
        " personas (ver 'cohortes.rpt').".
    PERFORM 8000-WRITE-AUDIT-LOG.
    IF WS-PT-FULL = "Y" OR WS-CL-FULL = "Y"
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

0100-GET-PARAMETERS.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    MOVE WS-TODAY-DATE (1:6) TO WS-TODAY-MONTH.
    ACCEPT WS-REGION-ENV FROM ENVIRONMENT "COHORTE_REGION".
    MOVE FUNCTION UPPER-CASE (WS-REGION-ENV) TO WS-REGION-FILTER.
    ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "COHORTE_DESDE".
    IF WS-MONTH-ENV IS NUMERIC
        MOVE WS-MONTH-ENV TO WS-FROM-MONTH
    END-IF.
    MOVE SPACES TO WS-MONTH-ENV.
    ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "COHORTE_HASTA".
    IF WS-MONTH-ENV IS NUMERIC
        MOVE WS-MONTH-ENV TO WS-TO-MONTH
    END-IF.
0100-GET-PARAMETERS-EXIT.
    EXIT.

1000-LOAD-BRANCHES.
    OPEN INPUT BRANCH-FILE.
    IF WS-BRANCH-FILE-STATUS NOT = "00"
        GO TO 1000-LOAD-BRANCHES-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ BRANCH-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-BRT-COUNT < 200
                    ADD 1 TO WS-BRT-COUNT
                    MOVE BC-CODE OF BRANCH-REC
                        TO WS-BRT-CODE (WS-BRT-COUNT)
                    MOVE FUNCTION UPPER-CASE (BC-REGION OF BRANCH-REC)
                        TO WS-BRT-REGION (WS-BRT-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BRANCH-FILE.
1000-LOAD-BRANCHES-EXIT.
    EXIT.

1100-FIND-REGION.
    *> Como en EstadisticasBasicas: lo que no figura en el maestro de
    *> sucursales cae en "(SIN REGION)".
    MOVE "(SIN REGION)" TO WS-REGION-WORK.
    PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
        UNTIL WS-BRT-IDX > WS-BRT-COUNT
        IF WS-BRT-CODE (WS-BRT-IDX) = WS-PT-BRANCH (WS-PT-IDX)
            IF WS-BRT-REGION (WS-BRT-IDX) NOT = SPACES
                MOVE WS-BRT-REGION (WS-BRT-IDX) TO WS-REGION-WORK
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.
1100-FIND-REGION-EXIT.
    EXIT.

2000-READ-MASTER.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS "); sólo cuentan copias, diario e historial."
        GO TO 2000-READ-MASTER-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PR-TYPE-DETAIL OF MASTER-RECORD
                        AND NOT PR-ID-IS-TRAILER OF MASTER-RECORD
                    MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-CUR-ID
                    PERFORM 2100-FIND-PERSON THRU 2100-FIND-PERSON-EXIT
                    IF WS-CUR-P > 0
                        MOVE "Y" TO WS-PT-IN-MASTER (WS-CUR-P)
                        MOVE PR-STATUS OF MASTER-RECORD
                            TO WS-PT-NOW-STATE (WS-CUR-P)
                        MOVE PR-BRANCH-CODE OF MASTER-RECORD
                            TO WS-PT-BRANCH (WS-CUR-P)
                        IF PR-STATUS-DATE OF MASTER-RECORD IS NUMERIC
                            MOVE PR-STATUS-DATE OF MASTER-RECORD
                                TO WS-PT-STATUS-DATE (WS-CUR-P)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.
2000-READ-MASTER-EXIT.
    EXIT.

2100-FIND-PERSON.
    MOVE 0 TO WS-CUR-P.
    IF WS-CUR-ID = 0
        GO TO 2100-FIND-PERSON-EXIT
    END-IF.
    IF WS-ID-INDEX (WS-CUR-ID) > 0
        MOVE WS-ID-INDEX (WS-CUR-ID) TO WS-CUR-P
        GO TO 2100-FIND-PERSON-EXIT
    END-IF.
    IF WS-PT-COUNT >= 5000
        IF WS-PT-FULL = "N"
            DISPLAY "Aviso: más de 5000 personas; el resto no cuenta."
            MOVE "Y" TO WS-PT-FULL
        END-IF
        GO TO 2100-FIND-PERSON-EXIT
    END-IF.
    ADD 1 TO WS-PT-COUNT.
    MOVE WS-PT-COUNT TO WS-CUR-P.
    MOVE WS-CUR-P TO WS-ID-INDEX (WS-CUR-ID).
    MOVE WS-CUR-ID TO WS-PT-ID (WS-CUR-P).
    MOVE 0 TO WS-PT-INTAKE (WS-CUR-P).
    MOVE SPACES TO WS-PT-BRANCH (WS-CUR-P).
    MOVE "A" TO WS-PT-START-STATE (WS-CUR-P).
    MOVE "N" TO WS-PT-IN-MASTER (WS-CUR-P).
    MOVE SPACES TO WS-PT-NOW-STATE (WS-CUR-P).
    MOVE 0 TO WS-PT-STATUS-DATE (WS-CUR-P).
    MOVE 0 TO WS-PT-LAST-SEEN (WS-CUR-P).
    MOVE SPACES TO WS-PT-FATE (WS-CUR-P).
    MOVE "N" TO WS-PT-REACT (WS-CUR-P).
    MOVE 0 TO WS-PT-EV-COUNT (WS-CUR-P).
2100-FIND-PERSON-EXIT.
    EXIT.

2200-OFFER-INTAKE.
    *> Se queda la fecha más antigua de todas las fuentes, con la
    *> sucursal y el estado que la persona tenía en esa imagen.
    IF WS-PT-INTAKE (WS-CUR-P) = 0
            OR WS-OFFER-DATE < WS-PT-INTAKE (WS-CUR-P)
        MOVE WS-OFFER-DATE TO WS-PT-INTAKE (WS-CUR-P)
        MOVE WS-OFFER-BRANCH TO WS-PT-BRANCH (WS-CUR-P)
        MOVE WS-OFFER-STATE TO WS-PT-START-STATE (WS-CUR-P)
    END-IF.
2200-OFFER-INTAKE-EXIT.
    EXIT.

2300-ADD-EVENT.
    IF WS-PT-EV-COUNT (WS-CUR-P) >= 10
        ADD 1 TO WS-EV-OVERFLOW
        GO TO 2300-ADD-EVENT-EXIT
    END-IF.
    ADD 1 TO WS-PT-EV-COUNT (WS-CUR-P).
    MOVE WS-PT-EV-COUNT (WS-CUR-P) TO WS-EV-IDX.
    MOVE WS-OFFER-DATE TO WS-PT-EV-DATE (WS-CUR-P, WS-EV-IDX).
    MOVE WS-OFFER-EVENT TO WS-PT-EV-TYPE (WS-CUR-P, WS-EV-IDX).
    EVALUATE WS-OFFER-EVENT
        WHEN "R"
            MOVE "Y" TO WS-PT-REACT (WS-CUR-P)
        WHEN "F"
        WHEN "P"
            MOVE WS-OFFER-EVENT TO WS-PT-FATE (WS-CUR-P)
    END-EVALUATE.
2300-ADD-EVENT-EXIT.
    EXIT.

2500-READ-ARCHIVES.
    OPEN INPUT CATALOG-FILE.
    IF WS-CATALOG-STATUS NOT = "00"
        DISPLAY "Aviso: no hay catálogo 'archivos.cat' (status "
            WS-CATALOG-STATUS "); no se usan las copias."
        GO TO 2500-READ-ARCHIVES-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CATALOG-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-CAT-TOTAL < 500
                        AND AC-ARCHIVE-DATE OF CATALOG-RECORD IS NUMERIC
                    ADD 1 TO WS-CAT-TOTAL
                    MOVE AC-FILE-NAME OF CATALOG-RECORD
                        TO WS-CAT-NAME (WS-CAT-TOTAL)
                    MOVE AC-ARCHIVE-DATE OF CATALOG-RECORD
                        TO WS-CAT-DATE (WS-CAT-TOTAL)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CATALOG-FILE.
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
        UNTIL WS-CAT-IDX > WS-CAT-TOTAL
        PERFORM 2600-READ-ONE-ARCHIVE THRU 2600-READ-ONE-ARCHIVE-EXIT
    END-PERFORM.
2500-READ-ARCHIVES-EXIT.
    EXIT.

2600-READ-ONE-ARCHIVE.
    MOVE WS-CAT-NAME (WS-CAT-IDX) TO WS-ARCHIVE-FILE-NAME.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARCHIVE-STATUS NOT = "00"
        ADD 1 TO WS-CAT-MISSING
        GO TO 2600-READ-ONE-ARCHIVE-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ ARCHIVE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PR-TYPE-DETAIL OF ARCHIVE-RECORD
                        AND PR-PERSON-ID OF ARCHIVE-RECORD IS NUMERIC
                        AND NOT PR-ID-IS-TRAILER OF ARCHIVE-RECORD
                    MOVE PR-PERSON-ID OF ARCHIVE-RECORD TO WS-CUR-ID
                    PERFORM 2100-FIND-PERSON THRU 2100-FIND-PERSON-EXIT
                    IF WS-CUR-P > 0
                        MOVE WS-CAT-DATE (WS-CAT-IDX) TO WS-OFFER-DATE
                        MOVE PR-BRANCH-CODE OF ARCHIVE-RECORD
                            TO WS-OFFER-BRANCH
                        MOVE PR-STATUS OF ARCHIVE-RECORD
                            TO WS-OFFER-STATE
                        PERFORM 2200-OFFER-INTAKE
                        IF WS-OFFER-DATE > WS-PT-LAST-SEEN (WS-CUR-P)
                            MOVE WS-OFFER-DATE
                                TO WS-PT-LAST-SEEN (WS-CUR-P)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVE-FILE.
2600-READ-ONE-ARCHIVE-EXIT.
    EXIT.

3000-SCAN-JOURNAL.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "Aviso: no hay diario 'diario.jrn' (status "
            WS-JOURNAL-STATUS "); sin altas ni purgas del diario."
        GO TO 3000-SCAN-JOURNAL-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ JOURNAL-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 3100-TAKE-JOURNAL-LINE
                    THRU 3100-TAKE-JOURNAL-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-FILE.
3000-SCAN-JOURNAL-EXIT.
    EXIT.

3100-TAKE-JOURNAL-LINE.
    IF NOT JR-ACT-WRITE OF JOURNAL-REC
            AND NOT JR-ACT-DELETE OF JOURNAL-REC
        GO TO 3100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    *> Reponer una copia no es dar de alta.
    IF JR-PROGRAM OF JOURNAL-REC = "RestorePersonas"
            OR JR-PROGRAM OF JOURNAL-REC = "ArchiveRestore"
        GO TO 3100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    MOVE JR-IMAGE OF JOURNAL-REC TO WS-AFTER-PERSON.
    IF NOT PR-TYPE-DETAIL OF WS-AFTER-PERSON
            OR PR-PERSON-ID OF WS-AFTER-PERSON IS NOT NUMERIC
            OR PR-ID-IS-TRAILER OF WS-AFTER-PERSON
        GO TO 3100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    MOVE PR-PERSON-ID OF WS-AFTER-PERSON TO WS-CUR-ID.
    PERFORM 2100-FIND-PERSON THRU 2100-FIND-PERSON-EXIT.
    IF WS-CUR-P = 0
        GO TO 3100-TAKE-JOURNAL-LINE-EXIT
    END-IF.
    MOVE JR-JRN-DATE OF JOURNAL-REC TO WS-OFFER-DATE.
    IF JR-ACT-WRITE OF JOURNAL-REC
        MOVE PR-BRANCH-CODE OF WS-AFTER-PERSON TO WS-OFFER-BRANCH
        MOVE PR-STATUS OF WS-AFTER-PERSON TO WS-OFFER-STATE
        PERFORM 2200-OFFER-INTAKE
    ELSE
        *> Las fusiones se toman del historial.
        IF JR-PROGRAM OF JOURNAL-REC = "PurgeInactive"
            MOVE "P" TO WS-OFFER-EVENT
            PERFORM 2300-ADD-EVENT THRU 2300-ADD-EVENT-EXIT
        END-IF
    END-IF.
3100-TAKE-JOURNAL-LINE-EXIT.
    EXIT.

3500-SCAN-HISTORY.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "Aviso: no hay historial 'historial.txt' (status "
            WS-HISTORY-STATUS "); sin bajas ni reactivaciones."
        GO TO 3500-SCAN-HISTORY-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HISTORY-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 3600-TAKE-HISTORY-LINE
                    THRU 3600-TAKE-HISTORY-LINE-EXIT
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
3500-SCAN-HISTORY-EXIT.
    EXIT.

3600-TAKE-HISTORY-LINE.
    IF HR-PERSON-ID OF HISTORY-REC IS NOT NUMERIC
        GO TO 3600-TAKE-HISTORY-LINE-EXIT
    END-IF.
    MOVE HR-BEFORE-IMAGE OF HISTORY-REC TO WS-BEFORE-PERSON.
    MOVE HR-AFTER-IMAGE OF HISTORY-REC TO WS-AFTER-PERSON.
    IF NOT PR-TYPE-DETAIL OF WS-BEFORE-PERSON
            OR PR-PERSON-ID OF WS-BEFORE-PERSON
                NOT = HR-PERSON-ID OF HISTORY-REC
        GO TO 3600-TAKE-HISTORY-LINE-EXIT
    END-IF.
    MOVE HR-PERSON-ID OF HISTORY-REC TO WS-CUR-ID.
    PERFORM 2100-FIND-PERSON THRU 2100-FIND-PERSON-EXIT.
    IF WS-CUR-P = 0
        GO TO 3600-TAKE-HISTORY-LINE-EXIT
    END-IF.
    *> La imagen anterior de la primera línea dice cómo estaba la
    *> persona antes de tocarla.
    MOVE HR-CHANGE-DATE OF HISTORY-REC TO WS-OFFER-DATE.
    MOVE PR-BRANCH-CODE OF WS-BEFORE-PERSON TO WS-OFFER-BRANCH.
    MOVE PR-STATUS OF WS-BEFORE-PERSON TO WS-OFFER-STATE.
    PERFORM 2200-OFFER-INTAKE.
    IF HR-PROGRAM OF HISTORY-REC = "MergePersonas"
        MOVE "F" TO WS-OFFER-EVENT
        PERFORM 2300-ADD-EVENT THRU 2300-ADD-EVENT-EXIT
        GO TO 3600-TAKE-HISTORY-LINE-EXIT
    END-IF.
    IF NOT PR-TYPE-DETAIL OF WS-AFTER-PERSON
            OR PR-PERSON-ID OF WS-AFTER-PERSON
                NOT = HR-PERSON-ID OF HISTORY-REC
        GO TO 3600-TAKE-HISTORY-LINE-EXIT
    END-IF.
    IF NOT PR-STATUS-INACTIVE OF WS-BEFORE-PERSON
            AND PR-STATUS-INACTIVE OF WS-AFTER-PERSON
        MOVE "B" TO WS-OFFER-EVENT
        PERFORM 2300-ADD-EVENT THRU 2300-ADD-EVENT-EXIT
    END-IF.
    IF PR-STATUS-INACTIVE OF WS-BEFORE-PERSON
            AND NOT PR-STATUS-INACTIVE OF WS-AFTER-PERSON
        MOVE "R" TO WS-OFFER-EVENT
        PERFORM 2300-ADD-EVENT THRU 2300-ADD-EVENT-EXIT
    END-IF.
3600-TAKE-HISTORY-LINE-EXIT.
    EXIT.

4000-BUILD-COHORTS.
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1
        UNTIL WS-PT-IDX > WS-PT-COUNT
        PERFORM 4100-PLACE-PERSON THRU 4100-PLACE-PERSON-EXIT
    END-PERFORM.
4000-BUILD-COHORTS-EXIT.
    EXIT.

4100-PLACE-PERSON.
    *> Personas anteriores al diario: si siguen activas y nada las ha
    *> tocado, PR-STATUS-DATE es la fecha del alta.
    IF WS-PT-INTAKE (WS-PT-IDX) = 0
        IF WS-PT-IN-MASTER (WS-PT-IDX) = "Y"
                AND WS-PT-NOW-STATE (WS-PT-IDX) NOT = "I"
                AND WS-PT-STATUS-DATE (WS-PT-IDX) > 0
            MOVE WS-PT-STATUS-DATE (WS-PT-IDX)
                TO WS-PT-INTAKE (WS-PT-IDX)
        ELSE
            ADD 1 TO WS-NO-DATE-COUNT
            GO TO 4100-PLACE-PERSON-EXIT
        END-IF
    END-IF.
    MOVE WS-PT-INTAKE (WS-PT-IDX) (1:6) TO WS-CUR-MONTH.
    IF WS-CUR-MONTH < WS-FROM-MONTH OR WS-CUR-MONTH > WS-TO-MONTH
        GO TO 4100-PLACE-PERSON-EXIT
    END-IF.
    IF WS-REGION-FILTER NOT = SPACES
        PERFORM 1100-FIND-REGION
        IF WS-REGION-WORK NOT = WS-REGION-FILTER
            ADD 1 TO WS-OUT-REGION-COUNT
            GO TO 4100-PLACE-PERSON-EXIT
        END-IF
    END-IF.
    PERFORM 4200-FIND-CELL THRU 4200-FIND-CELL-EXIT.
    IF WS-CUR-CELL = 0
        GO TO 4100-PLACE-PERSON-EXIT
    END-IF.
    ADD 1 TO WS-COHORT-PERSONS.
    ADD 1 TO WS-CL-CNT (WS-CUR-CELL, 1).
    PERFORM VARYING WS-MS-IDX FROM 1 BY 1 UNTIL WS-MS-IDX > 4
        PERFORM 4300-STATE-AT-MILESTONE
        IF WS-STATE-AT = "A"
            ADD 1 TO WS-CL-CNT (WS-CUR-CELL, WS-MS-IDX + 1)
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-PT-FATE (WS-PT-IDX) = "F"
            ADD 1 TO WS-CL-CNT (WS-CUR-CELL, 7)
        WHEN WS-PT-FATE (WS-PT-IDX) = "P"
            ADD 1 TO WS-CL-CNT (WS-CUR-CELL, 8)
        WHEN WS-PT-IN-MASTER (WS-PT-IDX) = "N"
            ADD 1 TO WS-CL-CNT (WS-CUR-CELL, 9)
        WHEN WS-PT-NOW-STATE (WS-PT-IDX) = "I"
            ADD 1 TO WS-CL-CNT (WS-CUR-CELL, 6)
    END-EVALUATE.
    IF WS-PT-REACT (WS-PT-IDX) = "Y"
        ADD 1 TO WS-CL-CNT (WS-CUR-CELL, 10)
    END-IF.
4100-PLACE-PERSON-EXIT.
    EXIT.

4200-FIND-CELL.
    MOVE 0 TO WS-CUR-CELL.
    PERFORM VARYING WS-CL-IDX FROM 1 BY 1
        UNTIL WS-CL-IDX > WS-CL-COUNT
        IF WS-CL-MONTH (WS-CL-IDX) = WS-CUR-MONTH
                AND WS-CL-BRANCH (WS-CL-IDX) = WS-PT-BRANCH (WS-PT-IDX)
            MOVE WS-CL-IDX TO WS-CUR-CELL
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-CUR-CELL > 0
        GO TO 4200-FIND-CELL-EXIT
    END-IF.
    IF WS-CL-COUNT >= 3000
        MOVE "Y" TO WS-CL-FULL
        GO TO 4200-FIND-CELL-EXIT
    END-IF.
    ADD 1 TO WS-CL-COUNT.
    MOVE WS-CL-COUNT TO WS-CUR-CELL.
    MOVE WS-CUR-MONTH TO WS-CL-MONTH (WS-CUR-CELL).
    MOVE WS-PT-BRANCH (WS-PT-IDX) TO WS-CL-BRANCH (WS-CUR-CELL).
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 10
        MOVE 0 TO WS-CL-CNT (WS-CUR-CELL, WS-SLOT-IDX)
    END-PERFORM.
4200-FIND-CELL-EXIT.
    EXIT.

4300-STATE-AT-MILESTONE.
    *> Fecha del hito: el mismo día N meses después (o el último día
    *> de ese mes si no existe).
    MOVE WS-PT-INTAKE (WS-PT-IDX) TO WS-INTAKE-WORK.
    COMPUTE WS-MONTH-COUNT =
        WS-IW-YEAR * 12 + WS-IW-MONTH - 1 + WS-MILESTONE (WS-MS-IDX).
    DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-ED-YEAR
        REMAINDER WS-ED-MONTH.
    ADD 1 TO WS-ED-MONTH.
    MOVE 1 TO WS-ED-DAY.
    IF WS-ED-MONTH = 12
        COMPUTE WS-NEXT-FIRST = (WS-ED-YEAR + 1) * 10000 + 101
    ELSE
        COMPUTE WS-NEXT-FIRST = WS-EVAL-DATE + 100
    END-IF.
    COMPUTE WS-LAST-DAY = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST) - 1).
    IF WS-IW-DAY > WS-LD-DAY
        MOVE WS-LD-DAY TO WS-ED-DAY
    ELSE
        MOVE WS-IW-DAY TO WS-ED-DAY
    END-IF.
    *> Estado al alta y, encima, el último suceso hasta el hito.
    IF WS-PT-START-STATE (WS-PT-IDX) = "I"
        MOVE "I" TO WS-STATE-AT
    ELSE
        MOVE "A" TO WS-STATE-AT
    END-IF.
    MOVE 0 TO WS-BEST-DATE.
    PERFORM VARYING WS-EV-IDX FROM 1 BY 1
        UNTIL WS-EV-IDX > WS-PT-EV-COUNT (WS-PT-IDX)
        IF WS-PT-EV-DATE (WS-PT-IDX, WS-EV-IDX) <= WS-EVAL-DATE
                AND WS-PT-EV-DATE (WS-PT-IDX, WS-EV-IDX)
                    >= WS-BEST-DATE
            MOVE WS-PT-EV-DATE (WS-PT-IDX, WS-EV-IDX) TO WS-BEST-DATE
            EVALUATE WS-PT-EV-TYPE (WS-PT-IDX, WS-EV-IDX)
                WHEN "R"
                    MOVE "A" TO WS-STATE-AT
                WHEN "B"
                    MOVE "I" TO WS-STATE-AT
                WHEN OTHER
                    MOVE "X" TO WS-STATE-AT
            END-EVALUATE
        END-IF
    END-PERFORM.
    *> Fuera del maestro sin fusión ni purga: se le pierde el rastro
    *> después de la última copia en que aparece.
    IF WS-PT-IN-MASTER (WS-PT-IDX) = "N"
            AND WS-PT-FATE (WS-PT-IDX) = SPACES
            AND WS-EVAL-DATE > WS-PT-LAST-SEEN (WS-PT-IDX)
        MOVE "X" TO WS-STATE-AT
    END-IF.
4300-STATE-AT-MILESTONE-EXIT.
    EXIT.

5000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'cohortes.rpt' (status "
            WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 5000-WRITE-REPORT-EXIT
    END-IF.
    PERFORM VARYING WS-CL-IDX FROM 1 BY 1
        UNTIL WS-CL-IDX > WS-CL-COUNT
        PERFORM VARYING WS-CL-J FROM 1 BY 1
            UNTIL WS-CL-J >= WS-CL-COUNT
            IF WS-CL-MONTH (WS-CL-J) > WS-CL-MONTH (WS-CL-J + 1)
                    OR (WS-CL-MONTH (WS-CL-J) = WS-CL-MONTH (WS-CL-J + 1)
                    AND WS-CL-BRANCH (WS-CL-J)
                        > WS-CL-BRANCH (WS-CL-J + 1))
                MOVE WS-CL-ENTRY (WS-CL-J) TO WS-CL-SWAP
                MOVE WS-CL-ENTRY (WS-CL-J + 1) TO WS-CL-ENTRY (WS-CL-J)
                MOVE WS-CL-SWAP TO WS-CL-ENTRY (WS-CL-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    STRING "PERMANENCIA POR COHORTE DE ALTA A " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO REPORT-LINE.
    IF WS-REGION-FILTER = SPACES
        MOVE "TODA LA CASA" TO REPORT-LINE (60:12)
    ELSE
        MOVE "REGION" TO REPORT-LINE (60:6)
        MOVE WS-REGION-FILTER TO REPORT-LINE (67:15)
    END-IF.
    WRITE REPORT-LINE.
    MOVE "  Activos a los N meses del alta (y % de la cohorte); - = la"
        TO REPORT-LINE.
    MOVE " cohorte aún no ha cumplido el hito. Destino de hoy:"
        TO REPORT-LINE (61:).
    WRITE REPORT-LINE.
    MOVE "  BAJAS inactivos y fallecidos, FUSION absorbidos, PURGA"
        TO REPORT-LINE.
    MOVE " purgados, OTRAS fuera del maestro sin rastro, REACT volvieron"
        TO REPORT-LINE (57:).
    WRITE REPORT-LINE.
    MOVE "  tras una baja." TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE "COHORTE SUCURSAL" TO REPORT-LINE (1:16).
    MOVE " ALTAS" TO REPORT-LINE (20:6).
    MOVE "    3 MESES" TO REPORT-LINE (27:11).
    MOVE "    6 MESES" TO REPORT-LINE (39:11).
    MOVE "   12 MESES" TO REPORT-LINE (51:11).
    MOVE "   24 MESES" TO REPORT-LINE (63:11).
    MOVE " BAJAS FUSION  PURGA  OTRAS  REACT" TO REPORT-LINE (75:34).
    WRITE REPORT-LINE.

    MOVE 0 TO WS-PREV-MONTH.
    MOVE 0 TO WS-COHORT-COUNT.
    PERFORM VARYING WS-CL-IDX FROM 1 BY 1
        UNTIL WS-CL-IDX > WS-CL-COUNT
        IF WS-CL-MONTH (WS-CL-IDX) NOT = WS-PREV-MONTH
            PERFORM 5200-CLOSE-COHORT
            MOVE WS-CL-MONTH (WS-CL-IDX) TO WS-PREV-MONTH
            ADD 1 TO WS-COHORT-COUNT
            MOVE ZEROS TO WS-COHORT-TOTAL
            MOVE 0 TO WS-CT-BRANCHES
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 10
            MOVE WS-CL-CNT (WS-CL-IDX, WS-SLOT-IDX)
                TO WS-LC (WS-SLOT-IDX)
            ADD WS-CL-CNT (WS-CL-IDX, WS-SLOT-IDX)
                TO WS-CT (WS-SLOT-IDX)
        END-PERFORM
        ADD 1 TO WS-CT-BRANCHES
        MOVE WS-CL-MONTH (WS-CL-IDX) TO WS-LINE-MONTH
        MOVE SPACES TO REPORT-LINE
        MOVE WS-LINE-MONTH TO REPORT-LINE (1:6)
        IF WS-CL-BRANCH (WS-CL-IDX) = SPACES
            MOVE "(sin suc.)" TO REPORT-LINE (9:10)
        ELSE
            MOVE WS-CL-BRANCH (WS-CL-IDX) TO REPORT-LINE (9:4)
        END-IF
        PERFORM 5100-WRITE-COUNTS
    END-PERFORM.
    PERFORM 5200-CLOSE-COHORT.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-CL-COUNT = 0
        MOVE "Sin personas en las cohortes pedidas." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-NO-DATE-COUNT > 0
        MOVE SPACES TO REPORT-LINE
        STRING "Sin fecha de alta averiguable (fuera de las cohortes): "
                   DELIMITED BY SIZE
               WS-NO-DATE-COUNT DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-CAT-MISSING > 0
        MOVE SPACES TO REPORT-LINE
        STRING "Copias catalogadas que ya no existen (no usadas): "
                   DELIMITED BY SIZE
               WS-CAT-MISSING DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-EV-OVERFLOW > 0
        MOVE SPACES TO REPORT-LINE
        STRING "AVISO: " DELIMITED BY SIZE
               WS-EV-OVERFLOW DELIMITED BY SIZE
               " cambios de estado no caben (más de 10 por persona)."
                   DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-PT-FULL = "Y" OR WS-CL-FULL = "Y"
        MOVE "AVISO: tablas llenas; el informe está incompleto."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.
5000-WRITE-REPORT-EXIT.
    EXIT.

5100-WRITE-COUNTS.
    *> Hitos: la cohorte lo ha cumplido entera cuando el mes del
    *> hito ya ha terminado.
    MOVE WS-LC (1) TO WS-CNT-DISPLAY.
    MOVE WS-CNT-DISPLAY TO REPORT-LINE (20:6).
    PERFORM VARYING WS-MS-IDX FROM 1 BY 1 UNTIL WS-MS-IDX > 4
        COMPUTE WS-COL = 27 + (WS-MS-IDX - 1) * 12
        MOVE WS-LINE-MONTH TO WS-INTAKE-WORK (1:6)
        COMPUTE WS-MONTH-COUNT = WS-IW-YEAR * 12 + WS-IW-MONTH - 1
            + WS-MILESTONE (WS-MS-IDX)
        DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-ED-YEAR
            REMAINDER WS-ED-MONTH
        ADD 1 TO WS-ED-MONTH
        MOVE WS-EVAL-DATE (1:6) TO WS-MATURE-MONTH
        IF WS-MATURE-MONTH < WS-TODAY-MONTH
            MOVE WS-LC (WS-MS-IDX + 1) TO WS-CNT-DISPLAY
            MOVE WS-CNT-DISPLAY TO REPORT-LINE (WS-COL:6)
            IF WS-LC (1) > 0
                COMPUTE WS-PCT ROUNDED =
                    WS-LC (WS-MS-IDX + 1) * 100 / WS-LC (1)
            ELSE
                MOVE 0 TO WS-PCT
            END-IF
            MOVE WS-PCT TO WS-PCT-DISPLAY
            MOVE WS-PCT-DISPLAY TO REPORT-LINE (WS-COL + 7:3)
            MOVE "%" TO REPORT-LINE (WS-COL + 10:1)
        ELSE
            MOVE "-" TO REPORT-LINE (WS-COL + 5:1)
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-SLOT-IDX FROM 6 BY 1 UNTIL WS-SLOT-IDX > 10
        MOVE WS-LC (WS-SLOT-IDX) TO WS-CNT-DISPLAY
        MOVE WS-CNT-DISPLAY
            TO REPORT-LINE (75 + (WS-SLOT-IDX - 6) * 7:6)
    END-PERFORM.
    WRITE REPORT-LINE.
5100-WRITE-COUNTS-EXIT.
    EXIT.

5200-CLOSE-COHORT.
    *> Total de la cohorte cuando tiene más de una sucursal.
    IF WS-PREV-MONTH NOT = 0 AND WS-CT-BRANCHES > 1
        MOVE WS-COHORT-TOTAL TO WS-LINE-CNT
        MOVE WS-PREV-MONTH TO WS-LINE-MONTH
        MOVE SPACES TO REPORT-LINE
        MOVE WS-LINE-MONTH TO REPORT-LINE (1:6)
        MOVE "TOTAL" TO REPORT-LINE (9:5)
        PERFORM 5100-WRITE-COUNTS
    END-IF.
5200-CLOSE-COHORT-EXIT.
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
    STRING "COH=" DELIMITED BY SIZE
           WS-COHORT-COUNT DELIMITED BY SIZE
           " REG=" DELIMITED BY SIZE
           WS-REGION-FILTER DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "CohortRetention" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
