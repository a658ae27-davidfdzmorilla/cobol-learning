IDENTIFICATION DIVISION.
PROGRAM-ID. ArchiveCompare.
*> Comparación de dos archivos catalogados en archivos.cat, para la
*> pregunta de sucursal "quién ha desaparecido de mi lista desde el
*> cierre del trimestre": se dan dos fechas (COMPARA_DESDE y
*> COMPARA_HASTA, AAAAMMDD; si faltan se piden por consola) y se
*> cotejan por ID las dos copias:
*>   ALTA      está en la segunda y no en la primera
*>   BAJA      estaba en la primera y ya no está
*>   ESTADO    cambio de activo/inactivo (o marca de fallecido)
*>   TRASLADO  cambio de sucursal
*>   NOMBRE    cambio de nombre
*>   F.NACIM.  cambio de fecha de nacimiento
*> con recuento por sucursal (los traslados cuentan como salida en
*> la de origen y entrada en la de destino). COMPARA_SUCURSAL limita
*> el informe a las personas que estaban o están en esa sucursal.
*> Cada fecha se resuelve como en el modo "a fecha" de
*> EstadisticasBasicas (la copia del día o la última anterior),
*> salvo que el día caiga en un año ya consolidado por
*> ArchiveYearEnd: entonces se usa el anual PERSONAS.AAAA, que
*> guarda la última imagen de cada ID en ese año, y el informe lo
*> advierte. Un operador con sucursales asignadas sólo ve las suyas.
*> Salida en comparacion.rpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CATALOG-FILE ASSIGN TO "archivos.cat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "comparacion.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CATALOG-FILE.
    COPY ARCHCAT REPLACING ARCHIVE-CAT-RECORD BY CATALOG-RECORD.

FD ARCHIVE-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY ARCHIVE-RECORD.

FD REPORT-FILE.
01 REPORT-LINE PIC X(100).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-CATALOG-STATUS PIC XX VALUE "00".
01 WS-ARCHIVE-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-ARCHIVE-FILE-NAME PIC X(80) VALUE SPACES.

*> Fechas pedidas y sucursal.
01 WS-DATE-ENV PIC X(08) VALUE SPACES.
01 WS-FROM-DATE PIC 9(08) VALUE 0.
01 WS-TO-DATE PIC 9(08) VALUE 0.
01 WS-BRANCH-ENV PIC X(04) VALUE SPACES.
01 WS-BRANCH-FILTER PIC X(04) VALUE SPACES.

*> Catálogo en memoria.
01 WS-CAT-TABLE.
    05 WS-CAT-ENTRY OCCURS 500 TIMES.
        10 WS-CAT-NAME  PIC X(20).
        10 WS-CAT-DATE  PIC 9(08).
01 WS-CAT-TOTAL PIC 9(03) VALUE 0.
01 WS-CAT-IDX PIC 9(03) VALUE 0.

*> Resolución de una fecha contra el catálogo.
01 WS-WANTED-DATE PIC 9(08) VALUE 0.
01 WS-WANTED-DATE-R REDEFINES WS-WANTED-DATE.
    05 WS-WANTED-YEAR PIC X(04).
    05 FILLER         PIC X(04).
01 WS-FOUND-NAME PIC X(20) VALUE SPACES.
01 WS-FOUND-DATE PIC 9(08) VALUE 0.
01 WS-FOUND-YEARLY PIC X VALUE "N".
01 WS-YEARLY-NAME PIC X(20) VALUE SPACES.
01 WS-YEARLY-DATE PIC 9(08) VALUE 0.
01 WS-FROM-NAME PIC X(20) VALUE SPACES.
01 WS-FROM-FOUND-DATE PIC 9(08) VALUE 0.
01 WS-FROM-YEARLY PIC X VALUE "N".
01 WS-TO-NAME PIC X(20) VALUE SPACES.
01 WS-TO-FOUND-DATE PIC 9(08) VALUE 0.
01 WS-TO-YEARLY PIC X VALUE "N".

*> Imágenes de la primera copia, marcadas al encontrarlas en la
*> segunda.
01 WS-IMAGE-TABLE.
    05 WS-IM-ENTRY OCCURS 5000 TIMES.
        10 WS-IM-ID      PIC 9(06).
        10 WS-IM-IMAGE   PIC X(80).
        10 WS-IM-MATCHED PIC X(01).
01 WS-IM-COUNT PIC 9(04) VALUE 0.
01 WS-IM-IDX PIC 9(04) VALUE 0.
01 WS-IM-FOUND PIC X VALUE "N".
01 WS-IM-OVERFLOW PIC X VALUE "N".

COPY PERSONREC REPLACING PERSON-RECORD BY WS-OLD-PERSON.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-NEW-PERSON.

*> Recuento por sucursal: altas, bajas, cambios de estado, salidas
*> y entradas por traslado, nombres y fechas de nacimiento.
01 WS-BRANCH-TABLE.
    05 WS-BT-ENTRY OCCURS 200 TIMES.
        10 WS-BT-CODE PIC X(04).
        10 WS-BT-CNT  PIC 9(05) OCCURS 7 TIMES.
01 WS-BT-COUNT PIC 9(03) VALUE 0.
01 WS-BT-IDX PIC 9(03) VALUE 0.
01 WS-BT-J PIC 9(03) VALUE 0.
01 WS-BT-SWAP PIC X(39).
01 WS-BT-FULL PIC X VALUE "N".
01 WS-TOTALS.
    05 WS-TOT-CNT PIC 9(05) OCCURS 7 TIMES.
01 WS-SLOT PIC 9 VALUE 0.
01 WS-SLOT-IDX PIC 9 VALUE 0.
01 WS-COUNT-BRANCH PIC X(04) VALUE SPACES.
01 WS-CNT-DISPLAY PIC ZZZZ9.

*> Línea de detalle.
01 WS-CHANGE-KIND PIC X(09) VALUE SPACES.
01 WS-LINE-ID PIC 9(06) VALUE 0.
01 WS-LINE-BRANCH PIC X(04) VALUE SPACES.
01 WS-LINE-DETAIL PIC X(70) VALUE SPACES.
01 WS-DETAIL-COUNT PIC 9(06) VALUE 0.
01 WS-IN-SCOPE PIC X VALUE "N".

*> Sucursales del operador firmado.
COPY BRACAREA REPLACING BRANCH-ACCESS-AREA BY WS-BRA-AREA.
01 WS-OTHER-BRANCH-COUNT PIC 9(06) VALUE 0.
01 WS-CHECK-BRANCH PIC X(04) VALUE SPACES.
01 WS-BRANCH-ALLOWED PIC X VALUE "N".

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
    CANCEL "BranchAccess".
    PERFORM 0100-GET-PARAMETERS.
    IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
        DISPLAY "Error: hacen falta dos fechas AAAAMMDD."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-FROM-DATE > WS-TO-DATE
        *> Se compara siempre la copia antigua contra la reciente.
        MOVE WS-FROM-DATE TO WS-WANTED-DATE
        MOVE WS-TO-DATE TO WS-FROM-DATE
        MOVE WS-WANTED-DATE TO WS-TO-DATE
    END-IF.

    PERFORM 1000-LOAD-CATALOG THRU 1000-LOAD-CATALOG-EXIT.
    MOVE WS-FROM-DATE TO WS-WANTED-DATE.
    PERFORM 1100-RESOLVE-DATE.
    MOVE WS-FOUND-NAME TO WS-FROM-NAME.
    MOVE WS-FOUND-DATE TO WS-FROM-FOUND-DATE.
    MOVE WS-FOUND-YEARLY TO WS-FROM-YEARLY.
    MOVE WS-TO-DATE TO WS-WANTED-DATE.
    PERFORM 1100-RESOLVE-DATE.
    MOVE WS-FOUND-NAME TO WS-TO-NAME.
    MOVE WS-FOUND-DATE TO WS-TO-FOUND-DATE.
    MOVE WS-FOUND-YEARLY TO WS-TO-YEARLY.
    IF WS-FROM-NAME = SPACES OR WS-TO-NAME = SPACES
        DISPLAY "Error: alguna de las fechas no tiene archivo "
            "catalogado en o antes de ese día."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-FROM-NAME = WS-TO-NAME
        DISPLAY "Aviso: las dos fechas caen en la misma copia ("
            FUNCTION TRIM(WS-FROM-NAME) "); no habrá diferencias."
    END-IF.

    PERFORM 2000-LOAD-FROM-ARCHIVE THRU 2000-LOAD-FROM-ARCHIVE-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.
    PERFORM 3000-OPEN-REPORT THRU 3000-OPEN-REPORT-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.
    PERFORM 4000-COMPARE-TO-ARCHIVE THRU 4000-COMPARE-TO-ARCHIVE-EXIT.
    PERFORM 5000-LIST-REMOVALS.
    PERFORM 6000-WRITE-BRANCH-COUNTS.
    CLOSE REPORT-FILE.

    IF WS-OTHER-BRANCH-COUNT > 0
        DISPLAY "Personas de otras sucursales no mostradas: "
            WS-OTHER-BRANCH-COUNT
        SET BRA-REQ-SUMMARY OF WS-BRA-AREA TO TRUE
        MOVE WS-OTHER-BRANCH-COUNT TO BRA-REFUSED-COUNT OF WS-BRA-AREA
        MOVE "ArchiveCompare" TO BRA-PROGRAM OF WS-BRA-AREA
        CALL "BranchAccess" USING WS-BRA-AREA
    END-IF.
    DISPLAY "Comparación " FUNCTION TRIM(WS-FROM-NAME) " -> "
        FUNCTION TRIM(WS-TO-NAME) ": " WS-DETAIL-COUNT
        " diferencias (ver 'comparacion.rpt').".
    IF WS-IM-OVERFLOW = "Y"
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

0100-GET-PARAMETERS.
    ACCEPT WS-DATE-ENV FROM ENVIRONMENT "COMPARA_DESDE".
    IF WS-DATE-ENV IS NOT NUMERIC
        DISPLAY "Fecha de la primera copia (AAAAMMDD): "
            WITH NO ADVANCING
        ACCEPT WS-DATE-ENV
    END-IF.
    IF WS-DATE-ENV IS NUMERIC
        MOVE WS-DATE-ENV TO WS-FROM-DATE
    END-IF.
    MOVE SPACES TO WS-DATE-ENV.
    ACCEPT WS-DATE-ENV FROM ENVIRONMENT "COMPARA_HASTA".
    IF WS-DATE-ENV IS NOT NUMERIC
        DISPLAY "Fecha de la segunda copia (AAAAMMDD): "
            WITH NO ADVANCING
        ACCEPT WS-DATE-ENV
    END-IF.
    IF WS-DATE-ENV IS NUMERIC
        MOVE WS-DATE-ENV TO WS-TO-DATE
    END-IF.
    ACCEPT WS-BRANCH-ENV FROM ENVIRONMENT "COMPARA_SUCURSAL".
    MOVE FUNCTION UPPER-CASE (WS-BRANCH-ENV) TO WS-BRANCH-FILTER.
0100-GET-PARAMETERS-EXIT.
    EXIT.

1000-LOAD-CATALOG.
    OPEN INPUT CATALOG-FILE.
    IF WS-CATALOG-STATUS NOT = "00"
        DISPLAY "No hay catálogo 'archivos.cat' (status "
            WS-CATALOG-STATUS "). Ejecuta primero ArchivePersonas."
        GO TO 1000-LOAD-CATALOG-EXIT
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
1000-LOAD-CATALOG-EXIT.
    EXIT.

1100-RESOLVE-DATE.
    *> Copia del día exacto; si no, el anual del año si la fecha cae
    *> dentro de lo consolidado; si no, la última copia anterior.
    MOVE SPACES TO WS-FOUND-NAME.
    MOVE 0 TO WS-FOUND-DATE.
    MOVE "N" TO WS-FOUND-YEARLY.
    MOVE SPACES TO WS-YEARLY-NAME.
    MOVE 0 TO WS-YEARLY-DATE.
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
        UNTIL WS-CAT-IDX > WS-CAT-TOTAL
        IF WS-CAT-NAME (WS-CAT-IDX) (1:9) = "PERSONAS."
                AND WS-CAT-NAME (WS-CAT-IDX) (10:4) IS NUMERIC
                AND WS-CAT-NAME (WS-CAT-IDX) (14:7) = SPACES
                AND WS-CAT-NAME (WS-CAT-IDX) (10:4) = WS-WANTED-YEAR
            MOVE WS-CAT-NAME (WS-CAT-IDX) TO WS-YEARLY-NAME
            MOVE WS-CAT-DATE (WS-CAT-IDX) TO WS-YEARLY-DATE
        END-IF
        IF WS-CAT-DATE (WS-CAT-IDX) <= WS-WANTED-DATE
                AND WS-CAT-DATE (WS-CAT-IDX) > WS-FOUND-DATE
            MOVE WS-CAT-NAME (WS-CAT-IDX) TO WS-FOUND-NAME
            MOVE WS-CAT-DATE (WS-CAT-IDX) TO WS-FOUND-DATE
        END-IF
    END-PERFORM.
    IF WS-FOUND-DATE NOT = WS-WANTED-DATE
            AND WS-YEARLY-NAME NOT = SPACES
            AND WS-WANTED-DATE <= WS-YEARLY-DATE
        MOVE WS-YEARLY-NAME TO WS-FOUND-NAME
        MOVE WS-YEARLY-DATE TO WS-FOUND-DATE
    END-IF.
    IF WS-FOUND-NAME NOT = SPACES
            AND WS-FOUND-NAME = WS-YEARLY-NAME
        MOVE "Y" TO WS-FOUND-YEARLY
        DISPLAY "Aviso: el " WS-WANTED-DATE " está consolidado; se "
            "usa el anual " FUNCTION TRIM(WS-FOUND-NAME)
            " (última imagen de cada ID en el año)."
    ELSE
        IF WS-FOUND-NAME NOT = SPACES
                AND WS-FOUND-DATE NOT = WS-WANTED-DATE
            DISPLAY "Aviso: sin copia del " WS-WANTED-DATE
                "; se usa la del " WS-FOUND-DATE " ("
                FUNCTION TRIM(WS-FOUND-NAME) ")."
        END-IF
    END-IF.
1100-RESOLVE-DATE-EXIT.
    EXIT.

2000-LOAD-FROM-ARCHIVE.
    MOVE WS-FROM-NAME TO WS-ARCHIVE-FILE-NAME.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARCHIVE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir el archivo '"
            FUNCTION TRIM(WS-ARCHIVE-FILE-NAME) "' (status "
            WS-ARCHIVE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 2000-LOAD-FROM-ARCHIVE-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ ARCHIVE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF NOT PR-TYPE-TRAILER OF ARCHIVE-RECORD
                        AND NOT PR-ID-IS-TRAILER OF ARCHIVE-RECORD
                    IF WS-IM-COUNT < 5000
                        ADD 1 TO WS-IM-COUNT
                        MOVE PR-PERSON-ID OF ARCHIVE-RECORD
                            TO WS-IM-ID (WS-IM-COUNT)
                        MOVE ARCHIVE-RECORD TO WS-IM-IMAGE (WS-IM-COUNT)
                        MOVE "N" TO WS-IM-MATCHED (WS-IM-COUNT)
                    ELSE
                        IF WS-IM-OVERFLOW = "N"
                            DISPLAY "Aviso: más de 5000 personas en '"
                                FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                                "'; la comparación queda incompleta."
                            MOVE "Y" TO WS-IM-OVERFLOW
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVE-FILE.
2000-LOAD-FROM-ARCHIVE-EXIT.
    EXIT.

3000-OPEN-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'comparacion.rpt' (status "
            WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 3000-OPEN-REPORT-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "COMPARACION DE ARCHIVOS DEL " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " AL " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
        INTO REPORT-LINE.
    IF WS-BRANCH-FILTER NOT = SPACES
        MOVE "SUCURSAL" TO REPORT-LINE (50:8)
        MOVE WS-BRANCH-FILTER TO REPORT-LINE (59:4)
    END-IF.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "  Primera copia: " DELIMITED BY SIZE
           WS-FROM-NAME DELIMITED BY SIZE
           " del " DELIMITED BY SIZE
           WS-FROM-FOUND-DATE DELIMITED BY SIZE
        INTO REPORT-LINE.
    IF WS-FROM-YEARLY = "Y"
        MOVE "(anual consolidado)" TO REPORT-LINE (60:19)
    END-IF.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "  Segunda copia: " DELIMITED BY SIZE
           WS-TO-NAME DELIMITED BY SIZE
           " del " DELIMITED BY SIZE
           WS-TO-FOUND-DATE DELIMITED BY SIZE
        INTO REPORT-LINE.
    IF WS-TO-YEARLY = "Y"
        MOVE "(anual consolidado)" TO REPORT-LINE (60:19)
    END-IF.
    WRITE REPORT-LINE.
    IF WS-FROM-YEARLY = "Y" OR WS-TO-YEARLY = "Y"
        MOVE "  Un anual guarda la última imagen de cada ID en el año:"
            TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "  incluye personas dadas de baja durante ese año."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "TIPO      ID     SUC   DETALLE" TO REPORT-LINE.
    WRITE REPORT-LINE.
3000-OPEN-REPORT-EXIT.
    EXIT.

4000-COMPARE-TO-ARCHIVE.
    MOVE WS-TO-NAME TO WS-ARCHIVE-FILE-NAME.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARCHIVE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir el archivo '"
            FUNCTION TRIM(WS-ARCHIVE-FILE-NAME) "' (status "
            WS-ARCHIVE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 4000-COMPARE-TO-ARCHIVE-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ ARCHIVE-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF NOT PR-TYPE-TRAILER OF ARCHIVE-RECORD
                        AND NOT PR-ID-IS-TRAILER OF ARCHIVE-RECORD
                    PERFORM 4100-COMPARE-ONE THRU 4100-COMPARE-ONE-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVE-FILE.
4000-COMPARE-TO-ARCHIVE-EXIT.
    EXIT.

4100-COMPARE-ONE.
    MOVE ARCHIVE-RECORD TO WS-NEW-PERSON.
    MOVE "N" TO WS-IM-FOUND.
    PERFORM VARYING WS-IM-IDX FROM 1 BY 1
        UNTIL WS-IM-IDX > WS-IM-COUNT
        IF WS-IM-ID (WS-IM-IDX) = PR-PERSON-ID OF WS-NEW-PERSON
            MOVE "Y" TO WS-IM-FOUND
            MOVE "Y" TO WS-IM-MATCHED (WS-IM-IDX)
            MOVE WS-IM-IMAGE (WS-IM-IDX) TO WS-OLD-PERSON
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-IM-FOUND = "N"
        *> Con la tabla llena no se sabe si es alta de verdad.
        IF WS-IM-OVERFLOW = "Y"
            GO TO 4100-COMPARE-ONE-EXIT
        END-IF
        MOVE PR-PERSON-ID OF WS-NEW-PERSON TO WS-LINE-ID
        MOVE PR-BRANCH-CODE OF WS-NEW-PERSON TO WS-CHECK-BRANCH
        PERFORM 4800-CHECK-SCOPE THRU 4800-CHECK-SCOPE-EXIT
        IF WS-IN-SCOPE = "N"
            PERFORM 4850-COUNT-OTHER-BRANCH
            GO TO 4100-COMPARE-ONE-EXIT
        END-IF
        MOVE "ALTA" TO WS-CHANGE-KIND
        MOVE PR-BRANCH-CODE OF WS-NEW-PERSON TO WS-LINE-BRANCH
        MOVE PR-NAME OF WS-NEW-PERSON TO WS-LINE-DETAIL
        PERFORM 4900-WRITE-DETAIL
        MOVE PR-BRANCH-CODE OF WS-NEW-PERSON TO WS-COUNT-BRANCH
        MOVE 1 TO WS-SLOT
        PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
        GO TO 4100-COMPARE-ONE-EXIT
    END-IF.

    *> En ambas: entra en el informe si estaba o está en la
    *> sucursal pedida y el operador ve alguna de las dos.
    MOVE PR-PERSON-ID OF WS-NEW-PERSON TO WS-LINE-ID.
    MOVE PR-BRANCH-CODE OF WS-NEW-PERSON TO WS-CHECK-BRANCH.
    PERFORM 4800-CHECK-SCOPE THRU 4800-CHECK-SCOPE-EXIT.
    IF WS-IN-SCOPE = "N"
            AND PR-BRANCH-CODE OF WS-OLD-PERSON
                NOT = PR-BRANCH-CODE OF WS-NEW-PERSON
        MOVE PR-BRANCH-CODE OF WS-OLD-PERSON TO WS-CHECK-BRANCH
        PERFORM 4800-CHECK-SCOPE THRU 4800-CHECK-SCOPE-EXIT
    END-IF.
    IF WS-IN-SCOPE = "N"
        PERFORM 4850-COUNT-OTHER-BRANCH
        GO TO 4100-COMPARE-ONE-EXIT
    END-IF.
    MOVE PR-BRANCH-CODE OF WS-NEW-PERSON TO WS-LINE-BRANCH.
    MOVE PR-BRANCH-CODE OF WS-NEW-PERSON TO WS-COUNT-BRANCH.

    IF PR-STATUS OF WS-OLD-PERSON NOT = PR-STATUS OF WS-NEW-PERSON
            OR PR-DECEASED-FLAG OF WS-OLD-PERSON
                NOT = PR-DECEASED-FLAG OF WS-NEW-PERSON
        MOVE "ESTADO" TO WS-CHANGE-KIND
        MOVE SPACES TO WS-LINE-DETAIL
        STRING PR-STATUS OF WS-OLD-PERSON DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               PR-STATUS OF WS-NEW-PERSON DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PR-NAME OF WS-NEW-PERSON DELIMITED BY SIZE
            INTO WS-LINE-DETAIL
        IF PR-DECEASED OF WS-NEW-PERSON
                AND NOT PR-DECEASED OF WS-OLD-PERSON
            MOVE "(fallecido)" TO WS-LINE-DETAIL (29:11)
        END-IF
        PERFORM 4900-WRITE-DETAIL
        MOVE 3 TO WS-SLOT
        PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
    END-IF.

    IF PR-BRANCH-CODE OF WS-OLD-PERSON
            NOT = PR-BRANCH-CODE OF WS-NEW-PERSON
        MOVE "TRASLADO" TO WS-CHANGE-KIND
        MOVE SPACES TO WS-LINE-DETAIL
        STRING PR-BRANCH-CODE OF WS-OLD-PERSON DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               PR-BRANCH-CODE OF WS-NEW-PERSON DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PR-NAME OF WS-NEW-PERSON DELIMITED BY SIZE
            INTO WS-LINE-DETAIL
        PERFORM 4900-WRITE-DETAIL
        MOVE PR-BRANCH-CODE OF WS-OLD-PERSON TO WS-COUNT-BRANCH
        MOVE 4 TO WS-SLOT
        PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
        MOVE PR-BRANCH-CODE OF WS-NEW-PERSON TO WS-COUNT-BRANCH
        MOVE 5 TO WS-SLOT
        PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
    END-IF.

    IF PR-NAME OF WS-OLD-PERSON NOT = PR-NAME OF WS-NEW-PERSON
        MOVE "NOMBRE" TO WS-CHANGE-KIND
        MOVE SPACES TO WS-LINE-DETAIL
        STRING PR-NAME OF WS-OLD-PERSON DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               PR-NAME OF WS-NEW-PERSON DELIMITED BY SIZE
            INTO WS-LINE-DETAIL
        PERFORM 4900-WRITE-DETAIL
        MOVE 6 TO WS-SLOT
        PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
    END-IF.

    IF PR-BIRTH-DATE OF WS-OLD-PERSON
            NOT = PR-BIRTH-DATE OF WS-NEW-PERSON
        MOVE "F.NACIM." TO WS-CHANGE-KIND
        MOVE SPACES TO WS-LINE-DETAIL
        STRING PR-BIRTH-DATE OF WS-OLD-PERSON DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               PR-BIRTH-DATE OF WS-NEW-PERSON DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PR-NAME OF WS-NEW-PERSON DELIMITED BY SIZE
            INTO WS-LINE-DETAIL
        PERFORM 4900-WRITE-DETAIL
        MOVE 7 TO WS-SLOT
        PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
    END-IF.
4100-COMPARE-ONE-EXIT.
    EXIT.

4800-CHECK-SCOPE.
    *> Sucursal pedida (si la hay) y sucursales del operador.
    MOVE "N" TO WS-IN-SCOPE.
    MOVE "Y" TO WS-BRANCH-ALLOWED.
    IF WS-BRANCH-FILTER NOT = SPACES
            AND WS-CHECK-BRANCH NOT = WS-BRANCH-FILTER
        GO TO 4800-CHECK-SCOPE-EXIT
    END-IF.
    SET BRA-REQ-CHECK OF WS-BRA-AREA TO TRUE.
    MOVE WS-LINE-ID TO BRA-PERSON-ID OF WS-BRA-AREA.
    MOVE WS-CHECK-BRANCH TO BRA-BRANCH-CODE OF WS-BRA-AREA.
    MOVE "ArchiveCompare" TO BRA-PROGRAM OF WS-BRA-AREA.
    CALL "BranchAccess" USING WS-BRA-AREA.
    IF BRA-REFUSED OF WS-BRA-AREA
        MOVE "N" TO WS-BRANCH-ALLOWED
        GO TO 4800-CHECK-SCOPE-EXIT
    END-IF.
    MOVE "Y" TO WS-IN-SCOPE.
4800-CHECK-SCOPE-EXIT.
    EXIT.

4850-COUNT-OTHER-BRANCH.
    *> Fuera por las sucursales del operador, no por la pedida.
    IF WS-BRANCH-ALLOWED = "N"
        ADD 1 TO WS-OTHER-BRANCH-COUNT
    END-IF.
4850-COUNT-OTHER-BRANCH-EXIT.
    EXIT.

4900-WRITE-DETAIL.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-CHANGE-KIND TO REPORT-LINE (1:9).
    MOVE WS-LINE-ID TO REPORT-LINE (11:6).
    MOVE WS-LINE-BRANCH TO REPORT-LINE (18:4).
    MOVE WS-LINE-DETAIL TO REPORT-LINE (24:70).
    WRITE REPORT-LINE.
    ADD 1 TO WS-DETAIL-COUNT.
4900-WRITE-DETAIL-EXIT.
    EXIT.

5000-LIST-REMOVALS.
    PERFORM VARYING WS-IM-IDX FROM 1 BY 1
        UNTIL WS-IM-IDX > WS-IM-COUNT
        IF WS-IM-MATCHED (WS-IM-IDX) = "N"
            MOVE WS-IM-IMAGE (WS-IM-IDX) TO WS-OLD-PERSON
            MOVE PR-PERSON-ID OF WS-OLD-PERSON TO WS-LINE-ID
            MOVE PR-BRANCH-CODE OF WS-OLD-PERSON TO WS-CHECK-BRANCH
            PERFORM 4800-CHECK-SCOPE THRU 4800-CHECK-SCOPE-EXIT
            IF WS-IN-SCOPE = "Y"
                MOVE "BAJA" TO WS-CHANGE-KIND
                MOVE PR-BRANCH-CODE OF WS-OLD-PERSON TO WS-LINE-BRANCH
                MOVE PR-NAME OF WS-OLD-PERSON TO WS-LINE-DETAIL
                PERFORM 4900-WRITE-DETAIL
                MOVE PR-BRANCH-CODE OF WS-OLD-PERSON TO WS-COUNT-BRANCH
                MOVE 2 TO WS-SLOT
                PERFORM 6100-ADD-COUNT THRU 6100-ADD-COUNT-EXIT
            ELSE
                PERFORM 4850-COUNT-OTHER-BRANCH
            END-IF
        END-IF
    END-PERFORM.
5000-LIST-REMOVALS-EXIT.
    EXIT.

6000-WRITE-BRANCH-COUNTS.
    IF WS-DETAIL-COUNT = 0
        MOVE "Sin diferencias." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        PERFORM VARYING WS-BT-J FROM 1 BY 1
            UNTIL WS-BT-J >= WS-BT-COUNT
            IF WS-BT-CODE (WS-BT-J) > WS-BT-CODE (WS-BT-J + 1)
                MOVE WS-BT-ENTRY (WS-BT-J) TO WS-BT-SWAP
                MOVE WS-BT-ENTRY (WS-BT-J + 1) TO WS-BT-ENTRY (WS-BT-J)
                MOVE WS-BT-SWAP TO WS-BT-ENTRY (WS-BT-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "RECUENTO POR SUCURSAL" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "SUCURSAL        ALTAS BAJAS ESTAD SALEN ENTRA NOMBR FNACI"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        MOVE SPACES TO REPORT-LINE
        IF WS-BT-CODE (WS-BT-IDX) = SPACES
            MOVE "(sin sucursal)" TO REPORT-LINE (1:14)
        ELSE
            MOVE WS-BT-CODE (WS-BT-IDX) TO REPORT-LINE (1:4)
        END-IF
        PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 7
            MOVE WS-BT-CNT (WS-BT-IDX, WS-SLOT-IDX) TO WS-CNT-DISPLAY
            MOVE WS-CNT-DISPLAY TO REPORT-LINE (11 + WS-SLOT-IDX * 6:5)
        END-PERFORM
        WRITE REPORT-LINE
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    MOVE "TOTAL" TO REPORT-LINE (1:5).
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 7
        MOVE WS-TOT-CNT (WS-SLOT-IDX) TO WS-CNT-DISPLAY
        MOVE WS-CNT-DISPLAY TO REPORT-LINE (11 + WS-SLOT-IDX * 6:5)
    END-PERFORM.
    WRITE REPORT-LINE.
    IF WS-IM-OVERFLOW = "Y" OR WS-BT-FULL = "Y"
        MOVE "AVISO: tablas llenas; la comparación está incompleta."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
6000-WRITE-BRANCH-COUNTS-EXIT.
    EXIT.

6100-ADD-COUNT.
    *> Con sucursal pedida, sólo cuenta la suya (un traslado suma en
    *> el otro extremo sólo si también es la pedida).
    IF WS-BRANCH-FILTER NOT = SPACES
            AND WS-COUNT-BRANCH NOT = WS-BRANCH-FILTER
        GO TO 6100-ADD-COUNT-EXIT
    END-IF.
    MOVE 0 TO WS-BT-J.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) = WS-COUNT-BRANCH
            MOVE WS-BT-IDX TO WS-BT-J
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BT-J = 0
        IF WS-BT-COUNT < 200
            ADD 1 TO WS-BT-COUNT
            MOVE WS-BT-COUNT TO WS-BT-J
            MOVE WS-COUNT-BRANCH TO WS-BT-CODE (WS-BT-J)
            PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 7
                MOVE 0 TO WS-BT-CNT (WS-BT-J, WS-SLOT-IDX)
            END-PERFORM
        ELSE
            MOVE "Y" TO WS-BT-FULL
        END-IF
    END-IF.
    IF WS-BT-J > 0
        ADD 1 TO WS-BT-CNT (WS-BT-J, WS-SLOT)
        ADD 1 TO WS-TOT-CNT (WS-SLOT)
    END-IF.
6100-ADD-COUNT-EXIT.
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
    STRING "DIFS=" DELIMITED BY SIZE
           WS-DETAIL-COUNT DELIMITED BY SIZE
           " SUC=" DELIMITED BY SIZE
           WS-BRANCH-FILTER DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "ArchiveCompare" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
