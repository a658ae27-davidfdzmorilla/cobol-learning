IDENTIFICATION DIVISION.
PROGRAM-ID. AddressSweep.
*> Barrido de normalización de direcciones: toma la línea vigente de
*> cada ID en contactos.txt (la última) y comprueba con PostcodeCheck
*> el código postal de su dirección. Lista en direcciones.rpt las
*> direcciones sin código, las que llevan un código que no está en
*> codigos_postales.txt y las que llevan un código que no es del
*> municipio que nombran, con los totales de cada caso. Las líneas
*> sin dirección no se revisan. Sin fichero de referencia sólo se
*> pueden listar las que no llevan código.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT REPORT-FILE ASSIGN TO "direcciones.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

FD REPORT-FILE.
01 REPORT-LINE PIC X(120).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-CONTACT-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-TODAY PIC 9(8) VALUE 0.

*> Tabla en memoria de la línea vigente de cada ID de
*> contactos.txt; la última línea de cada ID pisa a las anteriores.
01 WS-CONTACT-EOF PIC X VALUE "N".
01 WS-CONTACT-TABLE.
    05 WS-CTT-ENTRY OCCURS 5000 TIMES.
        10 WS-CTT-ID      PIC 9(06).
        10 WS-CTT-ADDRESS PIC X(40).
01 WS-CTT-COUNT PIC 9(04) VALUE 0.
01 WS-CTT-IDX PIC 9(04) VALUE 0.
01 WS-CTT-FOUND-IDX PIC 9(04) VALUE 0.
01 WS-CONTACT-OVERFLOW PIC X VALUE "N".

COPY CPAREA REPLACING POSTCODE-AREA BY WS-POSTCODE-AREA.

*> Totales del barrido.
01 WS-CHECKED-COUNT PIC 9(06) VALUE 0.
01 WS-NO-ADDRESS-COUNT PIC 9(06) VALUE 0.
01 WS-OK-COUNT PIC 9(06) VALUE 0.
01 WS-MISSING-COUNT PIC 9(06) VALUE 0.
01 WS-UNKNOWN-COUNT PIC 9(06) VALUE 0.
01 WS-MISMATCH-COUNT PIC 9(06) VALUE 0.
01 WS-UNCHECKED-COUNT PIC 9(06) VALUE 0.
01 WS-PROBLEM-COUNT PIC 9(06) VALUE 0.

01 WS-DETAIL-LINE.
    05 WS-DL-KIND    PIC X(13).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 WS-DL-ID      PIC 9(06).
    05 FILLER        PIC X(02) VALUE SPACES.
    05 WS-DL-ADDRESS PIC X(40).
    05 FILLER        PIC X(02) VALUE SPACES.
    05 WS-DL-NOTE    PIC X(56).

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
    CANCEL "PostcodeCheck".
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM 1000-LOAD-CONTACT-TABLE THRU 1000-LOAD-CONTACT-TABLE-EXIT.
    IF WS-CONTACT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'contactos.txt' (status "
            WS-CONTACT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'direcciones.rpt' (status "
            WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "BARRIDO DE CODIGOS POSTALES DE contactos.txt  FECHA "
               DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM VARYING WS-CTT-IDX FROM 1 BY 1
        UNTIL WS-CTT-IDX > WS-CTT-COUNT
        PERFORM 2000-CHECK-ADDRESS THRU 2000-CHECK-ADDRESS-EXIT
    END-PERFORM.

    PERFORM 3000-WRITE-TOTALS.
    CLOSE REPORT-FILE.

    DISPLAY "Barrido de direcciones: revisadas " WS-CHECKED-COUNT
        ", sin código " WS-MISSING-COUNT
        ", código desconocido " WS-UNKNOWN-COUNT
        ", no coincide " WS-MISMATCH-COUNT ".".
    IF WS-UNCHECKED-COUNT > 0
        DISPLAY "Aviso: no hay 'codigos_postales.txt'; "
            WS-UNCHECKED-COUNT " códigos no se han podido contrastar."
    END-IF.
    DISPLAY "Informe escrito en 'direcciones.rpt'.".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-CONTACT-TABLE.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
        GO TO 1000-LOAD-CONTACT-TABLE-EXIT
    END-IF.
    MOVE "N" TO WS-CONTACT-EOF.
    PERFORM UNTIL WS-CONTACT-EOF = "Y"
        READ CONTACT-FILE
            AT END MOVE "Y" TO WS-CONTACT-EOF
            NOT AT END
                PERFORM 1050-STORE-CONTACT-ENTRY
        END-READ
    END-PERFORM.
    CLOSE CONTACT-FILE.
    IF WS-CONTACT-OVERFLOW = "Y"
        DISPLAY "Aviso: más de 5000 IDs con contacto; los "
            "sobrantes no se revisan."
    END-IF.
1000-LOAD-CONTACT-TABLE-EXIT.
    EXIT.

1050-STORE-CONTACT-ENTRY.
    *> La última línea de cada ID pisa a las anteriores.
    MOVE 0 TO WS-CTT-FOUND-IDX.
    PERFORM VARYING WS-CTT-IDX FROM 1 BY 1
        UNTIL WS-CTT-IDX > WS-CTT-COUNT
        IF WS-CTT-ID (WS-CTT-IDX) = CT-PERSON-ID OF CONTACT-REC
            MOVE WS-CTT-IDX TO WS-CTT-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-CTT-FOUND-IDX = 0
        IF WS-CTT-COUNT >= 5000
            MOVE "Y" TO WS-CONTACT-OVERFLOW
        ELSE
            ADD 1 TO WS-CTT-COUNT
            MOVE WS-CTT-COUNT TO WS-CTT-FOUND-IDX
            MOVE CT-PERSON-ID OF CONTACT-REC
                TO WS-CTT-ID (WS-CTT-FOUND-IDX)
        END-IF
    END-IF.
    IF WS-CTT-FOUND-IDX > 0
        MOVE CT-ADDRESS OF CONTACT-REC
            TO WS-CTT-ADDRESS (WS-CTT-FOUND-IDX)
    END-IF.
1050-STORE-CONTACT-ENTRY-EXIT.
    EXIT.

2000-CHECK-ADDRESS.
    IF WS-CTT-ADDRESS (WS-CTT-IDX) = SPACES
        ADD 1 TO WS-NO-ADDRESS-COUNT
        GO TO 2000-CHECK-ADDRESS-EXIT
    END-IF.
    ADD 1 TO WS-CHECKED-COUNT.
    MOVE WS-CTT-ADDRESS (WS-CTT-IDX) TO PCK-ADDRESS OF WS-POSTCODE-AREA.
    CALL "PostcodeCheck" USING WS-POSTCODE-AREA.

    MOVE SPACES TO WS-DL-KIND.
    MOVE SPACES TO WS-DL-NOTE.
    EVALUATE TRUE
        WHEN PCK-OK OF WS-POSTCODE-AREA
            ADD 1 TO WS-OK-COUNT
        WHEN PCK-NO-REFERENCE OF WS-POSTCODE-AREA
            ADD 1 TO WS-UNCHECKED-COUNT
        WHEN PCK-MISSING OF WS-POSTCODE-AREA
            ADD 1 TO WS-MISSING-COUNT
            MOVE "SIN CODIGO" TO WS-DL-KIND
        WHEN PCK-UNKNOWN OF WS-POSTCODE-AREA
            ADD 1 TO WS-UNKNOWN-COUNT
            MOVE "CP DESCONOC." TO WS-DL-KIND
            STRING "código " DELIMITED BY SIZE
                   PCK-POSTCODE OF WS-POSTCODE-AREA DELIMITED BY SIZE
                   " no está en la referencia" DELIMITED BY SIZE
                INTO WS-DL-NOTE
        WHEN PCK-MISMATCH OF WS-POSTCODE-AREA
            ADD 1 TO WS-MISMATCH-COUNT
            MOVE "NO COINCIDE" TO WS-DL-KIND
            STRING PCK-POSTCODE OF WS-POSTCODE-AREA DELIMITED BY SIZE
                   " es de " DELIMITED BY SIZE
                   FUNCTION TRIM(PCK-MUNICIPALITY OF WS-POSTCODE-AREA)
                       DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(PCK-PROVINCE OF WS-POSTCODE-AREA)
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                INTO WS-DL-NOTE
    END-EVALUATE.
    IF WS-DL-KIND = SPACES
        GO TO 2000-CHECK-ADDRESS-EXIT
    END-IF.
    ADD 1 TO WS-PROBLEM-COUNT.
    MOVE WS-CTT-ID (WS-CTT-IDX) TO WS-DL-ID.
    MOVE WS-CTT-ADDRESS (WS-CTT-IDX) TO WS-DL-ADDRESS.
    MOVE WS-DETAIL-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
2000-CHECK-ADDRESS-EXIT.
    EXIT.

3000-WRITE-TOTALS.
    IF WS-PROBLEM-COUNT = 0
        MOVE "Ninguna dirección con incidencias." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "IDs con contacto: " DELIMITED BY SIZE
           WS-CTT-COUNT DELIMITED BY SIZE
           "  sin dirección: " DELIMITED BY SIZE
           WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
           "  revisadas: " DELIMITED BY SIZE
           WS-CHECKED-COUNT DELIMITED BY SIZE
           "  correctas: " DELIMITED BY SIZE
           WS-OK-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Sin código: " DELIMITED BY SIZE
           WS-MISSING-COUNT DELIMITED BY SIZE
           "  código desconocido: " DELIMITED BY SIZE
           WS-UNKNOWN-COUNT DELIMITED BY SIZE
           "  no coincide con el municipio: " DELIMITED BY SIZE
           WS-MISMATCH-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-UNCHECKED-COUNT > 0
        MOVE SPACES TO REPORT-LINE
        STRING "Sin codigos_postales.txt: " DELIMITED BY SIZE
               WS-UNCHECKED-COUNT DELIMITED BY SIZE
               " códigos sin contrastar." DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
3000-WRITE-TOTALS-EXIT.
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
    STRING "DIR.INCID=" DELIMITED BY SIZE
           WS-PROBLEM-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "AddressSweep" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
