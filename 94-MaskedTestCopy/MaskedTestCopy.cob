IDENTIFICATION DIVISION.
PROGRAM-ID. MaskedTestCopy.
*> Copia enmascarada de producción para el entorno de pruebas.
*> TestDataGenerator da volumen sintético, pero hay fallos que sólo
*> salen con la forma de los datos reales (mezcla de sucursales,
*> hogares, notas largas, alias). Este programa copia el maestro y
*> los ficheros compañeros a un directorio de pruebas
*> (ENMASCARAR_DESTINO, por omisión "prueba", que debe existir) con
*> un enmascarado coherente:
*>   - cada palabra de un nombre real se cambia siempre por el mismo
*>     nombre o apellido ficticio, en el maestro, en alias.txt, en
*>     reconfirmacion.txt y en las imágenes de historial.txt y
*>     diario.jrn, de forma que dos personas que comparten apellido
*>     lo siguen compartiendo. Como en TestDataGenerator, todos los
*>     nombres llevan el prefijo "ZZ " y no pueden confundirse con
*>     producción;
*>   - la fecha de nacimiento y la edad se desplazan dentro del
*>     mismo tramo de edad de la estadística (0-17, 18-29, 30-44,
*>     45-59, 60 y más), igual para un mismo ID en todos los
*>     ficheros;
*>   - teléfonos, correos (la parte anterior a la arroba), texto de
*>     las notas y de los seguimientos, referencias de defunción y
*>     direcciones se revuelven carácter a carácter conservando la
*>     forma; en las direcciones se conservan las cifras para que
*>     los códigos postales sigan cuadrando. Un mismo texto se
*>     revuelve siempre igual, así que dos personas de la misma casa
*>     siguen compartiendo dirección;
*>   - los números de DNI y NIE se sustituyen por otros con su letra
*>     de control correcta;
*>   - los datos corregidos de confirmaciones.txt se enmascaran como
*>     el campo del maestro o del contacto al que corresponden.
*> IDs, sucursales, fechas de movimiento y enlaces de hogar,
*> relaciones y consentimientos no se tocan, así que todo sigue
*> cruzando. La clave ENMASCARAR_CLAVE hace repetible el enmascarado
*> entre ejecuciones; sin ella cada copia sale distinta. El detalle
*> por fichero queda en enmascarado.rpt y la copia se anota en la
*> bitácora de auditoría de producción.

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
    SELECT TEST-MASTER-FILE ASSIGN TO WS-TEST-MASTER-NAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF TEST-MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF TEST-MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-TEST-MASTER-STATUS.
    SELECT MEMBER-FILE ASSIGN TO WS-MEMBER-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MEMBER-STATUS.
    SELECT COPY-FILE ASSIGN TO WS-COPY-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COPY-STATUS.
    SELECT REPORT-FILE ASSIGN TO "enmascarado.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD TEST-MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY TEST-MASTER-RECORD.

FD MEMBER-FILE.
01 MEMBER-RECORD PIC X(250).

FD COPY-FILE.
01 COPY-RECORD PIC X(250).

FD REPORT-FILE.
01 REPORT-LINE PIC X(100).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-TEST-MASTER-STATUS PIC XX VALUE "00".
01 WS-MEMBER-STATUS PIC XX VALUE "00".
01 WS-COPY-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-MEMBER-FILE-NAME PIC X(30) VALUE SPACES.
01 WS-COPY-FILE-NAME PIC X(100) VALUE SPACES.
01 WS-TEST-MASTER-NAME PIC X(100) VALUE SPACES.

*> Parámetros de la copia.
01 WS-DEST-ENV PIC X(60) VALUE SPACES.
01 WS-DEST-DIR PIC X(60) VALUE SPACES.
01 WS-KEY-ENV PIC X(09) VALUE SPACES.
01 WS-MASK-KEY PIC 9(09) VALUE 0.
01 WS-RUN-TIME PIC 9(08) VALUE 0.
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MONTH PIC 99.
    05 WS-TODAY-DAY   PIC 99.

*> Ficheros que viajan al entorno de pruebas y cómo se enmascaran:
*> A alias, H historial, J diario, C contactos, N notas,
*> D documentos, F defunciones, G hogares, E pendientes,
*> S propuestas de hogar, L seguimientos, K confirmaciones,
*> R reconfirmación, = se copian tal cual (sin datos personales).
01 WS-MC-TABLE.
    05 WS-MC-ENTRY OCCURS 30 TIMES.
        10 WS-MC-NAME     PIC X(30).
        10 WS-MC-KIND     PIC X(01).
        10 WS-MC-PRESENT  PIC X(01).
        10 WS-MC-READ     PIC 9(08).
        10 WS-MC-MASKED   PIC 9(08).
01 WS-MC-COUNT PIC 9(02) VALUE 0.
01 WS-MC-IDX PIC 9(02) VALUE 0.
01 WS-NEW-FILE-NAME PIC X(30) VALUE SPACES.
01 WS-NEW-FILE-KIND PIC X(01) VALUE SPACES.
01 WS-LINE-MASKED PIC X VALUE "N".

*> Vistas de trabajo de cada layout.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-MASK-PERSON.
COPY ALIASREC REPLACING ALIAS-RECORD BY WS-ALIAS-REC.
COPY HISTREC REPLACING HISTORY-RECORD BY WS-HISTORY-REC.
COPY JRNREC REPLACING JOURNAL-RECORD BY WS-JOURNAL-REC.
COPY CONTACTREC REPLACING CONTACT-RECORD BY WS-CONTACT-REC.
COPY NOTAREC REPLACING NOTE-RECORD BY WS-NOTE-REC.
COPY DOCUREC REPLACING DOCUMENT-RECORD BY WS-DOCUMENT-REC.
COPY DEFUNREC REPLACING DEATH-RECORD BY WS-DEATH-REC.
COPY HOGARREC REPLACING HOUSEHOLD-RECORD BY WS-HOUSEHOLD-REC.
COPY HOGSUGREC REPLACING HOUSEHOLD-SUGGEST-RECORD BY WS-SUGGEST-REC.
COPY SEGUIREC REPLACING FOLLOWUP-RECORD BY WS-FOLLOWUP-REC.
COPY CONFREC REPLACING CONFIRMATION-RECORD BY WS-CONFIRM-REC.
COPY RECONREC REPLACING RECONFIRM-RECORD BY WS-RECONFIRM-REC.
01 WS-IMAGE PIC X(80) VALUE SPACES.

*> Línea de pendientes.txt: AAAAMMDD,U,id,nombre,edad.
01 WS-PD-DATE PIC X(08) VALUE SPACES.
01 WS-PD-ACTION PIC X(01) VALUE SPACES.
01 WS-PD-ID PIC X(06) VALUE SPACES.
01 WS-PD-NAME PIC X(30) VALUE SPACES.
01 WS-PD-AGE PIC X(03) VALUE SPACES.
01 WS-PD-LINE PIC X(250) VALUE SPACES.

*> Nombres y apellidos ficticios, los mismos que usa
*> TestDataGenerator más algunos para repartir mejor.
01 WS-FIRST-NAMES.
    05 FILLER PIC X(10) VALUE "MARIA".
    05 FILLER PIC X(10) VALUE "JOSE".
    05 FILLER PIC X(10) VALUE "CARMEN".
    05 FILLER PIC X(10) VALUE "ANTONIO".
    05 FILLER PIC X(10) VALUE "LUCIA".
    05 FILLER PIC X(10) VALUE "MANUEL".
    05 FILLER PIC X(10) VALUE "ANA".
    05 FILLER PIC X(10) VALUE "FRANCISCO".
    05 FILLER PIC X(10) VALUE "LAURA".
    05 FILLER PIC X(10) VALUE "DAVID".
    05 FILLER PIC X(10) VALUE "ELENA".
    05 FILLER PIC X(10) VALUE "JAVIER".
    05 FILLER PIC X(10) VALUE "PILAR".
    05 FILLER PIC X(10) VALUE "MIGUEL".
    05 FILLER PIC X(10) VALUE "ROSA".
    05 FILLER PIC X(10) VALUE "PABLO".
    05 FILLER PIC X(10) VALUE "ISABEL".
    05 FILLER PIC X(10) VALUE "SERGIO".
    05 FILLER PIC X(10) VALUE "TERESA".
    05 FILLER PIC X(10) VALUE "ALBERTO".
01 WS-FIRST-TABLE REDEFINES WS-FIRST-NAMES.
    05 WS-FIRST-NAME OCCURS 20 TIMES PIC X(10).
01 WS-LAST-NAMES.
    05 FILLER PIC X(10) VALUE "GARCIA".
    05 FILLER PIC X(10) VALUE "LOPEZ".
    05 FILLER PIC X(10) VALUE "MARTIN".
    05 FILLER PIC X(10) VALUE "SANCHEZ".
    05 FILLER PIC X(10) VALUE "PEREZ".
    05 FILLER PIC X(10) VALUE "GOMEZ".
    05 FILLER PIC X(10) VALUE "RUIZ".
    05 FILLER PIC X(10) VALUE "DIAZ".
    05 FILLER PIC X(10) VALUE "MORENO".
    05 FILLER PIC X(10) VALUE "ALVAREZ".
    05 FILLER PIC X(10) VALUE "ROMERO".
    05 FILLER PIC X(10) VALUE "TORRES".
    05 FILLER PIC X(10) VALUE "NAVARRO".
    05 FILLER PIC X(10) VALUE "GIL".
    05 FILLER PIC X(10) VALUE "SERRANO".
    05 FILLER PIC X(10) VALUE "BLANCO".
    05 FILLER PIC X(10) VALUE "CASTRO".
    05 FILLER PIC X(10) VALUE "ORTEGA".
    05 FILLER PIC X(10) VALUE "RUBIO".
    05 FILLER PIC X(10) VALUE "VEGA".
01 WS-LAST-TABLE REDEFINES WS-LAST-NAMES.
    05 WS-LAST-NAME OCCURS 20 TIMES PIC X(10).

*> Enmascarado de nombres palabra a palabra.
01 WS-NAME-IN PIC X(30) VALUE SPACES.
01 WS-NAME-OUT PIC X(30) VALUE SPACES.
01 WS-NAME-ALL-LAST PIC X VALUE "N".
01 WS-NAME-PTR PIC 9(03) VALUE 0.
01 WS-NAME-OUT-PTR PIC 9(03) VALUE 0.
01 WS-TOKEN PIC X(30) VALUE SPACES.
01 WS-TOKEN-COUNT PIC 9(02) VALUE 0.
01 WS-PICK PIC 9(02) VALUE 0.

*> Suma de control del texto (fórmula de AuditSeal) y generador
*> congruencial repetible (el de TestDataGenerator).
01 WS-HASH-TEXT PIC X(250) VALUE SPACES.
01 WS-HASH-LEN PIC 9(03) VALUE 0.
01 WS-HASH PIC 9(12) VALUE 0.
01 WS-SCAN-POS PIC 9(03) VALUE 0.
01 WS-CHAR-ORD PIC 9(03) VALUE 0.
01 WS-SEED PIC 9(09) VALUE 123457.
01 WS-RAND PIC 9(04) VALUE 0.

*> Revuelto de texto libre conservando la forma.
01 WS-SCR-TEXT PIC X(250) VALUE SPACES.
01 WS-SCR-LEN PIC 9(03) VALUE 0.
01 WS-SCR-KEEP-DIGITS PIC X VALUE "N".
01 WS-SCR-CHAR PIC X VALUE SPACE.
01 WS-UPPER-LETTERS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 WS-LOWER-LETTERS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 WS-DIGIT-CHARS PIC X(10) VALUE "0123456789".
01 WS-AT-POS PIC 9(03) VALUE 0.

*> Edad y nacimiento dentro del tramo.
01 WS-REAL-AGE PIC 9(03) VALUE 0.
01 WS-NEW-AGE PIC 9(03) VALUE 0.
01 WS-BRACKET-LOW PIC 9(03) VALUE 0.
01 WS-BRACKET-HIGH PIC 9(03) VALUE 0.
01 WS-BIRTH PIC 9(08) VALUE 0.
01 WS-BIRTH-R REDEFINES WS-BIRTH.
    05 WS-BIRTH-YEAR  PIC 9(4).
    05 WS-BIRTH-MONTH PIC 99.
    05 WS-BIRTH-DAY   PIC 99.

*> Documentos: número nuevo con su letra de control.
01 WS-DOC-LETTERS PIC X(23) VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
01 WS-DOC-DIGITS PIC 9(08) VALUE 0.
01 WS-DOC-DIGITS-X REDEFINES WS-DOC-DIGITS PIC X(08).
01 WS-DOC-QUOTIENT PIC 9(08) VALUE 0.
01 WS-DOC-REMAINDER PIC 9(02) VALUE 0.

*> Totales de la copia.
01 WS-MASTER-READ PIC 9(08) VALUE 0.
01 WS-MASTER-MASKED PIC 9(08) VALUE 0.
01 WS-TOTAL-READ PIC 9(08) VALUE 0.
01 WS-TOTAL-MASKED PIC 9(08) VALUE 0.
01 WS-FILES-COPIED PIC 9(02) VALUE 0.
01 WS-COPY-ERRORS PIC 9(04) VALUE 0.

*> Niveles de autorización para operaciones destructivas.
COPY AUTHAREA REPLACING AUTH-AREA BY WS-AUTH-AREA.

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
    ACCEPT WS-RUN-TIME FROM TIME.
    ACCEPT WS-DEST-ENV FROM ENVIRONMENT "ENMASCARAR_DESTINO".
    IF WS-DEST-ENV NOT = SPACES
        MOVE WS-DEST-ENV TO WS-DEST-DIR
    ELSE
        MOVE "prueba" TO WS-DEST-DIR
    END-IF.
    IF WS-DEST-DIR = "." OR WS-DEST-DIR = "./"
        *> Cinturón y tirantes: la copia enmascarada jamás pisa los
        *> ficheros de producción.
        DISPLAY "La copia enmascarada se niega a escribir en el "
            "directorio de producción; elige otro destino."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT WS-KEY-ENV FROM ENVIRONMENT "ENMASCARAR_CLAVE".
    IF WS-KEY-ENV (1:1) IS NUMERIC
        COMPUTE WS-MASK-KEY = FUNCTION NUMVAL (WS-KEY-ENV)
    ELSE
        *> Sin clave, una distinta en cada copia.
        COMPUTE WS-MASK-KEY = FUNCTION MOD
            (WS-TODAY-DATE * 97 + WS-RUN-TIME, 999999937)
    END-IF.

    *> Sacar datos de producción, aunque sea enmascarados, es cosa
    *> de supervisores.
    MOVE 3 TO AUT-REQUIRED-LEVEL OF WS-AUTH-AREA.
    MOVE "COPIA ENMASCARADA" TO AUT-OPERATION OF WS-AUTH-AREA.
    CALL "OperatorAuth" USING WS-AUTH-AREA.
    IF AUT-DENIED OF WS-AUTH-AREA
        DISPLAY "Operación denegada: la copia enmascarada exige "
            "nivel 3 y el operador "
            FUNCTION TRIM(AUT-OPERATOR OF WS-AUTH-AREA)
            " tiene nivel " AUT-OPERATOR-LEVEL OF WS-AUTH-AREA "."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SPACES TO WS-TEST-MASTER-NAME.
    STRING WS-DEST-DIR DELIMITED BY SPACE
           "/personas.txt" DELIMITED BY SIZE
        INTO WS-TEST-MASTER-NAME.
    OPEN OUTPUT TEST-MASTER-FILE.
    IF WS-TEST-MASTER-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear '"
            FUNCTION TRIM(WS-TEST-MASTER-NAME) "' (status "
            WS-TEST-MASTER-STATUS "); el directorio de pruebas debe "
            "existir."
        CLOSE MASTER-FILE
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO REPORT-LINE.
    STRING "COPIA ENMASCARADA PARA PRUEBAS EN " DELIMITED BY SIZE
           WS-DEST-DIR DELIMITED BY SPACE
           "   FECHA " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "FICHERO                         LEIDOS    ENMASCARADOS"
        TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM 2000-COPY-MASTER.
    PERFORM 1000-INIT-FILES.
    PERFORM VARYING WS-MC-IDX FROM 1 BY 1
        UNTIL WS-MC-IDX > WS-MC-COUNT
        PERFORM 2100-COPY-FILE THRU 2100-COPY-FILE-EXIT
    END-PERFORM.

    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "TOTAL: " DELIMITED BY SIZE
           WS-FILES-COPIED DELIMITED BY SIZE
           " ficheros, " DELIMITED BY SIZE
           WS-TOTAL-READ DELIMITED BY SIZE
           " registros, " DELIMITED BY SIZE
           WS-TOTAL-MASKED DELIMITED BY SIZE
           " enmascarados, " DELIMITED BY SIZE
           WS-COPY-ERRORS DELIMITED BY SIZE
           " errores" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.

    DISPLAY "Copia enmascarada en '" FUNCTION TRIM(WS-DEST-DIR)
        "': " WS-FILES-COPIED " ficheros, " WS-TOTAL-READ
        " registros, " WS-TOTAL-MASKED " enmascarados (detalle en "
        "'enmascarado.rpt').".
    PERFORM 8000-WRITE-AUDIT-LOG.
    IF WS-COPY-ERRORS > 0
        MOVE 16 TO RETURN-CODE
    END-IF.
    GOBACK.

1000-INIT-FILES.
    *> Un fichero compañero nuevo se añade aquí con su forma de
    *> enmascarado; si no lleva datos personales, con "=".
    MOVE 0 TO WS-MC-COUNT.
    MOVE "alias.txt" TO WS-NEW-FILE-NAME.
    MOVE "A" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "historial.txt" TO WS-NEW-FILE-NAME.
    MOVE "H" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "diario.jrn" TO WS-NEW-FILE-NAME.
    MOVE "J" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "contactos.txt" TO WS-NEW-FILE-NAME.
    MOVE "C" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "notas.txt" TO WS-NEW-FILE-NAME.
    MOVE "N" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "documentos.txt" TO WS-NEW-FILE-NAME.
    MOVE "D" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "defunciones.txt" TO WS-NEW-FILE-NAME.
    MOVE "F" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "hogares.txt" TO WS-NEW-FILE-NAME.
    MOVE "G" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "pendientes.txt" TO WS-NEW-FILE-NAME.
    MOVE "E" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "propuestas_hogar.txt" TO WS-NEW-FILE-NAME.
    MOVE "S" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "seguimientos.txt" TO WS-NEW-FILE-NAME.
    MOVE "L" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "confirmaciones.txt" TO WS-NEW-FILE-NAME.
    MOVE "K" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "reconfirmacion.txt" TO WS-NEW-FILE-NAME.
    MOVE "R" TO WS-NEW-FILE-KIND.
    PERFORM 1050-ADD-FILE.
    MOVE "=" TO WS-NEW-FILE-KIND.
    MOVE "personas.lastid" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "relaciones.txt" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "consentimientos.txt" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "parejas.txt" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "claves_central.txt" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "sucursales.txt" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "sucursales.map" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "codigos_postales.txt" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "calendario.txt" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "operadores.txt" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "tarjetas.txt" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
    MOVE "periodos.txt" TO WS-NEW-FILE-NAME.
    PERFORM 1050-ADD-FILE.
1000-INIT-FILES-EXIT.
    EXIT.

1050-ADD-FILE.
    IF WS-MC-COUNT < 30
        ADD 1 TO WS-MC-COUNT
        MOVE WS-NEW-FILE-NAME TO WS-MC-NAME (WS-MC-COUNT)
        MOVE WS-NEW-FILE-KIND TO WS-MC-KIND (WS-MC-COUNT)
        MOVE "N" TO WS-MC-PRESENT (WS-MC-COUNT)
        MOVE 0 TO WS-MC-READ (WS-MC-COUNT)
        MOVE 0 TO WS-MC-MASKED (WS-MC-COUNT)
    END-IF.
1050-ADD-FILE-EXIT.
    EXIT.

1500-NEXT-RANDOM.
    *> Congruencial sencillo: repetible con la misma semilla.
    COMPUTE WS-SEED = FUNCTION MOD (WS-SEED * 1103 + 12345, 999999937).
    COMPUTE WS-RAND = FUNCTION MOD (WS-SEED, 10000).
1500-NEXT-RANDOM-EXIT.
    EXIT.

1600-HASH-TEXT.
    *> Suma encadenada de WS-HASH-TEXT (1:WS-HASH-LEN) partiendo de
    *> la clave: el mismo texto da siempre el mismo valor.
    MOVE WS-MASK-KEY TO WS-HASH.
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > WS-HASH-LEN
        COMPUTE WS-CHAR-ORD =
            FUNCTION ORD (WS-HASH-TEXT (WS-SCAN-POS:1))
        COMPUTE WS-HASH = FUNCTION MOD
            (WS-HASH * 31 + WS-CHAR-ORD * WS-SCAN-POS, 99999989)
    END-PERFORM.
1600-HASH-TEXT-EXIT.
    EXIT.

2000-COPY-MASTER.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-MASTER-READ
                MOVE MASTER-RECORD TO WS-IMAGE
                PERFORM 3300-MASK-IMAGE THRU 3300-MASK-IMAGE-EXIT
                IF WS-LINE-MASKED = "Y"
                    ADD 1 TO WS-MASTER-MASKED
                END-IF
                MOVE WS-IMAGE TO TEST-MASTER-RECORD
                WRITE TEST-MASTER-RECORD
                    INVALID KEY
                        ADD 1 TO WS-COPY-ERRORS
                END-WRITE
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE
          TEST-MASTER-FILE.
    ADD 1 TO WS-FILES-COPIED.
    ADD WS-MASTER-READ TO WS-TOTAL-READ.
    ADD WS-MASTER-MASKED TO WS-TOTAL-MASKED.
    MOVE SPACES TO REPORT-LINE.
    STRING "personas.txt                    " DELIMITED BY SIZE
           WS-MASTER-READ DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-MASTER-MASKED DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
2000-COPY-MASTER-EXIT.
    EXIT.

2100-COPY-FILE.
    MOVE WS-MC-NAME (WS-MC-IDX) TO WS-MEMBER-FILE-NAME.
    OPEN INPUT MEMBER-FILE.
    IF WS-MEMBER-STATUS NOT = "00"
        MOVE SPACES TO REPORT-LINE
        STRING WS-MC-NAME (WS-MC-IDX) DELIMITED BY SIZE
               "  no existe, no se copia" DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 2100-COPY-FILE-EXIT
    END-IF.
    MOVE SPACES TO WS-COPY-FILE-NAME.
    STRING WS-DEST-DIR DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           WS-MC-NAME (WS-MC-IDX) DELIMITED BY SPACE
        INTO WS-COPY-FILE-NAME.
    OPEN OUTPUT COPY-FILE.
    IF WS-COPY-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear '"
            FUNCTION TRIM(WS-COPY-FILE-NAME) "' (status "
            WS-COPY-STATUS ")."
        ADD 1 TO WS-COPY-ERRORS
        CLOSE MEMBER-FILE
        GO TO 2100-COPY-FILE-EXIT
    END-IF.
    MOVE "S" TO WS-MC-PRESENT (WS-MC-IDX).
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MEMBER-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-MC-READ (WS-MC-IDX)
                MOVE "N" TO WS-LINE-MASKED
                PERFORM 2200-MASK-LINE
                IF WS-LINE-MASKED = "Y"
                    ADD 1 TO WS-MC-MASKED (WS-MC-IDX)
                END-IF
                WRITE COPY-RECORD
        END-READ
    END-PERFORM.
    CLOSE MEMBER-FILE
          COPY-FILE.
    ADD 1 TO WS-FILES-COPIED.
    ADD WS-MC-READ (WS-MC-IDX) TO WS-TOTAL-READ.
    ADD WS-MC-MASKED (WS-MC-IDX) TO WS-TOTAL-MASKED.
    MOVE SPACES TO REPORT-LINE.
    STRING WS-MC-NAME (WS-MC-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-MC-READ (WS-MC-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-MC-MASKED (WS-MC-IDX) DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
2100-COPY-FILE-EXIT.
    EXIT.

2200-MASK-LINE.
    MOVE MEMBER-RECORD TO COPY-RECORD.
    EVALUATE WS-MC-KIND (WS-MC-IDX)
        WHEN "A"
            MOVE MEMBER-RECORD TO WS-ALIAS-REC
            MOVE AL-OLD-NAME OF WS-ALIAS-REC TO WS-NAME-IN
            MOVE "N" TO WS-NAME-ALL-LAST
            PERFORM 3100-MASK-NAME THRU 3100-MASK-NAME-EXIT
            MOVE WS-NAME-OUT TO AL-OLD-NAME OF WS-ALIAS-REC
            MOVE WS-ALIAS-REC TO COPY-RECORD
            MOVE "Y" TO WS-LINE-MASKED
        WHEN "H"
            MOVE MEMBER-RECORD TO WS-HISTORY-REC
            MOVE HR-BEFORE-IMAGE OF WS-HISTORY-REC TO WS-IMAGE
            PERFORM 3300-MASK-IMAGE THRU 3300-MASK-IMAGE-EXIT
            MOVE WS-IMAGE TO HR-BEFORE-IMAGE OF WS-HISTORY-REC
            MOVE HR-AFTER-IMAGE OF WS-HISTORY-REC TO WS-IMAGE
            PERFORM 3300-MASK-IMAGE THRU 3300-MASK-IMAGE-EXIT
            MOVE WS-IMAGE TO HR-AFTER-IMAGE OF WS-HISTORY-REC
            MOVE WS-HISTORY-REC TO COPY-RECORD
            MOVE "Y" TO WS-LINE-MASKED
        WHEN "J"
            MOVE MEMBER-RECORD TO WS-JOURNAL-REC
            MOVE JR-IMAGE OF WS-JOURNAL-REC TO WS-IMAGE
            PERFORM 3300-MASK-IMAGE THRU 3300-MASK-IMAGE-EXIT
            MOVE WS-IMAGE TO JR-IMAGE OF WS-JOURNAL-REC
            MOVE WS-JOURNAL-REC TO COPY-RECORD
        WHEN "C"
            MOVE MEMBER-RECORD TO WS-CONTACT-REC
            *> Las cifras de la dirección se conservan: el código
            *> postal sigue cuadrando con codigos_postales.txt.
            MOVE CT-ADDRESS OF WS-CONTACT-REC TO WS-SCR-TEXT
            MOVE 40 TO WS-SCR-LEN
            MOVE "Y" TO WS-SCR-KEEP-DIGITS
            PERFORM 3000-SCRAMBLE-TEXT
            MOVE WS-SCR-TEXT TO CT-ADDRESS OF WS-CONTACT-REC
            MOVE CT-PHONE OF WS-CONTACT-REC TO WS-SCR-TEXT
            MOVE 15 TO WS-SCR-LEN
            MOVE "N" TO WS-SCR-KEEP-DIGITS
            PERFORM 3000-SCRAMBLE-TEXT
            MOVE WS-SCR-TEXT TO CT-PHONE OF WS-CONTACT-REC
            PERFORM 3400-MASK-EMAIL THRU 3400-MASK-EMAIL-EXIT
            MOVE WS-CONTACT-REC TO COPY-RECORD
            MOVE "Y" TO WS-LINE-MASKED
        WHEN "N"
            MOVE MEMBER-RECORD TO WS-NOTE-REC
            MOVE NT-TEXT OF WS-NOTE-REC TO WS-SCR-TEXT
            MOVE 60 TO WS-SCR-LEN
            MOVE "N" TO WS-SCR-KEEP-DIGITS
            PERFORM 3000-SCRAMBLE-TEXT
            MOVE WS-SCR-TEXT TO NT-TEXT OF WS-NOTE-REC
            MOVE WS-NOTE-REC TO COPY-RECORD
            MOVE "Y" TO WS-LINE-MASKED
        WHEN "D"
            MOVE MEMBER-RECORD TO WS-DOCUMENT-REC
            PERFORM 3500-MASK-DOCUMENT
            MOVE WS-DOCUMENT-REC TO COPY-RECORD
        WHEN "F"
            MOVE MEMBER-RECORD TO WS-DEATH-REC
            MOVE DF-EVIDENCE OF WS-DEATH-REC TO WS-SCR-TEXT
            MOVE 30 TO WS-SCR-LEN
            MOVE "N" TO WS-SCR-KEEP-DIGITS
            PERFORM 3000-SCRAMBLE-TEXT
            MOVE WS-SCR-TEXT TO DF-EVIDENCE OF WS-DEATH-REC
            MOVE WS-DEATH-REC TO COPY-RECORD
            MOVE "Y" TO WS-LINE-MASKED
        WHEN "G"
            MOVE MEMBER-RECORD TO WS-HOUSEHOLD-REC
            IF HG-TYPE-GROUP OF WS-HOUSEHOLD-REC
                *> El nombre del hogar suele ser el apellido de la
                *> familia: se enmascara con la tabla de apellidos.
                MOVE HG-GROUP-NAME OF WS-HOUSEHOLD-REC TO WS-NAME-IN
                MOVE "Y" TO WS-NAME-ALL-LAST
                PERFORM 3100-MASK-NAME THRU 3100-MASK-NAME-EXIT
                MOVE WS-NAME-OUT TO HG-GROUP-NAME OF WS-HOUSEHOLD-REC
                MOVE WS-HOUSEHOLD-REC TO COPY-RECORD
                MOVE "Y" TO WS-LINE-MASKED
            END-IF
        WHEN "E"
            PERFORM 3600-MASK-PENDING THRU 3600-MASK-PENDING-EXIT
        WHEN "S"
            MOVE MEMBER-RECORD TO WS-SUGGEST-REC
            MOVE HS-ADDRESS-KEY OF WS-SUGGEST-REC TO WS-SCR-TEXT
            MOVE 40 TO WS-SCR-LEN
            MOVE "Y" TO WS-SCR-KEEP-DIGITS
            PERFORM 3000-SCRAMBLE-TEXT
            MOVE WS-SCR-TEXT TO HS-ADDRESS-KEY OF WS-SUGGEST-REC
            MOVE WS-SUGGEST-REC TO COPY-RECORD
            MOVE "Y" TO WS-LINE-MASKED
        WHEN "L"
            MOVE MEMBER-RECORD TO WS-FOLLOWUP-REC
            MOVE SG-TEXT OF WS-FOLLOWUP-REC TO WS-SCR-TEXT
            MOVE 60 TO WS-SCR-LEN
            MOVE "N" TO WS-SCR-KEEP-DIGITS
            PERFORM 3000-SCRAMBLE-TEXT
            MOVE WS-SCR-TEXT TO SG-TEXT OF WS-FOLLOWUP-REC
            MOVE WS-FOLLOWUP-REC TO COPY-RECORD
            MOVE "Y" TO WS-LINE-MASKED
        WHEN "K"
            MOVE MEMBER-RECORD TO WS-CONFIRM-REC
            PERFORM 3700-MASK-CONFIRMATION
                THRU 3700-MASK-CONFIRMATION-EXIT
            MOVE WS-CONFIRM-REC TO COPY-RECORD
        WHEN "R"
            MOVE MEMBER-RECORD TO WS-RECONFIRM-REC
            MOVE RC-NAME OF WS-RECONFIRM-REC TO WS-NAME-IN
            MOVE "N" TO WS-NAME-ALL-LAST
            PERFORM 3100-MASK-NAME THRU 3100-MASK-NAME-EXIT
            MOVE WS-NAME-OUT TO RC-NAME OF WS-RECONFIRM-REC
            MOVE WS-RECONFIRM-REC TO COPY-RECORD
            MOVE "Y" TO WS-LINE-MASKED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
2200-MASK-LINE-EXIT.
    EXIT.

3000-SCRAMBLE-TEXT.
    *> Cada letra se cambia por otra al azar y cada cifra por otra
    *> cifra (salvo que WS-SCR-KEEP-DIGITS las conserve); espacios,
    *> signos y bytes no ASCII quedan donde estaban. El azar sale del
    *> propio texto, así que el mismo texto se revuelve siempre igual.
    MOVE WS-SCR-TEXT TO WS-HASH-TEXT.
    MOVE WS-SCR-LEN TO WS-HASH-LEN.
    PERFORM 1600-HASH-TEXT.
    MOVE WS-HASH TO WS-SEED.
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > WS-SCR-LEN
        MOVE WS-SCR-TEXT (WS-SCAN-POS:1) TO WS-SCR-CHAR
        EVALUATE TRUE
            WHEN WS-SCR-CHAR >= "A" AND WS-SCR-CHAR <= "Z"
                PERFORM 1500-NEXT-RANDOM
                MOVE WS-UPPER-LETTERS
                    (FUNCTION MOD (WS-RAND, 26) + 1:1)
                    TO WS-SCR-TEXT (WS-SCAN-POS:1)
            WHEN WS-SCR-CHAR >= "a" AND WS-SCR-CHAR <= "z"
                PERFORM 1500-NEXT-RANDOM
                MOVE WS-LOWER-LETTERS
                    (FUNCTION MOD (WS-RAND, 26) + 1:1)
                    TO WS-SCR-TEXT (WS-SCAN-POS:1)
            WHEN WS-SCR-CHAR >= "0" AND WS-SCR-CHAR <= "9"
                IF WS-SCR-KEEP-DIGITS NOT = "Y"
                    PERFORM 1500-NEXT-RANDOM
                    MOVE WS-DIGIT-CHARS
                        (FUNCTION MOD (WS-RAND, 10) + 1:1)
                        TO WS-SCR-TEXT (WS-SCAN-POS:1)
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM.
3000-SCRAMBLE-TEXT-EXIT.
    EXIT.

3100-MASK-NAME.
    *> WS-NAME-IN -> WS-NAME-OUT, palabra a palabra: la primera con
    *> la tabla de nombres y las demás con la de apellidos (todas
    *> con la de apellidos si WS-NAME-ALL-LAST). La misma palabra da
    *> siempre la misma sustituta.
    MOVE SPACES TO WS-NAME-OUT.
    IF WS-NAME-IN = SPACES
        GO TO 3100-MASK-NAME-EXIT
    END-IF.
    MOVE FUNCTION TRIM(WS-NAME-IN) TO WS-NAME-IN.
    MOVE "ZZ" TO WS-NAME-OUT.
    MOVE 3 TO WS-NAME-OUT-PTR.
    MOVE 0 TO WS-TOKEN-COUNT.
    MOVE 1 TO WS-NAME-PTR.
    PERFORM UNTIL WS-NAME-PTR > 30 OR WS-NAME-OUT-PTR > 30
        MOVE SPACES TO WS-TOKEN
        UNSTRING WS-NAME-IN DELIMITED BY ALL SPACE
            INTO WS-TOKEN
            WITH POINTER WS-NAME-PTR
        END-UNSTRING
        IF WS-TOKEN NOT = SPACES
            ADD 1 TO WS-TOKEN-COUNT
            MOVE WS-TOKEN TO WS-HASH-TEXT
            MOVE 30 TO WS-HASH-LEN
            PERFORM 1600-HASH-TEXT
            COMPUTE WS-PICK = FUNCTION MOD (WS-HASH, 20) + 1
            IF WS-TOKEN-COUNT = 1 AND WS-NAME-ALL-LAST NOT = "Y"
                STRING " " DELIMITED BY SIZE
                       WS-FIRST-NAME (WS-PICK) DELIMITED BY SPACE
                    INTO WS-NAME-OUT
                    WITH POINTER WS-NAME-OUT-PTR
                END-STRING
            ELSE
                STRING " " DELIMITED BY SIZE
                       WS-LAST-NAME (WS-PICK) DELIMITED BY SPACE
                    INTO WS-NAME-OUT
                    WITH POINTER WS-NAME-OUT-PTR
                END-STRING
            END-IF
        END-IF
    END-PERFORM.
3100-MASK-NAME-EXIT.
    EXIT.

3200-MASK-AGE-BIRTH.
    *> Sobre WS-MASK-PERSON (detalle): la edad nueva sale del ID y
    *> cae en el mismo tramo que la real; con fecha de nacimiento,
    *> la fecha se rehace para que dé exactamente esa edad hoy.
    IF PR-BIRTH-DATE OF WS-MASK-PERSON IS NUMERIC
            AND PR-BIRTH-DATE OF WS-MASK-PERSON > 0
        MOVE PR-BIRTH-DATE OF WS-MASK-PERSON TO WS-BIRTH
        COMPUTE WS-REAL-AGE = WS-TODAY-YEAR - WS-BIRTH-YEAR
        IF WS-TODAY-MONTH < WS-BIRTH-MONTH
            SUBTRACT 1 FROM WS-REAL-AGE
        ELSE
            IF WS-TODAY-MONTH = WS-BIRTH-MONTH
                    AND WS-TODAY-DAY < WS-BIRTH-DAY
                SUBTRACT 1 FROM WS-REAL-AGE
            END-IF
        END-IF
    ELSE
        IF PR-AGE OF WS-MASK-PERSON IS NOT NUMERIC
            *> Una edad ilegible se deja como está: es justo la
            *> forma de dato que las pruebas necesitan ver.
            GO TO 3200-MASK-AGE-BIRTH-EXIT
        END-IF
        MOVE 0 TO WS-BIRTH
        MOVE PR-AGE OF WS-MASK-PERSON TO WS-REAL-AGE
    END-IF.
    EVALUATE TRUE
        WHEN WS-REAL-AGE <= 17
            MOVE 0 TO WS-BRACKET-LOW
            MOVE 17 TO WS-BRACKET-HIGH
        WHEN WS-REAL-AGE <= 29
            MOVE 18 TO WS-BRACKET-LOW
            MOVE 29 TO WS-BRACKET-HIGH
        WHEN WS-REAL-AGE <= 44
            MOVE 30 TO WS-BRACKET-LOW
            MOVE 44 TO WS-BRACKET-HIGH
        WHEN WS-REAL-AGE <= 59
            MOVE 45 TO WS-BRACKET-LOW
            MOVE 59 TO WS-BRACKET-HIGH
        WHEN OTHER
            MOVE 60 TO WS-BRACKET-LOW
            MOVE 99 TO WS-BRACKET-HIGH
    END-EVALUATE.
    COMPUTE WS-SEED = FUNCTION MOD
        (WS-MASK-KEY + PR-PERSON-ID OF WS-MASK-PERSON * 7919,
         999999937).
    PERFORM 1500-NEXT-RANDOM.
    COMPUTE WS-NEW-AGE = WS-BRACKET-LOW + FUNCTION MOD
        (WS-RAND, WS-BRACKET-HIGH - WS-BRACKET-LOW + 1).
    MOVE WS-NEW-AGE (2:2) TO PR-AGE OF WS-MASK-PERSON.
    IF WS-BIRTH > 0
        PERFORM 1500-NEXT-RANDOM
        COMPUTE WS-BIRTH-MONTH = FUNCTION MOD (WS-RAND, 12) + 1
        COMPUTE WS-BIRTH-DAY = FUNCTION MOD (WS-RAND / 13, 28) + 1
        COMPUTE WS-BIRTH-YEAR = WS-TODAY-YEAR - WS-NEW-AGE
        IF WS-BIRTH-MONTH > WS-TODAY-MONTH
                OR (WS-BIRTH-MONTH = WS-TODAY-MONTH
                    AND WS-BIRTH-DAY > WS-TODAY-DAY)
            SUBTRACT 1 FROM WS-BIRTH-YEAR
        END-IF
        MOVE WS-BIRTH TO PR-BIRTH-DATE OF WS-MASK-PERSON
    END-IF.
3200-MASK-AGE-BIRTH-EXIT.
    EXIT.

3300-MASK-IMAGE.
    *> Imagen PERSONREC en WS-IMAGE (maestro, historial, diario):
    *> sólo los detalles llevan datos personales.
    MOVE "N" TO WS-LINE-MASKED.
    MOVE WS-IMAGE TO WS-MASK-PERSON.
    IF NOT PR-TYPE-DETAIL OF WS-MASK-PERSON
        GO TO 3300-MASK-IMAGE-EXIT
    END-IF.
    MOVE PR-NAME OF WS-MASK-PERSON TO WS-NAME-IN.
    MOVE "N" TO WS-NAME-ALL-LAST.
    PERFORM 3100-MASK-NAME THRU 3100-MASK-NAME-EXIT.
    MOVE WS-NAME-OUT TO PR-NAME OF WS-MASK-PERSON.
    PERFORM 3200-MASK-AGE-BIRTH THRU 3200-MASK-AGE-BIRTH-EXIT.
    MOVE WS-MASK-PERSON TO WS-IMAGE.
    MOVE "Y" TO WS-LINE-MASKED.
3300-MASK-IMAGE-EXIT.
    EXIT.

3400-MASK-EMAIL.
    *> Se revuelve lo que va delante de la arroba; el dominio se
    *> conserva para que los correos sigan pareciendo correos.
    MOVE 0 TO WS-AT-POS.
    INSPECT CT-EMAIL OF WS-CONTACT-REC TALLYING WS-AT-POS
        FOR CHARACTERS BEFORE INITIAL "@".
    IF WS-AT-POS = 0
        GO TO 3400-MASK-EMAIL-EXIT
    END-IF.
    MOVE SPACES TO WS-SCR-TEXT.
    MOVE CT-EMAIL OF WS-CONTACT-REC (1:WS-AT-POS) TO WS-SCR-TEXT.
    MOVE WS-AT-POS TO WS-SCR-LEN.
    MOVE "N" TO WS-SCR-KEEP-DIGITS.
    PERFORM 3000-SCRAMBLE-TEXT.
    MOVE WS-SCR-TEXT (1:WS-AT-POS)
        TO CT-EMAIL OF WS-CONTACT-REC (1:WS-AT-POS).
3400-MASK-EMAIL-EXIT.
    EXIT.

3500-MASK-DOCUMENT.
    *> Número nuevo sacado del antiguo, con la letra de control
    *> calculada como en DocumentCheck para que siga validando.
    MOVE DC-DOC-NUMBER OF WS-DOCUMENT-REC TO WS-HASH-TEXT.
    MOVE 9 TO WS-HASH-LEN.
    PERFORM 1600-HASH-TEXT.
    MOVE WS-HASH TO WS-SEED.
    PERFORM 1500-NEXT-RANDOM.
    MOVE WS-RAND TO WS-DOC-DIGITS-X (1:4).
    PERFORM 1500-NEXT-RANDOM.
    MOVE WS-RAND TO WS-DOC-DIGITS-X (5:4).
    IF DC-TYPE-NIE OF WS-DOCUMENT-REC
        EVALUATE DC-DOC-NUMBER OF WS-DOCUMENT-REC (1:1)
            WHEN "Y" MOVE "1" TO WS-DOC-DIGITS-X (1:1)
            WHEN "Z" MOVE "2" TO WS-DOC-DIGITS-X (1:1)
            WHEN OTHER MOVE "0" TO WS-DOC-DIGITS-X (1:1)
        END-EVALUATE
        DIVIDE WS-DOC-DIGITS BY 23 GIVING WS-DOC-QUOTIENT
            REMAINDER WS-DOC-REMAINDER
        MOVE WS-DOC-DIGITS-X (2:7)
            TO DC-DOC-NUMBER OF WS-DOCUMENT-REC (2:7)
    ELSE
        DIVIDE WS-DOC-DIGITS BY 23 GIVING WS-DOC-QUOTIENT
            REMAINDER WS-DOC-REMAINDER
        MOVE WS-DOC-DIGITS-X TO DC-DOC-NUMBER OF WS-DOCUMENT-REC (1:8)
    END-IF.
    MOVE WS-DOC-LETTERS (WS-DOC-REMAINDER + 1:1)
        TO DC-DOC-NUMBER OF WS-DOCUMENT-REC (9:1).
    MOVE "Y" TO WS-LINE-MASKED.
3500-MASK-DOCUMENT-EXIT.
    EXIT.

3600-MASK-PENDING.
    *> Sólo los cambios de nombre (U) llevan un dato personal.
    IF MEMBER-RECORD (10:2) NOT = "U,"
        GO TO 3600-MASK-PENDING-EXIT
    END-IF.
    MOVE SPACES TO WS-PD-DATE WS-PD-ACTION WS-PD-ID WS-PD-NAME
        WS-PD-AGE.
    UNSTRING MEMBER-RECORD DELIMITED BY ","
        INTO WS-PD-DATE WS-PD-ACTION WS-PD-ID WS-PD-NAME WS-PD-AGE
    END-UNSTRING.
    MOVE WS-PD-NAME TO WS-NAME-IN.
    MOVE "N" TO WS-NAME-ALL-LAST.
    PERFORM 3100-MASK-NAME THRU 3100-MASK-NAME-EXIT.
    MOVE SPACES TO WS-PD-LINE.
    STRING WS-PD-DATE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WS-PD-ACTION DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WS-PD-ID DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           WS-NAME-OUT (1:20) DELIMITED BY "  "
           "," DELIMITED BY SIZE
           WS-PD-AGE DELIMITED BY SPACE
        INTO WS-PD-LINE.
    MOVE WS-PD-LINE TO COPY-RECORD.
    MOVE "Y" TO WS-LINE-MASKED.
3600-MASK-PENDING-EXIT.
    EXIT.

3700-MASK-CONFIRMATION.
    *> Sólo las líneas "D" llevan un dato personal: el valor correcto
    *> que dio la persona, que se enmascara igual que el campo del
    *> maestro o de contactos.txt al que corresponde. La sucursal no
    *> se toca.
    IF NOT CF-CORRECTED OF WS-CONFIRM-REC
        GO TO 3700-MASK-CONFIRMATION-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN CF-FIELD-NAME OF WS-CONFIRM-REC
            MOVE CF-NEW-VALUE OF WS-CONFIRM-REC TO WS-NAME-IN
            MOVE "N" TO WS-NAME-ALL-LAST
            PERFORM 3100-MASK-NAME THRU 3100-MASK-NAME-EXIT
            MOVE WS-NAME-OUT (1:20) TO CF-NEW-VALUE OF WS-CONFIRM-REC
        WHEN CF-FIELD-AGE OF WS-CONFIRM-REC
                AND CF-NEW-VALUE OF WS-CONFIRM-REC (1:2) IS NUMERIC
            *> Misma edad enmascarada que el maestro para el mismo ID.
            MOVE SPACES TO WS-MASK-PERSON
            MOVE CF-PERSON-ID OF WS-CONFIRM-REC
                TO PR-PERSON-ID OF WS-MASK-PERSON
            MOVE 0 TO PR-BIRTH-DATE OF WS-MASK-PERSON
            MOVE CF-NEW-VALUE OF WS-CONFIRM-REC (1:2)
                TO PR-AGE OF WS-MASK-PERSON
            PERFORM 3200-MASK-AGE-BIRTH THRU 3200-MASK-AGE-BIRTH-EXIT
            MOVE SPACES TO CF-NEW-VALUE OF WS-CONFIRM-REC
            MOVE PR-AGE OF WS-MASK-PERSON
                TO CF-NEW-VALUE OF WS-CONFIRM-REC (1:2)
        WHEN CF-FIELD-BIRTH OF WS-CONFIRM-REC
                AND CF-NEW-VALUE OF WS-CONFIRM-REC (1:8) IS NUMERIC
            MOVE SPACES TO WS-MASK-PERSON
            MOVE CF-PERSON-ID OF WS-CONFIRM-REC
                TO PR-PERSON-ID OF WS-MASK-PERSON
            MOVE CF-NEW-VALUE OF WS-CONFIRM-REC (1:8)
                TO PR-BIRTH-DATE OF WS-MASK-PERSON
            PERFORM 3200-MASK-AGE-BIRTH THRU 3200-MASK-AGE-BIRTH-EXIT
            MOVE SPACES TO CF-NEW-VALUE OF WS-CONFIRM-REC
            MOVE PR-BIRTH-DATE OF WS-MASK-PERSON
                TO CF-NEW-VALUE OF WS-CONFIRM-REC (1:8)
        WHEN CF-FIELD-BRANCH OF WS-CONFIRM-REC
            GO TO 3700-MASK-CONFIRMATION-EXIT
        WHEN CF-FIELD-ADDRESS OF WS-CONFIRM-REC
            MOVE CF-NEW-VALUE OF WS-CONFIRM-REC TO WS-SCR-TEXT
            MOVE 40 TO WS-SCR-LEN
            MOVE "Y" TO WS-SCR-KEEP-DIGITS
            PERFORM 3000-SCRAMBLE-TEXT
            MOVE WS-SCR-TEXT TO CF-NEW-VALUE OF WS-CONFIRM-REC
        WHEN CF-FIELD-EMAIL OF WS-CONFIRM-REC
            MOVE CF-NEW-VALUE OF WS-CONFIRM-REC
                TO CT-EMAIL OF WS-CONTACT-REC
            PERFORM 3400-MASK-EMAIL THRU 3400-MASK-EMAIL-EXIT
            MOVE CT-EMAIL OF WS-CONTACT-REC
                TO CF-NEW-VALUE OF WS-CONFIRM-REC
        WHEN OTHER
            *> Teléfono, o edad y fecha ilegibles: se revuelve todo.
            MOVE CF-NEW-VALUE OF WS-CONFIRM-REC TO WS-SCR-TEXT
            MOVE 40 TO WS-SCR-LEN
            MOVE "N" TO WS-SCR-KEEP-DIGITS
            PERFORM 3000-SCRAMBLE-TEXT
            MOVE WS-SCR-TEXT TO CF-NEW-VALUE OF WS-CONFIRM-REC
    END-EVALUATE.
    MOVE "Y" TO WS-LINE-MASKED.
3700-MASK-CONFIRMATION-EXIT.
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
    STRING "MASC F=" DELIMITED BY SIZE
           WS-FILES-COPIED DELIMITED BY SIZE
           " R=" DELIMITED BY SIZE
           WS-TOTAL-READ DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "MaskedTestCopy" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
