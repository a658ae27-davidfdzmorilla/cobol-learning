IDENTIFICATION DIVISION.
PROGRAM-ID. PostcodeMaintenance.
*> Mantenimiento del fichero de referencia de códigos postales
*> (codigos_postales.txt): código, municipio y provincia. Igual que
*> el de sucursales, carga el fichero en una tabla, deja listar
*> (entero o por los primeros dígitos del código), añadir, modificar
*> y borrar líneas, y lo reescribe entero al salir si hubo cambios.
*> Un código puede tener varias líneas, una por municipio; las
*> líneas se identifican por la pareja código + municipio.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POSTCODE-FILE ASSIGN TO "codigos_postales.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POSTCODE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD POSTCODE-FILE.
    COPY CPOSTREC REPLACING POSTCODE-RECORD BY POSTCODE-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-POSTCODE-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-CONTINUE PIC X VALUE "Y".
01 WS-OPTION PIC X VALUE "L".
01 WS-CHANGED PIC X VALUE "N".
01 WS-CHANGED-COUNT PIC 9(04) VALUE 0.

*> Tabla en memoria con la referencia; el fichero se reescribe
*> entero al salir si hubo cambios.
01 WS-POSTCODE-TABLE.
    05 WS-PC-ENTRY OCCURS 3000 TIMES.
        10 WS-PC-CODE         PIC X(05).
        10 WS-PC-MUNICIPALITY PIC X(30).
        10 WS-PC-PROVINCE     PIC X(20).
01 WS-PC-COUNT PIC 9(04) VALUE 0.
01 WS-PC-IDX PIC 9(04) VALUE 0.
01 WS-PC-FOUND PIC X VALUE "N".
01 WS-PC-FOUND-IDX PIC 9(04) VALUE 0.
01 WS-LISTED-COUNT PIC 9(04) VALUE 0.

01 WS-CODE PIC X(05).
01 WS-MUNICIPALITY PIC X(30).
01 WS-PROVINCE PIC X(20).
01 WS-PREFIX PIC X(05).
01 WS-PREFIX-LEN PIC 9 VALUE 0.

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
    PERFORM 1000-LOAD-POSTCODE-TABLE.

    PERFORM UNTIL WS-CONTINUE = "N"
        DISPLAY "Códigos postales: (L)istar, (A)ñadir, (M)odificar, "
            "(B)orrar, (S)alir: " WITH NO ADVANCING
        ACCEPT WS-OPTION
        EVALUATE WS-OPTION
            WHEN "L" WHEN "l"
                PERFORM 2000-LIST-POSTCODES
            WHEN "A" WHEN "a"
                PERFORM 3000-ADD-POSTCODE THRU 3000-ADD-POSTCODE-EXIT
            WHEN "M" WHEN "m"
                PERFORM 4000-MODIFY-POSTCODE
            WHEN "B" WHEN "b"
                PERFORM 5000-DELETE-POSTCODE
            WHEN "S" WHEN "s"
                MOVE "N" TO WS-CONTINUE
            WHEN OTHER
                DISPLAY "Opción no reconocida."
        END-EVALUATE
    END-PERFORM.

    IF WS-CHANGED = "Y"
        PERFORM 6000-REWRITE-POSTCODE-FILE
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-LOAD-POSTCODE-TABLE.
    OPEN INPUT POSTCODE-FILE.
    IF WS-POSTCODE-STATUS = "35"
        DISPLAY "Todavía no existe 'codigos_postales.txt'; se creará "
            "al guardar el primer código."
    ELSE
        IF WS-POSTCODE-STATUS NOT = "00"
            DISPLAY "Error: no se pudo abrir 'codigos_postales.txt' "
                "(status " WS-POSTCODE-STATUS ")."
        ELSE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ POSTCODE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-PC-COUNT >= 3000
                            DISPLAY "Aviso: tabla de códigos llena; "
                                "se ignora el resto del fichero."
                            MOVE "Y" TO WS-EOF
                        ELSE
                            ADD 1 TO WS-PC-COUNT
                            MOVE CP-POSTCODE OF POSTCODE-REC
                                TO WS-PC-CODE (WS-PC-COUNT)
                            MOVE CP-MUNICIPALITY OF POSTCODE-REC
                                TO WS-PC-MUNICIPALITY (WS-PC-COUNT)
                            MOVE CP-PROVINCE OF POSTCODE-REC
                                TO WS-PC-PROVINCE (WS-PC-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE POSTCODE-FILE
        END-IF
    END-IF.
1000-LOAD-POSTCODE-TABLE-EXIT.
    EXIT.

1100-FIND-POSTCODE.
    MOVE "N" TO WS-PC-FOUND.
    MOVE 0 TO WS-PC-FOUND-IDX.
    PERFORM VARYING WS-PC-IDX FROM 1 BY 1
        UNTIL WS-PC-IDX > WS-PC-COUNT
        IF WS-PC-CODE (WS-PC-IDX) = WS-CODE
            AND WS-PC-MUNICIPALITY (WS-PC-IDX) = WS-MUNICIPALITY
            MOVE "Y" TO WS-PC-FOUND
            MOVE WS-PC-IDX TO WS-PC-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
1100-FIND-POSTCODE-EXIT.
    EXIT.

1200-ASK-KEY.
    *> Código y municipio que identifican la línea; el municipio se
    *> guarda en mayúsculas, como se compara con las direcciones.
    DISPLAY "Código postal (5 dígitos): " WITH NO ADVANCING.
    ACCEPT WS-CODE.
    DISPLAY "Municipio: " WITH NO ADVANCING.
    ACCEPT WS-MUNICIPALITY.
    INSPECT WS-MUNICIPALITY CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
1200-ASK-KEY-EXIT.
    EXIT.

2000-LIST-POSTCODES.
    DISPLAY "Primeros dígitos del código (en blanco, todos): "
        WITH NO ADVANCING.
    ACCEPT WS-PREFIX.
    MOVE 0 TO WS-PREFIX-LEN.
    INSPECT WS-PREFIX TALLYING WS-PREFIX-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    MOVE 0 TO WS-LISTED-COUNT.
    DISPLAY "CODIG MUNICIPIO                      PROVINCIA".
    PERFORM VARYING WS-PC-IDX FROM 1 BY 1
        UNTIL WS-PC-IDX > WS-PC-COUNT
        IF WS-PREFIX-LEN = 0
            OR WS-PC-CODE (WS-PC-IDX) (1:WS-PREFIX-LEN)
                = WS-PREFIX (1:WS-PREFIX-LEN)
            DISPLAY WS-PC-CODE (WS-PC-IDX) " "
                WS-PC-MUNICIPALITY (WS-PC-IDX) " "
                WS-PC-PROVINCE (WS-PC-IDX)
            ADD 1 TO WS-LISTED-COUNT
        END-IF
    END-PERFORM.
    DISPLAY "Líneas listadas: " WS-LISTED-COUNT.
2000-LIST-POSTCODES-EXIT.
    EXIT.

3000-ADD-POSTCODE.
    PERFORM 1200-ASK-KEY.
    IF WS-CODE IS NOT NUMERIC
        DISPLAY "El código postal debe tener cinco dígitos."
        GO TO 3000-ADD-POSTCODE-EXIT
    END-IF.
    IF WS-MUNICIPALITY = SPACES
        DISPLAY "El municipio no puede quedar en blanco."
        GO TO 3000-ADD-POSTCODE-EXIT
    END-IF.
    PERFORM 1100-FIND-POSTCODE.
    IF WS-PC-FOUND = "Y"
        DISPLAY "Ya existe " WS-CODE " "
            FUNCTION TRIM(WS-MUNICIPALITY) "."
        GO TO 3000-ADD-POSTCODE-EXIT
    END-IF.
    IF WS-PC-COUNT >= 3000
        DISPLAY "Tabla de códigos llena; no se puede añadir."
        GO TO 3000-ADD-POSTCODE-EXIT
    END-IF.
    DISPLAY "Provincia: " WITH NO ADVANCING.
    ACCEPT WS-PROVINCE.
    ADD 1 TO WS-PC-COUNT.
    MOVE WS-CODE TO WS-PC-CODE (WS-PC-COUNT).
    MOVE WS-MUNICIPALITY TO WS-PC-MUNICIPALITY (WS-PC-COUNT).
    MOVE WS-PROVINCE TO WS-PC-PROVINCE (WS-PC-COUNT).
    MOVE "Y" TO WS-CHANGED.
    ADD 1 TO WS-CHANGED-COUNT.
    DISPLAY "Código " WS-CODE " " FUNCTION TRIM(WS-MUNICIPALITY)
        " dado de alta.".
3000-ADD-POSTCODE-EXIT.
    EXIT.

4000-MODIFY-POSTCODE.
    PERFORM 1200-ASK-KEY.
    PERFORM 1100-FIND-POSTCODE.
    IF WS-PC-FOUND = "N"
        DISPLAY "No existe " WS-CODE " " FUNCTION TRIM(WS-MUNICIPALITY)
            "."
    ELSE
        DISPLAY "Provincia actual: " WS-PC-PROVINCE (WS-PC-FOUND-IDX)
        DISPLAY "Nueva provincia (en blanco para no cambiar): "
            WITH NO ADVANCING
        ACCEPT WS-PROVINCE
        IF WS-PROVINCE NOT = SPACES
            MOVE WS-PROVINCE TO WS-PC-PROVINCE (WS-PC-FOUND-IDX)
            MOVE "Y" TO WS-CHANGED
            ADD 1 TO WS-CHANGED-COUNT
        END-IF
    END-IF.
4000-MODIFY-POSTCODE-EXIT.
    EXIT.

5000-DELETE-POSTCODE.
    PERFORM 1200-ASK-KEY.
    PERFORM 1100-FIND-POSTCODE.
    IF WS-PC-FOUND = "N"
        DISPLAY "No existe " WS-CODE " " FUNCTION TRIM(WS-MUNICIPALITY)
            "."
    ELSE
        *> Se corre el resto de la tabla una posición hacia arriba.
        PERFORM VARYING WS-PC-IDX FROM WS-PC-FOUND-IDX BY 1
            UNTIL WS-PC-IDX >= WS-PC-COUNT
            MOVE WS-PC-ENTRY (WS-PC-IDX + 1) TO WS-PC-ENTRY (WS-PC-IDX)
        END-PERFORM
        SUBTRACT 1 FROM WS-PC-COUNT
        MOVE "Y" TO WS-CHANGED
        ADD 1 TO WS-CHANGED-COUNT
        DISPLAY "Código " WS-CODE " " FUNCTION TRIM(WS-MUNICIPALITY)
            " borrado."
    END-IF.
5000-DELETE-POSTCODE-EXIT.
    EXIT.

6000-REWRITE-POSTCODE-FILE.
    OPEN OUTPUT POSTCODE-FILE.
    IF WS-POSTCODE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo guardar 'codigos_postales.txt' "
            "(status " WS-POSTCODE-STATUS ")."
    ELSE
        PERFORM VARYING WS-PC-IDX FROM 1 BY 1
            UNTIL WS-PC-IDX > WS-PC-COUNT
            MOVE SPACES TO POSTCODE-REC
            MOVE WS-PC-CODE (WS-PC-IDX) TO CP-POSTCODE OF POSTCODE-REC
            MOVE WS-PC-MUNICIPALITY (WS-PC-IDX)
                TO CP-MUNICIPALITY OF POSTCODE-REC
            MOVE WS-PC-PROVINCE (WS-PC-IDX)
                TO CP-PROVINCE OF POSTCODE-REC
            WRITE POSTCODE-REC
        END-PERFORM
        CLOSE POSTCODE-FILE
        DISPLAY "Referencia de códigos postales guardada ("
            WS-PC-COUNT " líneas)."
    END-IF.
6000-REWRITE-POSTCODE-FILE-EXIT.
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
    STRING "CAMBIOS=" DELIMITED BY SIZE
           WS-CHANGED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "PostcodeMaintenance" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
