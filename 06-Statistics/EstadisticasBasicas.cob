    SELECT HOUSEHOLD-FILE ASSIGN TO "hogares.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOUSEHOLD-STATUS.
    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT ALERT-FILE ASSIGN TO "alertas.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ALERT-STATUS.
FD HOUSEHOLD-FILE.
    COPY HOGARREC REPLACING HOUSEHOLD-RECORD BY HOUSEHOLD-GRP-REC.

*> Datos de contacto: la dirección vigente de cada persona da, por
*> su código postal, la provincia del desglose provincial.
FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

*> Alertas para el operador de guardia: cada descuadre de control
*> deja aquí una línea con el programa y los dos contadores, y el
*> programa termina con RETURN-CODE 12 para que la cadena se detenga
01 TOTAL-VALID-RECORDS PIC 9(7) VALUE 0.
01 TOTAL-INVALID-RECORDS PIC 9(7) VALUE 0.
01 TOTAL-INACTIVE-RECORDS PIC 9(7) VALUE 0. *> Registros dados de baja, excluidos
01 TOTAL-DECEASED-RECORDS PIC 9(7) VALUE 0. *> Bajas por defunción, aparte
01 SUM-AGE PIC 9(9) VALUE 0.       *> Suma total de edades
01 SUM-AGE-SQ PIC 9(13) VALUE 0.   *> Suma de los cuadrados de las edades
01 MAX-AGE PIC 99 VALUE 0.         *> Edad máxima
01 WS-REGION-WORK PIC X(15) VALUE SPACES.
01 WS-RG-AVG-AGE PIC 99V99 VALUE 0.

*> Acumulación por provincia, a partir del código postal de la
*> dirección vigente en contactos.txt (PostcodeCheck contra
*> codigos_postales.txt). Sin dirección o con un código que no está
*> en la referencia la persona cae en "(SIN PROVINCIA)".
01 PROVINCE-TABLE.
    05 PROVINCE-ENTRY OCCURS 60 TIMES.
        10 PV-NAME    PIC X(20).
        10 PV-COUNT   PIC 9(7).
01 WS-PROVINCE-COUNT PIC 9(03) VALUE 0.
01 WS-PV-IDX PIC 9(03) VALUE 0.
01 WS-PV-FOUND PIC X VALUE "N".
01 WS-PROVINCE-WORK PIC X(20) VALUE SPACES.
COPY CPAREA REPLACING POSTCODE-AREA BY WS-POSTCODE-AREA.

*> Dirección vigente de cada ID de contactos.txt (la última línea).
01 WS-CONTACT-STATUS PIC XX VALUE "00".
01 WS-CONTACT-EOF PIC X VALUE "N".
01 WS-CONTACT-TABLE.
    05 WS-CTT-ENTRY OCCURS 5000 TIMES.
        10 WS-CTT-ID      PIC 9(06).
        10 WS-CTT-ADDRESS PIC X(40).
01 WS-CTT-COUNT PIC 9(04) VALUE 0.
01 WS-CTT-IDX PIC 9(04) VALUE 0.
01 WS-CTT-FOUND-IDX PIC 9(04) VALUE 0.
01 WS-CONTACT-OVERFLOW PIC X VALUE "N".

*> Modo "a fecha" contra una copia catalogada del maestro.
01 WS-ASOF-ENV PIC X(08) VALUE SPACES.
01 WS-ASOF-MODE PIC X VALUE "N".
01 WS-ALERT-TIME PIC 9(8) VALUE 0.
01 WS-MISMATCH-FOUND PIC X VALUE "N".

*> Entorno de la sesión: Greeting deja ENTORNO=FORMACION cuando se
*> trabaja en el directorio de prácticas.
01 WS-RUN-ENVIRONMENT PIC X(10) VALUE SPACES.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes.
    CANCEL "PostcodeCheck".
    ACCEPT WS-RUN-ENVIRONMENT FROM ENVIRONMENT "ENTORNO".
    PERFORM 0100-SHOW-TRAINING-MARK.

    ACCEPT WS-ASOF-ENV FROM ENVIRONMENT "ESTAD_FECHA".
    IF WS-ASOF-ENV IS NUMERIC
        MOVE "Y" TO WS-ASOF-MODE
               WS-ASOF-MONTH DELIMITED BY SIZE "/"
               WS-ASOF-YEAR  DELIMITED BY SIZE
            INTO WS-ASOF-DATE-DISPLAY
        PERFORM 0800-LOCATE-ARCHIVE THRU 0800-LOCATE-ARCHIVE-EXIT
        IF WS-ASOF-FILE-NAME = SPACES
            MOVE 8 TO RETURN-CODE
            GOBACK
        INTO WS-SORTED-NAME.

    PERFORM 1200-LOAD-BRANCH-NAMES.
    PERFORM 1350-LOAD-CONTACT-ADDRESSES
        THRU 1350-LOAD-CONTACT-ADDRESSES-EXIT.

    IF WS-SORT-KEY-NORM = "S"
        PERFORM 2050-PROCESS-DIRECT
    END-IF.
    GOBACK.

0100-SHOW-TRAINING-MARK.
    IF WS-RUN-ENVIRONMENT = "FORMACION"
        DISPLAY "*** FORMACION *** Entorno de prácticas: nada de esto "
            "llega a producción."
    END-IF.
0100-SHOW-TRAINING-MARK-EXIT.
    EXIT.

0800-LOCATE-ARCHIVE.
    *> Copia exacta del día pedido o, si ese día no hubo archivo
    *> (festivo, fin de semana), la última anterior.
      MOVE PR-CONTROL-COUNT OF INPUT-RECORD TO WS-CONTROL-COUNT
    ELSE
    IF PR-STATUS-INACTIVE OF INPUT-RECORD
      IF PR-DECEASED OF INPUT-RECORD
        ADD 1 TO TOTAL-DECEASED-RECORDS
      ELSE
        ADD 1 TO TOTAL-INACTIVE-RECORDS
      END-IF
    ELSE
      MOVE PR-NAME OF INPUT-RECORD TO WS-NAME
      MOVE PR-AGE OF INPUT-RECORD TO WS-AGE
                  END-IF
              END-IF
              PERFORM 4200-ACCUMULATE-BRANCH
              *> contactos.txt no tiene copias archivadas: en el modo
              *> "a fecha" no hay desglose por provincia.
              IF WS-ASOF-MODE = "N"
                  PERFORM 4700-ACCUMULATE-PROVINCE
                      THRU 4700-ACCUMULATE-PROVINCE-EXIT
              END-IF
          END-IF
      END-IF
    END-IF
    DISPLAY "Registros válidos: " TOTAL-VALID-RECORDS
    DISPLAY "Registros inválidos: " TOTAL-INVALID-RECORDS
    DISPLAY "Registros inactivos (excluidos): " TOTAL-INACTIVE-RECORDS
    DISPLAY "Defunciones (excluidas): " TOTAL-DECEASED-RECORDS
    IF WS-ASOF-MODE = "N"
        DISPLAY "Hogares registrados: " TOTAL-HOUSEHOLDS
    END-IF
    ELSE
        COMPUTE WS-CONTROL-SUM =
            TOTAL-VALID-RECORDS + TOTAL-INVALID-RECORDS + TOTAL-INACTIVE-RECORDS
            + TOTAL-DECEASED-RECORDS
        IF WS-CONTROL-SUM = WS-CONTROL-COUNT
            DISPLAY "Cuadre de control correcto frente al trailer: "
                WS-CONTROL-COUNT
        DISPLAY "  30-44: " AGE-BRACKET-30-44
        DISPLAY "  45-59: " AGE-BRACKET-45-59
        DISPLAY "  60+  : " AGE-BRACKET-60-MAS
        PERFORM 4650-DISPLAY-REGIONS THRU 4650-DISPLAY-REGIONS-EXIT
        PERFORM 4750-DISPLAY-PROVINCES THRU 4750-DISPLAY-PROVINCES-EXIT
        PERFORM 4300-DISPLAY-BRANCHES
    ELSE
        DISPLAY "No se procesaron registros válidos."
1300-COUNT-HOUSEHOLDS-EXIT.
    EXIT.

1350-LOAD-CONTACT-ADDRESSES.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
        *> Sin contactos.txt todas las personas caen en
        *> "(SIN PROVINCIA)".
        GO TO 1350-LOAD-CONTACT-ADDRESSES-EXIT
    END-IF.
    MOVE "N" TO WS-CONTACT-EOF.
    PERFORM UNTIL WS-CONTACT-EOF = "Y"
        READ CONTACT-FILE
            AT END MOVE "Y" TO WS-CONTACT-EOF
            NOT AT END
                PERFORM 1360-STORE-CONTACT-ADDRESS
        END-READ
    END-PERFORM.
    CLOSE CONTACT-FILE.
    IF WS-CONTACT-OVERFLOW = "Y"
        DISPLAY "Aviso: más de 5000 IDs con contacto; los sobrantes "
            "cuentan como sin provincia."
    END-IF.
1350-LOAD-CONTACT-ADDRESSES-EXIT.
    EXIT.

1360-STORE-CONTACT-ADDRESS.
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
1360-STORE-CONTACT-ADDRESS-EXIT.
    EXIT.

1250-RESOLVE-BRANCH-NAME.
    *> Deja en WS-BRANCH-NAME el nombre descriptivo del código que
    *> haya en WS-BRANCH-NAME (1:4); si no está en el maestro se
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
        UNTIL WS-BR-IDX > WS-BRANCH-COUNT
        PERFORM 4610-FIND-BRANCH-REGION
        PERFORM 4620-ACCUMULATE-REGION THRU 4620-ACCUMULATE-REGION-EXIT
    END-PERFORM.
4600-ROLLUP-REGIONS-EXIT.
    EXIT.
4650-DISPLAY-REGIONS-EXIT.
    EXIT.

4700-ACCUMULATE-PROVINCE.
    MOVE "(SIN PROVINCIA)" TO WS-PROVINCE-WORK.
    MOVE 0 TO WS-CTT-FOUND-IDX.
    PERFORM VARYING WS-CTT-IDX FROM 1 BY 1
        UNTIL WS-CTT-IDX > WS-CTT-COUNT
        IF WS-CTT-ID (WS-CTT-IDX) = PR-PERSON-ID OF INPUT-RECORD
            MOVE WS-CTT-IDX TO WS-CTT-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-CTT-FOUND-IDX > 0
        IF WS-CTT-ADDRESS (WS-CTT-FOUND-IDX) NOT = SPACES
            MOVE WS-CTT-ADDRESS (WS-CTT-FOUND-IDX)
                TO PCK-ADDRESS OF WS-POSTCODE-AREA
            CALL "PostcodeCheck" USING WS-POSTCODE-AREA
            *> La provincia la fija el código aunque la dirección
            *> nombre otro municipio.
            IF PCK-KNOWN OF WS-POSTCODE-AREA
                    AND PCK-PROVINCE OF WS-POSTCODE-AREA NOT = SPACES
                MOVE PCK-PROVINCE OF WS-POSTCODE-AREA
                    TO WS-PROVINCE-WORK
            END-IF
        END-IF
    END-IF.

    MOVE "N" TO WS-PV-FOUND.
    PERFORM VARYING WS-PV-IDX FROM 1 BY 1
        UNTIL WS-PV-IDX > WS-PROVINCE-COUNT
        IF PV-NAME (WS-PV-IDX) = WS-PROVINCE-WORK
            MOVE "Y" TO WS-PV-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-PV-FOUND = "N"
        IF WS-PROVINCE-COUNT >= 60
            DISPLAY "Aviso: más de 60 provincias distintas; se omite "
                "del desglose la provincia " WS-PROVINCE-WORK
            GO TO 4700-ACCUMULATE-PROVINCE-EXIT
        END-IF
        ADD 1 TO WS-PROVINCE-COUNT
        MOVE WS-PROVINCE-COUNT TO WS-PV-IDX
        MOVE WS-PROVINCE-WORK TO PV-NAME (WS-PV-IDX)
        MOVE 0 TO PV-COUNT (WS-PV-IDX)
    END-IF.
    ADD 1 TO PV-COUNT (WS-PV-IDX).
4700-ACCUMULATE-PROVINCE-EXIT.
    EXIT.

4750-DISPLAY-PROVINCES.
    IF WS-PROVINCE-COUNT = 0
        GO TO 4750-DISPLAY-PROVINCES-EXIT
    END-IF.
    DISPLAY "Desglose por provincia:".
    PERFORM VARYING WS-PV-IDX FROM 1 BY 1
        UNTIL WS-PV-IDX > WS-PROVINCE-COUNT
        DISPLAY "  Provincia " FUNCTION TRIM(PV-NAME (WS-PV-IDX))
            ": personas=" PV-COUNT (WS-PV-IDX)
    END-PERFORM.
4750-DISPLAY-PROVINCES-EXIT.
    EXIT.

4300-DISPLAY-BRANCHES.
    DISPLAY "Desglose por sucursal:".
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
        INTO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE SPACES TO REPORT-LINE.
    STRING "Defunciones (excluidas)........: " DELIMITED BY SIZE
           TOTAL-DECEASED-RECORDS           DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.

    IF WS-ASOF-MODE = "N"
        MOVE SPACES TO REPORT-LINE
        STRING "Hogares registrados............: " DELIMITED BY SIZE
            END-PERFORM
        END-IF

        IF WS-PROVINCE-COUNT > 0
            MOVE SPACES TO REPORT-LINE
            STRING "Desglose por provincia:" DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                UNTIL WS-PV-IDX > WS-PROVINCE-COUNT
                MOVE SPACES TO REPORT-LINE
                STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(PV-NAME (WS-PV-IDX))
                           DELIMITED BY SIZE
                       " personas=" DELIMITED BY SIZE
                       PV-COUNT (WS-PV-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM
        END-IF

        MOVE SPACES TO REPORT-LINE
        STRING "Desglose por sucursal:" DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE TOTAL-VALID-RECORDS TO SH-VALID-COUNT OF HISTORY-RECORD
        MOVE TOTAL-INVALID-RECORDS
            TO SH-INVALID-COUNT OF HISTORY-RECORD
        COMPUTE SH-INACTIVE-COUNT OF HISTORY-RECORD =
            TOTAL-INACTIVE-RECORDS + TOTAL-DECEASED-RECORDS
        MOVE TOTAL-DECEASED-RECORDS
            TO SH-DECEASED-COUNT OF HISTORY-RECORD
        MOVE AVG-AGE TO SH-AVG-AGE OF HISTORY-RECORD
        MOVE MEDIAN-AGE TO SH-MEDIAN-AGE OF HISTORY-RECORD
        MOVE STDDEV-AGE TO SH-STDDEV-AGE OF HISTORY-RECORD
