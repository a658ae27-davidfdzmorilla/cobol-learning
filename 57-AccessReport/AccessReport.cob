*> (ACCESOS_ID, ACCESOS_DESDE y ACCESOS_HASTA, o por consola), lista
*> en accesos.rpt todas las consultas de los datos de esa persona
*> — operador, programa, fecha y hora — tal como el expediente de
*> DataDossier lista los datos guardados. Una segunda sección lista,
*> para el mismo rango de fechas y de cualquier ID, los intentos
*> rechazados por ser la persona de otra sucursal que la del
*> operador.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-FROM-DATE PIC 9(08) VALUE 0.
01 WS-TO-DATE PIC 9(08) VALUE 99999999.
01 WS-LISTED-COUNT PIC 9(05) VALUE 0.
01 WS-CROSS-COUNT PIC 9(05) VALUE 0.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
                           AX-OPERATOR OF ACCESS-REC
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AX-PROGRAM OF ACCESS-REC
                               DELIMITED BY SIZE
                        INTO REPORT-LINE
                    IF AX-EVENT-REFUSED OF ACCESS-REC
                        MOVE "RECHAZADO (OTRA SUCURSAL)"
                            TO REPORT-LINE (59:25)
                    END-IF
                    WRITE REPORT-LINE
                END-IF
        END-READ
           WS-LISTED-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM 4000-CROSS-BRANCH-SECTION THRU 4000-CROSS-BRANCH-SECTION-EXIT.
    CLOSE REPORT-FILE.
    DISPLAY "Informe de accesos escrito en 'accesos.rpt' ("
        WS-LISTED-COUNT " accesos).".
    IF WS-CROSS-COUNT > 0
        DISPLAY "Intentos sobre otra sucursal en el periodo: "
            WS-CROSS-COUNT
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

4000-CROSS-BRANCH-SECTION.
    *> Segunda pasada por accesos.txt: todos los rechazos por
    *> sucursal ajena del periodo, sea cual sea el ID. El ID 000000
    *> es el resumen de un recorrido masivo (extracciones), con el
    *> número de personas dejadas fuera en la bitácora.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "INTENTOS SOBRE PERSONAS DE OTRA SUCURSAL ENTRE "
               DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " Y " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "FECHA    HORA   OPERADOR             PROGRAMA             "
        & "ID     SUCURSAL" TO REPORT-LINE.
    WRITE REPORT-LINE.
    OPEN INPUT ACCESS-FILE.
    IF WS-ACCESS-STATUS NOT = "00"
        GO TO 4000-CROSS-BRANCH-SECTION-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ ACCESS-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF AX-EVENT-REFUSED OF ACCESS-REC
                        AND AX-ACCESS-DATE OF ACCESS-REC
                            >= WS-FROM-DATE
                        AND AX-ACCESS-DATE OF ACCESS-REC
                            <= WS-TO-DATE
                    ADD 1 TO WS-CROSS-COUNT
                    MOVE SPACES TO REPORT-LINE
                    STRING AX-ACCESS-DATE OF ACCESS-REC
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AX-ACCESS-TIME OF ACCESS-REC
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AX-OPERATOR OF ACCESS-REC
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AX-PROGRAM OF ACCESS-REC
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AX-PERSON-ID OF ACCESS-REC
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AX-BRANCH-CODE OF ACCESS-REC
                               DELIMITED BY SIZE
                        INTO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ACCESS-FILE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Intentos rechazados por sucursal: " DELIMITED BY SIZE
           WS-CROSS-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
4000-CROSS-BRANCH-SECTION-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
