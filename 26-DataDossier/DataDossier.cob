*> Modo (E): reúne en expediente.rpt todo lo que el sistema guarda
*> de un ID: su registro maestro, sus apariciones en validos.txt,
*> invalidos.txt y validos.csv, sus líneas en los archivos de fin de
*> día catalogados, sus consentimientos de comunicación, su historial
*> de cambios y sus menciones en la bitácora de auditoría.
*> Modo (B): anonimiza a la persona en todos esos ficheros (nombre y
*> fecha de nacimiento), conservando los registros en sitio para que
*> ningún trailer ni cuadre de control se descuadre.
*> Registro decodificado con el layout de alias.txt.
COPY ALIASREC REPLACING ALIAS-RECORD BY WS-ALIAS-WORK.

*> Registro decodificado con el layout de consentimientos.txt.
COPY CONSREC REPLACING CONSENT-RECORD BY WS-CONSENT-WORK.

*> Tabla para reescribir un fichero secuencial completo en sitio.
01 WS-LINE-TABLE.
    05 WS-LINE-ENTRY OCCURS 5000 TIMES PIC X(250).
    *> registro de accesos.
    MOVE WS-ID TO ACC-PERSON-ID OF WS-ACC-AREA.
    MOVE "DataDossier" TO ACC-PROGRAM OF WS-ACC-AREA.
    SET ACC-EVENT-ACCESS OF WS-ACC-AREA TO TRUE.
    CALL "AccessRegister" USING WS-ACC-AREA.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM 2900-DOSSIER-ALIAS.

    MOVE "CONSENTIMIENTOS DE COMUNICACION (consentimientos.txt):"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM 2950-DOSSIER-CONSENT.

    MOVE "HISTORIAL DE CAMBIOS (historial.txt):" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM 2500-DOSSIER-HISTORY.
                                   DELIMITED BY SIZE
                            INTO REPORT-LINE
                        WRITE REPORT-LINE
                        IF NOT CT-UNDELIV-NONE OF WS-CONTACT-WORK
                            MOVE SPACES TO REPORT-LINE
                            STRING "        devuelto (" DELIMITED BY SIZE
                                   CT-UNDELIVERABLE OF WS-CONTACT-WORK
                                       DELIMITED BY SIZE
                                   ") el " DELIMITED BY SIZE
                                   CT-UNDELIV-DATE OF WS-CONTACT-WORK
                                       DELIMITED BY SIZE
                                INTO REPORT-LINE
                            WRITE REPORT-LINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
2900-DOSSIER-ALIAS-EXIT.
    EXIT.

2950-DOSSIER-CONSENT.
    *> Historial completo, altas y retiradas por canal, en orden
    *> cronológico: la última línea de cada canal es la vigente.
    MOVE "consentimientos.txt" TO WS-SEQ-FILE-NAME.
    OPEN INPUT SEQ-FILE.
    IF WS-SEQ-STATUS NOT = "00"
        MOVE "  (fichero no disponible)" TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        MOVE 0 TO WS-SECTION-COUNT
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ SEQ-FILE
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE SEQ-RECORD (1:60) TO WS-CONSENT-WORK
                    IF CS-PERSON-ID OF WS-CONSENT-WORK = WS-ID
                        ADD 1 TO WS-SECTION-COUNT
                        ADD 1 TO WS-TOTAL-MENTIONS
                        MOVE SPACES TO REPORT-LINE
                        STRING "  canal " DELIMITED BY SIZE
                               CS-CHANNEL OF WS-CONSENT-WORK
                                   DELIMITED BY SIZE
                               " consiente " DELIMITED BY SIZE
                               CS-GRANTED OF WS-CONSENT-WORK
                                   DELIMITED BY SIZE
                               "  dado " DELIMITED BY SIZE
                               CS-DATE-GIVEN OF WS-CONSENT-WORK
                                   DELIMITED BY SIZE
                               "  retirado " DELIMITED BY SIZE
                               CS-DATE-WITHDRAWN OF WS-CONSENT-WORK
                                   DELIMITED BY SIZE
                               "  por " DELIMITED BY SIZE
                               FUNCTION TRIM(CS-OPERATOR
                                   OF WS-CONSENT-WORK) DELIMITED BY SIZE
                            INTO REPORT-LINE
                        WRITE REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SEQ-FILE
        IF WS-SECTION-COUNT = 0
            MOVE "  (sin consentimientos anotados: no consta ninguno)"
                TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-IF.
2950-DOSSIER-CONSENT-EXIT.
    EXIT.

5000-SUPERVISED-ERASE.
    DISPLAY "Se anonimizará a " FUNCTION TRIM(WS-TARGET-NAME)
        " (ID " WS-ID ") en el maestro, validos, invalidos, CSV, "
                        TO CT-ADDRESS OF WS-CONTACT-WORK
                    MOVE SPACES TO CT-PHONE OF WS-CONTACT-WORK
                    MOVE SPACES TO CT-EMAIL OF WS-CONTACT-WORK
                    MOVE SPACE TO CT-UNDELIVERABLE OF WS-CONTACT-WORK
                    MOVE 0 TO CT-UNDELIV-DATE OF WS-CONTACT-WORK
                    MOVE WS-CONTACT-WORK
                        TO WS-LINE-ENTRY (WS-LINE-IDX) (1:110)
                    ADD 1 TO WS-CHANGED-COUNT
                *> se repone la marca de agua antes de reescribir.
                PERFORM 5650-RESEAL-AUDIT-CHAIN
                PERFORM 6100-REWRITE-SEQ-FILE
                PERFORM 5660-UPDATE-SEAL-WATERMARK THRU 5660-UPDATE-SEAL-WATERMARK-EXIT
            END-IF
        END-IF
    END-IF.
