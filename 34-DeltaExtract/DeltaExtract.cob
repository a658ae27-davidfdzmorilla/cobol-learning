*> deja la marca quieta y la siguiente extracción repite el tramo
*> entero. Las altas se detectan por ID por encima de la marca y las
*> modificaciones por el historial de cambios posterior a ella. El
*> fichero delta.csv viaja con cabecera y pie de control. Quien no
*> tiene vigente el consentimiento de cesión (canal C de
*> consentimientos.txt) no se envía; se informa de cuántos se
*> retienen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT DELTA-FILE ASSIGN TO "delta.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DELTA-STATUS.
    SELECT CONSENT-FILE ASSIGN TO "consentimientos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONSENT-STATUS.
    SELECT DISPATCH-FILE ASSIGN TO "envios.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DISPATCH-STATUS.
FD DELTA-FILE.
01 DELTA-RECORD PIC X(100).

FD CONSENT-FILE.
    COPY CONSREC REPLACING CONSENT-RECORD BY CONSENT-REC.

*> Registro de envíos a la espera de acuse (ver ENVIOREC.cpy).
FD DISPATCH-FILE.
    COPY ENVIOREC REPLACING DISPATCH-RECORD BY DISPATCH-REC.
01 WS-MOD-IDX PIC 9(04) VALUE 0.
01 WS-MOD-FOUND PIC X VALUE "N".
01 WS-MOD-OVERFLOW PIC X VALUE "N".
01 WS-MOD-NEW-ID PIC 9(06) VALUE 0.

01 WS-RUN-DATE PIC 9(8) VALUE 0.
01 WS-RUN-TIME PIC 9(8) VALUE 0.
01 WS-QUOTE PIC X VALUE '"'.
01 WS-CSV-LINE PIC X(100) VALUE SPACES.

*> Consentimiento de cesión de datos (canal C).
COPY CONSAREA REPLACING CONSENT-AREA BY WS-CONSENT-AREA.
01 WS-HELD-BACK-COUNT PIC 9(06) VALUE 0.
01 WS-DECEASED-COUNT PIC 9(06) VALUE 0.
01 WS-CONSENT-STATUS PIC XX VALUE "00".
01 WS-CONSENT-EOF PIC X VALUE "N".

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes.
    CANCEL "ConsentCheck".
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.

    PERFORM 1000-READ-BOOKMARK.
    PERFORM 1500-WARN-PENDING-DISPATCH THRU 1500-WARN-PENDING-DISPATCH-EXIT.
    PERFORM 2000-LOAD-MODIFIED-IDS.
    PERFORM 2200-LOAD-CONSENT-CHANGES.

    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
                    CONTINUE
                ELSE
                    PERFORM 3000-CHECK-INCLUDE
                    IF WS-INCLUDE = "Y"
                        PERFORM 3050-CHECK-DECEASED
                    END-IF
                    IF WS-INCLUDE = "Y"
                        PERFORM 3100-CHECK-CONSENT
                    END-IF
                    IF WS-INCLUDE = "Y"
                        PERFORM 4000-WRITE-DELTA-ROW
                    END-IF
    *> La marca NO se avanza aquí: el envío queda pendiente en
    *> envios.txt y DeltaAckReconcile la avanzará cuando el acuse
    *> del receptor confirme el tramo.
    PERFORM 5000-REGISTER-DISPATCH THRU 5000-REGISTER-DISPATCH-EXIT.

    DISPLAY "Extracto delta escrito en 'delta.csv' ("
        WS-SENT-COUNT " registros desde " WS-BM-DATE "); queda "
        "pendiente del acuse del receptor.".
    DISPLAY "Retenidos por falta de consentimiento de cesión: "
        WS-HELD-BACK-COUNT.
    DISPLAY "Excluidos por defunción: " WS-DECEASED-COUNT.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

                                    = WS-BM-DATE
                                AND HR-CHANGE-TIME OF HISTORY-REC
                                    >= WS-BM-TIME)
                        MOVE HR-PERSON-ID OF HISTORY-REC
                            TO WS-MOD-NEW-ID
                        PERFORM 2100-ADD-MODIFIED-ID
                    END-IF
            END-READ
    MOVE "N" TO WS-MOD-FOUND.
    PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
        UNTIL WS-MOD-IDX > WS-MOD-COUNT
        IF WS-MOD-ID (WS-MOD-IDX) = WS-MOD-NEW-ID
            MOVE "Y" TO WS-MOD-FOUND
            EXIT PERFORM
        END-IF
            END-IF
        ELSE
            ADD 1 TO WS-MOD-COUNT
            MOVE WS-MOD-NEW-ID TO WS-MOD-ID (WS-MOD-COUNT)
        END-IF
    END-IF.
2100-ADD-MODIFIED-ID-EXIT.
    EXIT.

2200-LOAD-CONSENT-CHANGES.
    *> Quien da el consentimiento de cesión después de la marca viaja
    *> en este extracto aunque su ficha no haya cambiado: hasta hoy
    *> se le había retenido.
    OPEN INPUT CONSENT-FILE.
    IF WS-CONSENT-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE "N" TO WS-CONSENT-EOF
        PERFORM UNTIL WS-CONSENT-EOF = "Y"
            READ CONSENT-FILE
                AT END MOVE "Y" TO WS-CONSENT-EOF
                NOT AT END
                    IF CS-CHANNEL-CENTRAL OF CONSENT-REC
                            AND CS-GRANTED-YES OF CONSENT-REC
                            AND CS-DATE-GIVEN OF CONSENT-REC
                                >= WS-BM-DATE
                        MOVE CS-PERSON-ID OF CONSENT-REC
                            TO WS-MOD-NEW-ID
                        PERFORM 2100-ADD-MODIFIED-ID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONSENT-FILE
    END-IF.
2200-LOAD-CONSENT-CHANGES-EXIT.
    EXIT.

3000-CHECK-INCLUDE.
    MOVE "N" TO WS-INCLUDE.
    IF PR-PERSON-ID OF MASTER-RECORD > WS-BM-MAX-ID
3000-CHECK-INCLUDE-EXIT.
    EXIT.

3050-CHECK-DECEASED.
    *> Una defunción no sale en ningún fichero hacia fuera.
    IF PR-DECEASED OF MASTER-RECORD
        MOVE "N" TO WS-INCLUDE
        ADD 1 TO WS-DECEASED-COUNT
    END-IF.
3050-CHECK-DECEASED-EXIT.
    EXIT.

3100-CHECK-CONSENT.
    *> El ID sigue contando para la marca aunque se retenga: cuando
    *> consienta, 2200-LOAD-CONSENT-CHANGES lo volverá a traer.
    MOVE PR-PERSON-ID OF MASTER-RECORD
        TO CNS-PERSON-ID OF WS-CONSENT-AREA.
    MOVE "C" TO CNS-CHANNEL OF WS-CONSENT-AREA.
    CALL "ConsentCheck" USING WS-CONSENT-AREA.
    IF NOT CNS-GRANTED OF WS-CONSENT-AREA
        MOVE "N" TO WS-INCLUDE
        ADD 1 TO WS-HELD-BACK-COUNT
    END-IF.
3100-CHECK-CONSENT-EXIT.
    EXIT.

4000-WRITE-DELTA-ROW.
    MOVE SPACES TO WS-CSV-LINE.
    STRING PR-PERSON-ID OF MASTER-RECORD DELIMITED BY SIZE
