01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
01 WS-CUTOFF-INT PIC 9(8) VALUE 0.

*> Las defunciones no siguen la regla de inactividad: se conservan
*> el plazo legal contado desde la fecha de defunción, en años,
*> configurable con PURGA_ANOS_DEFUNCION (5 por defecto).
01 WS-DEATH-YEARS PIC 9(02) VALUE 5.
01 WS-DEATH-YEARS-ENV PIC X(02) VALUE SPACES.
01 WS-DEATH-CUTOFF PIC 9(8) VALUE 0.
01 WS-DECEASED-HELD-COUNT PIC 9(06) VALUE 0.

01 WS-PURGED-COUNT PIC 9(06) VALUE 0.
01 WS-KEPT-DETAILS PIC 9(06) VALUE 0.
01 WS-UNKNOWN-DATE-COUNT PIC 9(06) VALUE 0.
*> firma de un segundo supervisor (ver APRAREA.cpy).
COPY APRAREA REPLACING APPROVAL-AREA BY WS-APR-AREA.

*> Tutelas: los IDs que salen del fichero en esta ejecución se pasan
*> a GuardianAlert una vez cerrado el maestro (ver GDAREA.cpy).
COPY GDAREA REPLACING GUARDIAN-ALERT-AREA BY WS-GDA-AREA.
01 WS-GONE-TABLE.
    05 WS-GONE-ID PIC 9(06) OCCURS 1000 TIMES.
01 WS-GONE-COUNT PIC 9(04) VALUE 0.
01 WS-GONE-IDX PIC 9(04) VALUE 0.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes.
    CANCEL "GuardianAlert".
    ACCEPT WS-RETENTION-ENV FROM ENVIRONMENT "PURGA_DIAS".
    IF WS-RETENTION-ENV (1:1) IS NUMERIC
        COMPUTE WS-RETENTION-DAYS = FUNCTION NUMVAL (WS-RETENTION-ENV)
    END-IF.

    ACCEPT WS-DEATH-YEARS-ENV FROM ENVIRONMENT "PURGA_ANOS_DEFUNCION".
    IF WS-DEATH-YEARS-ENV (1:1) IS NUMERIC
        COMPUTE WS-DEATH-YEARS = FUNCTION NUMVAL (WS-DEATH-YEARS-ENV)
    END-IF.

    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    COMPUTE WS-DEATH-CUTOFF = WS-TODAY-DATE - WS-DEATH-YEARS * 10000.
    COMPUTE WS-CUTOFF-INT =
        FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - WS-RETENTION-DAYS.
    COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).
           " dias de retencion)" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Defunciones: se purgan las anteriores al " DELIMITED BY SIZE
           WS-DEATH-CUTOFF DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-DEATH-YEARS DELIMITED BY SIZE
           " anos de conservacion legal)" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    IF WS-PURGE-OPEN = "Y"
        CLOSE PURGE-FILE
    END-IF.
    PERFORM 7800-ALERT-GUARDIANS.

    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
           WS-UNKNOWN-DATE-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Defunciones en plazo de conservacion: " DELIMITED BY SIZE
           WS-DECEASED-HELD-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.

    DISPLAY "Registros purgados: " WS-PURGED-COUNT
        DISPLAY "Aviso: " WS-UNKNOWN-DATE-COUNT " bajas sin fecha de "
            "estado se han conservado."
    END-IF.
    IF WS-DECEASED-HELD-COUNT > 0
        DISPLAY "Defunciones en plazo de conservación: "
            WS-DECEASED-HELD-COUNT "."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

                    CONTINUE
                ELSE
                    IF PR-STATUS-INACTIVE OF MASTER-RECORD
                        IF PR-DECEASED OF MASTER-RECORD
                            PERFORM 2150-CHECK-ONE-DECEASED
                        ELSE
                            PERFORM 2100-CHECK-ONE-INACTIVE
                        END-IF
                    ELSE
                        ADD 1 TO WS-KEPT-DETAILS
                    END-IF
2100-CHECK-ONE-INACTIVE-EXIT.
    EXIT.

2150-CHECK-ONE-DECEASED.
    *> Una defunción sin fecha legible no se purga nunca a ciegas:
    *> queda en plazo hasta que alguien la corrija.
    IF PR-DEATH-DATE OF MASTER-RECORD IS NUMERIC
            AND PR-DEATH-DATE OF MASTER-RECORD NOT = 0
            AND PR-DEATH-DATE OF MASTER-RECORD <= WS-DEATH-CUTOFF
        PERFORM 2200-PURGE-RECORD THRU 2200-PURGE-RECORD-EXIT
    ELSE
        ADD 1 TO WS-DECEASED-HELD-COUNT
        ADD 1 TO WS-KEPT-DETAILS
    END-IF.
2150-CHECK-ONE-DECEASED-EXIT.
    EXIT.

2200-PURGE-RECORD.
    IF WS-PURGE-OPEN = "N"
        OPEN OUTPUT PURGE-FILE
            ADD 1 TO WS-KEPT-DETAILS
        NOT INVALID KEY
            ADD 1 TO WS-PURGED-COUNT
            PERFORM 7750-REMEMBER-GONE
            SET JRN-ACT-DELETE OF WS-JRN-AREA TO TRUE
            PERFORM 7700-WRITE-JOURNAL
            MOVE SPACES TO REPORT-LINE
7700-WRITE-JOURNAL-EXIT.
    EXIT.

7750-REMEMBER-GONE.
    IF WS-GONE-COUNT < 1000
        ADD 1 TO WS-GONE-COUNT
        MOVE PR-PERSON-ID OF PURGE-RECORD TO WS-GONE-ID (WS-GONE-COUNT)
    END-IF.
7750-REMEMBER-GONE-EXIT.
    EXIT.

7800-ALERT-GUARDIANS.
    PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
        UNTIL WS-GONE-IDX > WS-GONE-COUNT
        MOVE WS-GONE-ID (WS-GONE-IDX) TO GDA-GUARDIAN-ID OF WS-GDA-AREA
        MOVE "PURGA" TO GDA-EVENT OF WS-GDA-AREA
        MOVE 0 TO GDA-SURVIVOR-ID OF WS-GDA-AREA
        MOVE "PurgeInactive" TO GDA-PROGRAM OF WS-GDA-AREA
        CALL "GuardianAlert" USING WS-GDA-AREA
    END-PERFORM.
7800-ALERT-GUARDIANS-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
