*> Diario de actualizaciones del maestro (rehacer tras un fallo).
COPY JRNAREA REPLACING JOURNAL-AREA BY WS-JRN-AREA.

*> Tutelas: si el absorbido era tutor de un menor, GuardianAlert lo
*> anota en alertas.log una vez cerrado el maestro (ver GDAREA.cpy).
COPY GDAREA REPLACING GUARDIAN-ALERT-AREA BY WS-GDA-AREA.
*> Tarjetas de socio: las del absorbido quedan anuladas con
*> CardCancel (ver CANCAREA.cpy).
COPY CANCAREA REPLACING CARD-CANCEL-AREA BY WS-CXL-AREA.

*> Bitácora de auditoría, común a todos los programas del sistema.
01 WS-AUDIT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes.
    CANCEL "GuardianAlert".
    ACCEPT WS-SURVIVOR-ENV FROM ENVIRONMENT "FUSION_SUPERVIVIENTE".
    ACCEPT WS-ABSORBED-ENV FROM ENVIRONMENT "FUSION_ABSORBIDO".
    IF WS-SURVIVOR-ENV NOT = SPACES AND WS-ABSORBED-ENV NOT = SPACES

    CLOSE MASTER-FILE.
    PERFORM 0600-RELEASE-MASTER-LOCK.
    PERFORM 7800-ALERT-GUARDIANS.
    PERFORM 7850-CANCEL-CARDS.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

7700-WRITE-JOURNAL-EXIT.
    EXIT.

7800-ALERT-GUARDIANS.
    IF WS-MERGED = "Y"
        MOVE WS-ABSORBED-ID TO GDA-GUARDIAN-ID OF WS-GDA-AREA
        MOVE "FUSION" TO GDA-EVENT OF WS-GDA-AREA
        MOVE WS-SURVIVOR-ID TO GDA-SURVIVOR-ID OF WS-GDA-AREA
        MOVE "MergePersonas" TO GDA-PROGRAM OF WS-GDA-AREA
        CALL "GuardianAlert" USING WS-GDA-AREA
    END-IF.
7800-ALERT-GUARDIANS-EXIT.
    EXIT.

7850-CANCEL-CARDS.
    IF WS-MERGED = "Y"
        MOVE WS-ABSORBED-ID TO CXL-PERSON-ID OF WS-CXL-AREA
        MOVE "FUSION" TO CXL-EVENT OF WS-CXL-AREA
        MOVE "MergePersonas" TO CXL-PROGRAM OF WS-CXL-AREA
        CALL "CardCancel" USING WS-CXL-AREA
    END-IF.
7850-CANCEL-CARDS-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
