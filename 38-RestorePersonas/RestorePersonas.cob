*> destructivo, cuando un supervisor confirma que la operación salió
*> mal. La instantánea la toma SnapshotPersonas automáticamente antes
*> del reemplazo del maestro, del vaciado de fin de día y de la purga.
*> Restaurar una instantánea tomada en un mes contable ya cerrado
*> (periodos.txt) deshace cambios de ese mes: exige además el doble
*> control de supervisores y queda en ajustes_periodo.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-CONFIRM PIC X VALUE "N".
01 WS-RESTORED-COUNT PIC 9(06) VALUE 0.

*> Fecha de la instantánea, tomada de la del propio fichero.
01 WS-SNAP-FILE-NAME PIC X(14) VALUE "personas.snap".
01 WS-SNAP-DETAILS.
    05 WS-SNAP-SIZE  PIC X(08) COMP-X.
    05 WS-SNAP-DAY   PIC X(01) COMP-X.
    05 WS-SNAP-MONTH PIC X(01) COMP-X.
    05 WS-SNAP-YEAR  PIC X(02) COMP-X.
    05 WS-SNAP-HOUR  PIC X(01) COMP-X.
    05 WS-SNAP-MIN   PIC X(01) COMP-X.
    05 WS-SNAP-SEC   PIC X(01) COMP-X.
    05 WS-SNAP-HSEC  PIC X(01) COMP-X.
01 WS-SNAP-DATE PIC 9(08) VALUE 0.

*> Guarda de los periodos contables cerrados (ver PGAREA.cpy).
COPY PGAREA REPLACING PERIOD-GUARD-AREA BY WS-PG-AREA.

*> Niveles de autorización para operaciones destructivas.
COPY AUTHAREA REPLACING AUTH-AREA BY WS-AUTH-AREA.

01 WS-AUDIT-DETAIL PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
    *> Los subprogramas que guardan tablas en memoria siguen cargados
    *> si otra ejecución los usó antes en la misma sesión; se descargan
    *> para que ésta lea los ficheros vigentes y PeriodGuard vuelva a
    *> pedir el doble control.
    CANCEL "PeriodGuard".
    MOVE 3 TO AUT-REQUIRED-LEVEL OF WS-AUTH-AREA.
    MOVE "RESTAURAR INSTANTANEA" TO AUT-OPERATION OF WS-AUTH-AREA.
    CALL "OperatorAuth" USING WS-AUTH-AREA.
        GOBACK
    END-IF.

    PERFORM 0400-CHECK-PERIOD.
    IF PG-ADJUSTMENT-REFUSED OF WS-PG-AREA
        DISPLAY "La instantánea es del " WS-SNAP-DATE " y el periodo "
            PG-PERIOD OF WS-PG-AREA " está cerrado: sin doble control "
            "no se restaura."
        CLOSE SNAP-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM 0500-ACQUIRE-MASTER-LOCK.
    IF LCK-BUSY OF WS-LOCK-AREA
        CLOSE SNAP-FILE

    PERFORM 3000-RESTORE-LASTID.
    PERFORM 0600-RELEASE-MASTER-LOCK.
    IF PG-ADJUSTMENT-ALLOWED OF WS-PG-AREA
        PERFORM 7900-RECORD-ADJUSTMENT
    END-IF.

    DISPLAY "Restaurados " WS-RESTORED-COUNT " registros desde la "
        "instantánea, incluida la marca de agua.".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

0400-CHECK-PERIOD.
    *> La fecha de la instantánea es la de la última escritura de
    *> personas.snap; si no se puede leer, se toma la de hoy.
    SET PG-PERIOD-OPEN OF WS-PG-AREA TO TRUE.
    ACCEPT WS-SNAP-DATE FROM DATE YYYYMMDD.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-SNAP-FILE-NAME
                                      WS-SNAP-DETAILS.
    IF RETURN-CODE = 0
        COMPUTE WS-SNAP-DATE = WS-SNAP-YEAR * 10000
            + WS-SNAP-MONTH * 100 + WS-SNAP-DAY
    END-IF.
    MOVE 0 TO RETURN-CODE.
    SET PG-REQ-CHECK OF WS-PG-AREA TO TRUE.
    MOVE "N" TO PG-UNATTENDED OF WS-PG-AREA.
    MOVE WS-SNAP-DATE TO PG-DATE OF WS-PG-AREA.
    CALL "PeriodGuard" USING WS-PG-AREA.
0400-CHECK-PERIOD-EXIT.
    EXIT.

0500-ACQUIRE-MASTER-LOCK.
    SET LCK-REQ-ACQUIRE OF WS-LOCK-AREA TO TRUE.
    MOVE "RestorePersonas" TO LCK-PROGRAM OF WS-LOCK-AREA.
7700-WRITE-JOURNAL-EXIT.
    EXIT.

7900-RECORD-ADJUSTMENT.
    SET PG-REQ-RECORD OF WS-PG-AREA TO TRUE.
    MOVE "RestorePersonas" TO PG-PROGRAM OF WS-PG-AREA.
    MOVE 0 TO PG-PERSON-ID OF WS-PG-AREA.
    MOVE "S" TO PG-TYPE OF WS-PG-AREA.
    MOVE SPACES TO PG-BRANCH OF WS-PG-AREA.
    CALL "PeriodGuard" USING WS-PG-AREA.
7900-RECORD-ADJUSTMENT-EXIT.
    EXIT.

8000-WRITE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
