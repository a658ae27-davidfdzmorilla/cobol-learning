*> su propia cabecera y pie de control:
*>   "H" + fecha AAAAMMDD + total de detalles (6)
*>   "D" + nombre (30) + edad (3) + sucursal (5) + nacimiento (8)
*>         + clave de persona de la central (10, opcional)
*>   "T" + total de detalles (6)
*> La clave de la central de cada fila estacionada queda en
*> import_claves.txt para que CommitImport anote la referencia
*> cruzada con el ID que asigne (claves_central.txt).
*> Antes de cargar nada se valida que cabecera, pie y recuento real
*> coincidan: si no cuadran, el fichero ENTERO se rechaza. Las filas
*> válidas se estacionan en import_staging.txt (sustituyendo el lote
    SELECT STAGING-FILE ASSIGN TO "import_staging.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STAGING-STATUS.
    SELECT STAGING-KEY-FILE ASSIGN TO "import_claves.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STAGING-KEY-STATUS.
    SELECT REJECT-FILE ASSIGN TO "intake_rechazos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REJECT-STATUS.
FD STAGING-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY STAGING-RECORD.

*> Claves de la central de las filas estacionadas (ver STGKEYREC.cpy).
FD STAGING-KEY-FILE.
    COPY STGKEYREC REPLACING STAGING-KEY-RECORD BY STAGING-KEY-REC.

FD REJECT-FILE.
01 REJECT-RECORD PIC X(120).

01 WS-INTAKE-STATUS PIC XX VALUE "00".
01 WS-STAGING-STATUS PIC XX VALUE "00".
01 WS-REJECT-STATUS PIC XX VALUE "00".
01 WS-STAGING-KEY-STATUS PIC XX VALUE "00".
01 WS-INTAKE-FILE-NAME PIC X(80).
01 WS-INTAKE-FILE-ENV PIC X(80) VALUE SPACES.
01 WS-EOF PIC X VALUE "N".
    05 WS-DV-AGE     PIC X(03).
    05 WS-DV-BRANCH  PIC X(05).
    05 WS-DV-BIRTH   PIC X(08).
    05 WS-DV-KEY     PIC X(10).
    05 FILLER        PIC X(23).
01 WS-TRAILER-VIEW REDEFINES WS-LINE-WORK.
    05 FILLER        PIC X(01).
    05 WS-TV-COUNT   PIC X(06).
    DISPLAY "Totales de control correctos (" WS-DETAIL-COUNT
        " detalles, fichero del " WS-FILE-DATE ").".

    PERFORM 1500-CHECK-REGISTRY THRU 1500-CHECK-REGISTRY-EXIT.
    IF WS-DUPLICATE-FILE = "Y"
        DISPLAY "Fichero RECHAZADO: la fecha " WS-FILE-DATE
            " con " WS-DETAIL-COUNT " detalles ya se procesó "
        PERFORM 8000-WRITE-AUDIT-LOG
        GOBACK
    END-IF.
    PERFORM 1600-CHECK-TRANSMISSION-GAP THRU 1600-CHECK-TRANSMISSION-GAP-EXIT.

    PERFORM 1100-LOAD-BRANCH-TABLE.
    PERFORM 2000-LOAD-TO-STAGING.

    PERFORM 1700-REGISTER-FILE THRU 1700-REGISTER-FILE-EXIT.

    DISPLAY "Estacionadas " WS-STAGED-COUNT " filas; "
        WS-REJECTED-COUNT " rechazadas en 'intake_rechazos.txt'.".
            OR WS-FILE-DATE <= WS-LAST-FILE-DATE
        GO TO 1600-CHECK-TRANSMISSION-GAP-EXIT
    END-IF.
    PERFORM 1650-LOAD-CALENDAR THRU 1650-LOAD-CALENDAR-EXIT.
    COMPUTE WS-LAST-INT =
        FUNCTION INTEGER-OF-DATE (WS-LAST-FILE-DATE).
    COMPUTE WS-FILE-INT = FUNCTION INTEGER-OF-DATE (WS-FILE-DATE).
    *> El lote anterior del estacionamiento (aplicado o no) se
    *> sustituye, igual que hace ImportRecordsFromCSV.
    OPEN OUTPUT STAGING-FILE.
    OPEN OUTPUT STAGING-KEY-FILE.
    OPEN OUTPUT REJECT-FILE.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
    END-PERFORM.
    CLOSE INTAKE-FILE
          STAGING-FILE
          STAGING-KEY-FILE
          REJECT-FILE.
2000-LOAD-TO-STAGING-EXIT.
    EXIT.
        MOVE WS-STATUS-DATE TO PR-STATUS-DATE OF STAGING-RECORD
        WRITE STAGING-RECORD
        ADD 1 TO WS-STAGED-COUNT
        IF WS-DV-KEY NOT = SPACES
            MOVE SPACES TO STAGING-KEY-REC
            MOVE WS-STAGED-COUNT TO SK-STAGING-SEQ OF STAGING-KEY-REC
            MOVE WS-DV-NAME (1:20) TO SK-NAME OF STAGING-KEY-REC
            MOVE WS-DV-KEY TO SK-PARTNER-KEY OF STAGING-KEY-REC
            WRITE STAGING-KEY-REC
        END-IF
    END-IF.
2100-MAP-ONE-DETAIL-EXIT.
    EXIT.
