IDENTIFICATION DIVISION.
PROGRAM-ID. ReconfirmCampaign.
*> Campaña periódica de reconfirmación de datos. Muchas personas
*> activas llevan años sin que nadie compruebe con ellas la edad, la
*> sucursal o el contacto; esta campaña las localiza, da a cada
*> sucursal su lista para llamarlas y sigue el resultado.
*>   RECONFIRMA_ACCION=A  abre una campaña nueva (identificada por la
*>                        fecha de hoy) con las personas activas sin
*>                        ningún cambio en historial.txt ni ninguna
*>                        confirmación en confirmaciones.txt en los
*>                        últimos RECONFIRMA_ANOS años (por defecto 3);
*>                        a falta de ambos cuenta la fecha de alta. Las
*>                        que ya están en otra campaña sin cerrar no se
*>                        vuelven a elegir. Plazo para confirmar:
*>                        RECONFIRMA_PLAZO días (por defecto 90).
*>   (sin acción)         seguimiento: corre cada noche en la cadena.
*> En cada pasada se actualiza el estado de todas las personas de
*> campañas sin cerrar (ver RECONREC.cpy): confirmada o corregida si
*> ReconfirmEntry lo anotó después de abrir la campaña, cambiada si
*> sus datos se tocaron por otra vía, fuera si ya no está activa.
*> Vencido el plazo, las que siguen sin confirmar se programan para
*> baja en pendientes.txt ("AAAAMMDD,B,id,RECONFIRMACION") con
*> RECONFIRMA_AVISO días de antelación (por defecto 30), de forma que
*> se ven y se pueden cancelar en PendingInquiry antes de que
*> ApplyPendingChanges las aplique; nunca se pasa de las 1000 líneas
*> que admite la cola, y lo que no cabe se programa otra noche.
*> Salidas:
*>   reconfirmacion.rpt             avance por sucursal de la campaña
*>                                  de RECONFIRMA_CAMPANA (por defecto
*>                                  la última), bajas programadas en la
*>                                  pasada, confirmadas con la baja ya
*>                                  programada y correcciones anotadas.
*>   reconfirmacion_contactos.rpt   lista de contacto, una página por
*>                                  sucursal ("SUCURSAL: xxxx" en la
*>                                  columna 101, para ReportDistribution),
*>                                  al abrir la campaña o con
*>                                  RECONFIRMA_LISTA=S (sólo las que
*>                                  quedan sin confirmar).
*>   reconfirmacion_correcciones.txt  nombre, edad y sucursal corregidos
*>                                  que el maestro todavía no recoge,
*>                                  como transacciones de BatchMaintenance
*>                                  (U,id,nombre,edad y T,id,sucursal)
*>                                  para aplicar con MANTENIMIENTO_FICHERO;
*>                                  el resto de campos se corrigen a mano.
*> No cuentan como cambio las líneas de historial automáticas: subida
*> de edad (AgeSweep), cierre de sucursal (BranchClosure) y las notas
*> de cancelación de PendingInquiry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT CAMPAIGN-FILE ASSIGN TO "reconfirmacion.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CAMPAIGN-STATUS.
    SELECT CONFIRM-FILE ASSIGN TO "confirmaciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONFIRM-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "historial.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
    SELECT CONTACT-FILE ASSIGN TO "contactos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-STATUS.
    SELECT PENDING-FILE ASSIGN TO "pendientes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PENDING-STATUS.
    SELECT TRANS-FILE ASSIGN TO "reconfirmacion_correcciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANS-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "reconfirmacion.srt".
    SELECT LIST-FILE ASSIGN TO "reconfirmacion_contactos.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LIST-STATUS.
    SELECT REPORT-FILE ASSIGN TO "reconfirmacion.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD CAMPAIGN-FILE.
    COPY RECONREC REPLACING RECONFIRM-RECORD BY CAMPAIGN-REC.

FD CONFIRM-FILE.
    COPY CONFREC REPLACING CONFIRMATION-RECORD BY CONFIRM-REC.

FD HISTORY-FILE.
    COPY HISTREC REPLACING HISTORY-RECORD BY HISTORY-REC.

FD CONTACT-FILE.
    COPY CONTACTREC REPLACING CONTACT-RECORD BY CONTACT-REC.

FD PENDING-FILE.
01 PENDING-RECORD PIC X(80).

FD TRANS-FILE.
01 TRANS-RECORD PIC X(80).

*> Persona de la lista de contacto, en el orden de la lista.
SD SORT-WORK-FILE.
01 SORT-RECORD.
    05 SR-BRANCH      PIC X(04).
    05 SR-PERSON-ID   PIC 9(06).
    05 SR-RC-IDX      PIC 9(05).
    05 SR-PT-IDX      PIC 9(04).

FD LIST-FILE.
01 LIST-LINE PIC X(132).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-CAMPAIGN-STATUS PIC XX VALUE "00".
01 WS-CONFIRM-STATUS PIC XX VALUE "00".
01 WS-HISTORY-STATUS PIC XX VALUE "00".
01 WS-CONTACT-STATUS PIC XX VALUE "00".
01 WS-PENDING-STATUS PIC XX VALUE "00".
01 WS-TRANS-STATUS PIC XX VALUE "00".
01 WS-LIST-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-TODAY-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-R REDEFINES WS-TODAY-DATE.
    05 WS-TODAY-YEAR  PIC 9(4).
    05 WS-TODAY-MMDD  PIC 9(4).
01 WS-OPERATOR PIC X(20) VALUE SPACES.
01 WS-ABORT PIC X VALUE "N".

*> Parámetros.
01 WS-ACTION-ENV PIC X(01) VALUE SPACES.
01 WS-OPEN-CAMPAIGN PIC X VALUE "N".
01 WS-YEARS-ENV PIC X(02) VALUE SPACES.
01 WS-YEARS PIC 9(02) VALUE 3.
01 WS-TERM-ENV PIC X(03) VALUE SPACES.
01 WS-TERM-DAYS PIC 9(03) VALUE 90.
01 WS-NOTICE-ENV PIC X(03) VALUE SPACES.
01 WS-NOTICE-DAYS PIC 9(03) VALUE 30.
01 WS-CAMPAIGN-ENV PIC X(08) VALUE SPACES.
01 WS-LIST-ENV PIC X(01) VALUE SPACES.
01 WS-PRINT-LIST PIC X VALUE "N".

*> Campaña de la que se informa y fechas de la selección.
01 WS-CAMPAIGN-ID PIC 9(08) VALUE 0.
01 WS-CAMPAIGN-EXISTS PIC X VALUE "N".
01 WS-CUTOFF-DATE PIC 9(08) VALUE 0.
01 WS-CUTOFF-R REDEFINES WS-CUTOFF-DATE.
    05 WS-CUTOFF-YEAR PIC 9(4).
    05 WS-CUTOFF-MMDD PIC 9(4).
01 WS-DEADLINE PIC 9(08) VALUE 0.
01 WS-EFFECTIVE-DATE PIC 9(08) VALUE 0.
01 WS-REPORT-DEADLINE PIC 9(08) VALUE 0.

*> Personas del maestro, en orden de ID (lectura secuencial del
*> fichero indexado), para buscarlas por búsqueda binaria.
01 WS-PT-TABLE.
    05 WS-PT-ENTRY OCCURS 5000 TIMES.
        10 WS-PT-ID            PIC 9(06).
        10 WS-PT-NAME          PIC X(20).
        10 WS-PT-AGE           PIC 99.
        10 WS-PT-BRANCH        PIC X(04).
        10 WS-PT-ACTIVE        PIC X(01).
        10 WS-PT-STATUS-DATE   PIC 9(08).
        10 WS-PT-LAST-CHANGE   PIC 9(08).
        10 WS-PT-LAST-CONFIRM  PIC 9(08).
        10 WS-PT-CONFIRM-KIND  PIC X(01).
        10 WS-PT-IN-CAMPAIGN   PIC X(01).
        10 WS-PT-ADDRESS       PIC X(40).
        10 WS-PT-PHONE         PIC X(15).
        10 WS-PT-EMAIL         PIC X(40).
        10 WS-PT-UNDELIVERABLE PIC X(01).
01 WS-PT-COUNT PIC 9(04) VALUE 0.
01 WS-PT-IDX PIC 9(04) VALUE 0.
01 WS-PT-FOUND PIC 9(04) VALUE 0.
01 WS-SEARCH-ID PIC 9(06) VALUE 0.
01 WS-LOW PIC 9(04) VALUE 0.
01 WS-HIGH PIC 9(04) VALUE 0.
01 WS-MID PIC 9(04) VALUE 0.
01 WS-LAST-TOUCH PIC 9(08) VALUE 0.

*> Todas las campañas (reconfirmacion.txt).
01 WS-RC-TABLE.
    05 WS-RC-LINE PIC X(80) OCCURS 10000 TIMES.
01 WS-RC-COUNT PIC 9(05) VALUE 0.
01 WS-RC-IDX PIC 9(05) VALUE 0.
01 WS-RC-CHANGED PIC X VALUE "N".
COPY RECONREC REPLACING RECONFIRM-RECORD BY WS-RC-WORK.

*> Cola de pendientes: las líneas que ya tiene y las que se añaden.
01 WS-PEND-COUNT PIC 9(05) VALUE 0.
01 WS-PEND-OPEN PIC X VALUE "N".
01 WS-PEND-ERROR PIC X VALUE "N".
01 WS-QUEUE-FULL-COUNT PIC 9(05) VALUE 0.

*> Bajas programadas en esta pasada y confirmadas con la baja ya
*> programada, para el informe (índices de WS-RC-TABLE).
01 WS-SCHED-TABLE.
    05 WS-SCHED-RC-IDX PIC 9(05) OCCURS 1000 TIMES.
01 WS-SCHED-COUNT PIC 9(04) VALUE 0.
01 WS-LATE-TABLE.
    05 WS-LATE-RC-IDX PIC 9(05) OCCURS 1000 TIMES.
01 WS-LATE-COUNT PIC 9(04) VALUE 0.
01 WS-LIST-IDX PIC 9(04) VALUE 0.

*> Contadores de la pasada.
01 WS-SELECTED-COUNT PIC 9(05) VALUE 0.
01 WS-EXCLUDED-COUNT PIC 9(05) VALUE 0.
01 WS-LISTED-COUNT PIC 9(05) VALUE 0.
01 WS-TRANS-COUNT PIC 9(04) VALUE 0.
01 WS-MANUAL-COUNT PIC 9(04) VALUE 0.
01 WS-ALREADY-COUNT PIC 9(04) VALUE 0.

*> Avance por sucursal de la campaña del informe.
01 WS-BT-TABLE.
    05 WS-BT-ENTRY OCCURS 200 TIMES.
        10 WS-BT-CODE        PIC X(04).
        10 WS-BT-SELECTED    PIC 9(05).
        10 WS-BT-CONFIRMED   PIC 9(05).
        10 WS-BT-CORRECTED   PIC 9(05).
        10 WS-BT-CHANGED     PIC 9(05).
        10 WS-BT-LEFT        PIC 9(05).
        10 WS-BT-PENDING     PIC 9(05).
        10 WS-BT-SCHEDULED   PIC 9(05).
        10 WS-BT-DEACTIVATED PIC 9(05).
        10 WS-BT-RETAINED    PIC 9(05).
01 WS-BT-COUNT PIC 9(03) VALUE 0.
01 WS-BT-IDX PIC 9(03) VALUE 0.
01 WS-BT-FOUND PIC 9(03) VALUE 0.
01 WS-BT-OVERFLOW PIC X VALUE "N".
01 WS-SEARCH-BRANCH PIC X(04) VALUE SPACES.
01 WS-TOTALS.
    05 WS-TOT-SELECTED    PIC 9(05) VALUE 0.
    05 WS-TOT-CONFIRMED   PIC 9(05) VALUE 0.
    05 WS-TOT-CORRECTED   PIC 9(05) VALUE 0.
    05 WS-TOT-CHANGED     PIC 9(05) VALUE 0.
    05 WS-TOT-LEFT        PIC 9(05) VALUE 0.
    05 WS-TOT-PENDING     PIC 9(05) VALUE 0.
    05 WS-TOT-SCHEDULED   PIC 9(05) VALUE 0.
    05 WS-TOT-DEACTIVATED PIC 9(05) VALUE 0.
    05 WS-TOT-RETAINED    PIC 9(05) VALUE 0.
01 WS-PERCENT PIC 9(03)V9 VALUE 0.

*> Líneas del informe de avance.
01 WS-PROGRESS-HEADER.
    05 FILLER PIC X(07) VALUE " SUC.  ".
    05 FILLER PIC X(08) VALUE " SELECC.".
    05 FILLER PIC X(08) VALUE "  CONFIR".
    05 FILLER PIC X(08) VALUE "  CORREG".
    05 FILLER PIC X(08) VALUE "  OTRA V".
    05 FILLER PIC X(08) VALUE "   FUERA".
    05 FILLER PIC X(08) VALUE "  PENDIE".
    05 FILLER PIC X(08) VALUE "  B.PROG".
    05 FILLER PIC X(08) VALUE "   BAJAS".
    05 FILLER PIC X(08) VALUE "  RETENI".
    05 FILLER PIC X(09) VALUE "   AVANCE".
01 WS-PROGRESS-LINE.
    05 FILLER         PIC X(01) VALUE SPACE.
    05 PL-BRANCH      PIC X(04).
    05 FILLER         PIC X(02) VALUE SPACES.
    05 FILLER         PIC X(03) VALUE SPACES.
    05 PL-SELECTED    PIC ZZZZ9.
    05 FILLER         PIC X(03) VALUE SPACES.
    05 PL-CONFIRMED   PIC ZZZZ9.
    05 FILLER         PIC X(03) VALUE SPACES.
    05 PL-CORRECTED   PIC ZZZZ9.
    05 FILLER         PIC X(03) VALUE SPACES.
    05 PL-CHANGED     PIC ZZZZ9.
    05 FILLER         PIC X(03) VALUE SPACES.
    05 PL-LEFT        PIC ZZZZ9.
    05 FILLER         PIC X(03) VALUE SPACES.
    05 PL-PENDING     PIC ZZZZ9.
    05 FILLER         PIC X(03) VALUE SPACES.
    05 PL-SCHEDULED   PIC ZZZZ9.
    05 FILLER         PIC X(03) VALUE SPACES.
    05 PL-DEACTIVATED PIC ZZZZ9.
    05 FILLER         PIC X(03) VALUE SPACES.
    05 PL-RETAINED    PIC ZZZZ9.
    05 FILLER         PIC X(03) VALUE SPACES.
    05 PL-PERCENT     PIC ZZ9.9.
    05 FILLER         PIC X(01) VALUE "%".

*> Correcciones anotadas en la campaña del informe.
COPY CONFREC REPLACING CONFIRMATION-RECORD BY WS-CF-WORK.
01 WS-ACTION PIC X(24) VALUE SPACES.
01 WS-MASTER-VALUE PIC X(40) VALUE SPACES.
01 WS-AGE-X PIC X(02) VALUE SPACES.
01 WS-MASTER-OPEN PIC X VALUE "N".
01 WS-PERSON-ACTIVE PIC X VALUE "N".

*> Lista de contacto.
01 WS-PAGE-NUMBER PIC 9(04) VALUE 0.
01 WS-PAGE-BRANCH PIC X(04) VALUE SPACES.
01 WS-BRANCH-LISTED PIC 9(05) VALUE 0.
01 WS-SORT-EOF PIC X VALUE "N".
01 WS-ADDRESS-SHOWN PIC X(40) VALUE SPACES.

*> Fechas para imprimir.
01 WS-DATE-WORK PIC 9(08) VALUE 0.
01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
    05 WS-DATE-WORK-YEAR  PIC 9(4).
    05 WS-DATE-WORK-MONTH PIC 99.
    05 WS-DATE-WORK-DAY   PIC 99.
01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-CAMPAIGN-DISPLAY PIC X(10) VALUE SPACES.
01 WS-DEADLINE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
01 WS-EDIT-COUNT PIC ZZZZ9.

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
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    PERFORM 1000-GET-PARAMETERS THRU 1000-GET-PARAMETERS-EXIT.
    IF WS-ABORT = "Y"
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 1100-LOAD-CAMPAIGNS THRU 1100-LOAD-CAMPAIGNS-EXIT.
    IF WS-ABORT = "Y"
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-OPEN-CAMPAIGN = "N" AND WS-RC-COUNT = 0
        *> Noche normal sin ninguna campaña: nada que seguir.
        DISPLAY "No hay campañas de reconfirmación."
        GOBACK
    END-IF.
    PERFORM 1200-LOAD-MASTER THRU 1200-LOAD-MASTER-EXIT.
    IF WS-ABORT = "Y"
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 1300-LOAD-HISTORY THRU 1300-LOAD-HISTORY-EXIT.
    PERFORM 1400-LOAD-CONFIRMATIONS THRU 1400-LOAD-CONFIRMATIONS-EXIT.

    IF WS-OPEN-CAMPAIGN = "Y"
        PERFORM 2000-OPEN-CAMPAIGN THRU 2000-OPEN-CAMPAIGN-EXIT
        IF WS-ABORT = "Y"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    PERFORM 1700-CHOOSE-CAMPAIGN THRU 1700-CHOOSE-CAMPAIGN-EXIT.

    PERFORM 1500-COUNT-PENDING THRU 1500-COUNT-PENDING-EXIT.
    PERFORM 3000-FOLLOW-UP THRU 3000-FOLLOW-UP-EXIT.
    IF WS-RC-CHANGED = "Y"
        PERFORM 3900-SAVE-CAMPAIGNS THRU 3900-SAVE-CAMPAIGNS-EXIT
        IF WS-ABORT = "Y"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

    IF WS-CAMPAIGN-ID > 0
        IF WS-PRINT-LIST = "Y"
            PERFORM 1600-LOAD-CONTACTS THRU 1600-LOAD-CONTACTS-EXIT
            PERFORM 5000-PRINT-CONTACT-LIST
                THRU 5000-PRINT-CONTACT-LIST-EXIT
        END-IF
        PERFORM 4000-WRITE-REPORT THRU 4000-WRITE-REPORT-EXIT
    END-IF.

    DISPLAY "Reconfirmación: " WS-SELECTED-COUNT " seleccionadas, "
        WS-SCHED-COUNT " bajas programadas en esta pasada.".
    IF WS-QUEUE-FULL-COUNT > 0
        DISPLAY "Aviso: " WS-QUEUE-FULL-COUNT " bajas no caben en "
            "'pendientes.txt' (1000 líneas); se programan otra noche."
    END-IF.
    IF WS-TRANS-COUNT > 0
        DISPLAY "Correcciones: " WS-TRANS-COUNT " transacciones en "
            "'reconfirmacion_correcciones.txt'; se aplican con "
            "BatchMaintenance (MANTENIMIENTO_FICHERO)."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-GET-PARAMETERS.
    ACCEPT WS-ACTION-ENV FROM ENVIRONMENT "RECONFIRMA_ACCION".
    IF WS-ACTION-ENV = "A" OR WS-ACTION-ENV = "a"
        MOVE "Y" TO WS-OPEN-CAMPAIGN
        MOVE "Y" TO WS-PRINT-LIST
    END-IF.
    ACCEPT WS-YEARS-ENV FROM ENVIRONMENT "RECONFIRMA_ANOS".
    IF WS-YEARS-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-YEARS-ENV) IS NUMERIC
            COMPUTE WS-YEARS = FUNCTION NUMVAL (WS-YEARS-ENV)
        ELSE
            DISPLAY "Aviso: RECONFIRMA_ANOS no es numérico; se usa "
                WS-YEARS "."
        END-IF
    END-IF.
    IF WS-YEARS = 0
        DISPLAY "Error: RECONFIRMA_ANOS tiene que ser al menos 1."
        MOVE "Y" TO WS-ABORT
        GO TO 1000-GET-PARAMETERS-EXIT
    END-IF.
    ACCEPT WS-TERM-ENV FROM ENVIRONMENT "RECONFIRMA_PLAZO".
    IF WS-TERM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-TERM-ENV) IS NUMERIC
            COMPUTE WS-TERM-DAYS = FUNCTION NUMVAL (WS-TERM-ENV)
        ELSE
            DISPLAY "Aviso: RECONFIRMA_PLAZO no es numérico; se usa "
                WS-TERM-DAYS "."
        END-IF
    END-IF.
    ACCEPT WS-NOTICE-ENV FROM ENVIRONMENT "RECONFIRMA_AVISO".
    IF WS-NOTICE-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-NOTICE-ENV) IS NUMERIC
            COMPUTE WS-NOTICE-DAYS = FUNCTION NUMVAL (WS-NOTICE-ENV)
        ELSE
            DISPLAY "Aviso: RECONFIRMA_AVISO no es numérico; se usa "
                WS-NOTICE-DAYS "."
        END-IF
    END-IF.
    IF WS-NOTICE-DAYS = 0
        *> Sin antelación la baja no se podría ver ni cancelar antes
        *> de que se aplique.
        DISPLAY "Aviso: RECONFIRMA_AVISO no puede ser cero; se usa 1."
        MOVE 1 TO WS-NOTICE-DAYS
    END-IF.
    ACCEPT WS-CAMPAIGN-ENV FROM ENVIRONMENT "RECONFIRMA_CAMPANA".
    IF WS-CAMPAIGN-ENV NOT = SPACES
        IF WS-CAMPAIGN-ENV IS NOT NUMERIC
            DISPLAY "Error: RECONFIRMA_CAMPANA debe ser una fecha "
                "AAAAMMDD."
            MOVE "Y" TO WS-ABORT
            GO TO 1000-GET-PARAMETERS-EXIT
        END-IF
    END-IF.
    ACCEPT WS-LIST-ENV FROM ENVIRONMENT "RECONFIRMA_LISTA".
    IF WS-LIST-ENV = "S" OR WS-LIST-ENV = "s"
        MOVE "Y" TO WS-PRINT-LIST
    END-IF.
1000-GET-PARAMETERS-EXIT.
    EXIT.

1100-LOAD-CAMPAIGNS.
    MOVE 0 TO WS-RC-COUNT.
    OPEN INPUT CAMPAIGN-FILE.
    IF WS-CAMPAIGN-STATUS = "35"
        GO TO 1100-LOAD-CAMPAIGNS-EXIT
    END-IF.
    IF WS-CAMPAIGN-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'reconfirmacion.txt' (status "
            WS-CAMPAIGN-STATUS ")."
        MOVE "Y" TO WS-ABORT
        GO TO 1100-LOAD-CAMPAIGNS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CAMPAIGN-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-RC-COUNT >= 10000
                    *> Reescribir desde una tabla incompleta perdería
                    *> las campañas que no caben.
                    DISPLAY "Error: 'reconfirmacion.txt' tiene más de "
                        "10000 líneas; no se toca nada."
                    MOVE "Y" TO WS-ABORT
                    MOVE "Y" TO WS-EOF
                ELSE
                    ADD 1 TO WS-RC-COUNT
                    MOVE CAMPAIGN-REC TO WS-RC-LINE (WS-RC-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CAMPAIGN-FILE.
1100-LOAD-CAMPAIGNS-EXIT.
    EXIT.

1200-LOAD-MASTER.
    MOVE 0 TO WS-PT-COUNT.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE "Y" TO WS-ABORT
        GO TO 1200-LOAD-MASTER-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PR-TYPE-DETAIL OF MASTER-RECORD
                        AND NOT PR-ID-IS-TRAILER OF MASTER-RECORD
                    PERFORM 1210-ADD-PERSON THRU 1210-ADD-PERSON-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.
1200-LOAD-MASTER-EXIT.
    EXIT.

1210-ADD-PERSON.
    IF WS-PT-COUNT >= 5000
        *> Con el maestro a medias se darían por salidas personas que
        *> siguen activas.
        IF WS-ABORT = "N"
            DISPLAY "Error: 'personas.txt' tiene más de 5000 personas; "
                "no se toca nada."
        END-IF
        MOVE "Y" TO WS-ABORT
        MOVE "Y" TO WS-EOF
        GO TO 1210-ADD-PERSON-EXIT
    END-IF.
    ADD 1 TO WS-PT-COUNT.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-PT-ID (WS-PT-COUNT).
    MOVE PR-NAME OF MASTER-RECORD TO WS-PT-NAME (WS-PT-COUNT).
    MOVE PR-AGE OF MASTER-RECORD TO WS-PT-AGE (WS-PT-COUNT).
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-PT-BRANCH (WS-PT-COUNT).
    IF PR-STATUS-ACTIVE OF MASTER-RECORD
        MOVE "Y" TO WS-PT-ACTIVE (WS-PT-COUNT)
    ELSE
        MOVE "N" TO WS-PT-ACTIVE (WS-PT-COUNT)
    END-IF.
    IF PR-STATUS-DATE OF MASTER-RECORD IS NUMERIC
        MOVE PR-STATUS-DATE OF MASTER-RECORD
            TO WS-PT-STATUS-DATE (WS-PT-COUNT)
    ELSE
        MOVE 0 TO WS-PT-STATUS-DATE (WS-PT-COUNT)
    END-IF.
    MOVE 0 TO WS-PT-LAST-CHANGE (WS-PT-COUNT).
    MOVE 0 TO WS-PT-LAST-CONFIRM (WS-PT-COUNT).
    MOVE SPACE TO WS-PT-CONFIRM-KIND (WS-PT-COUNT).
    MOVE "N" TO WS-PT-IN-CAMPAIGN (WS-PT-COUNT).
    MOVE SPACES TO WS-PT-ADDRESS (WS-PT-COUNT).
    MOVE SPACES TO WS-PT-PHONE (WS-PT-COUNT).
    MOVE SPACES TO WS-PT-EMAIL (WS-PT-COUNT).
    MOVE SPACE TO WS-PT-UNDELIVERABLE (WS-PT-COUNT).
1210-ADD-PERSON-EXIT.
    EXIT.

1300-LOAD-HISTORY.
    *> Último cambio de cada persona hecho por alguien que tuvo sus
    *> datos delante; los automáticos no confirman nada.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        GO TO 1300-LOAD-HISTORY-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HISTORY-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF HR-PROGRAM OF HISTORY-REC NOT = "AgeSweep"
                        AND HR-PROGRAM OF HISTORY-REC
                            NOT = "BranchClosure"
                        AND HR-PROGRAM OF HISTORY-REC
                            NOT = "PendingInquiry"
                        AND HR-CHANGE-DATE OF HISTORY-REC IS NUMERIC
                    MOVE HR-PERSON-ID OF HISTORY-REC TO WS-SEARCH-ID
                    PERFORM 1900-FIND-PERSON THRU 1900-FIND-PERSON-EXIT
                    IF WS-PT-FOUND > 0
                        IF HR-CHANGE-DATE OF HISTORY-REC
                                > WS-PT-LAST-CHANGE (WS-PT-FOUND)
                            MOVE HR-CHANGE-DATE OF HISTORY-REC
                                TO WS-PT-LAST-CHANGE (WS-PT-FOUND)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
1300-LOAD-HISTORY-EXIT.
    EXIT.

1400-LOAD-CONFIRMATIONS.
    *> Última confirmación de cada persona; si ese día se anotó
    *> alguna corrección, cuenta como corregida.
    OPEN INPUT CONFIRM-FILE.
    IF WS-CONFIRM-STATUS NOT = "00"
        GO TO 1400-LOAD-CONFIRMATIONS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CONFIRM-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF CF-DATE OF CONFIRM-REC IS NUMERIC
                    MOVE CF-PERSON-ID OF CONFIRM-REC TO WS-SEARCH-ID
                    PERFORM 1900-FIND-PERSON THRU 1900-FIND-PERSON-EXIT
                    IF WS-PT-FOUND > 0
                        PERFORM 1410-APPLY-CONFIRMATION
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONFIRM-FILE.
1400-LOAD-CONFIRMATIONS-EXIT.
    EXIT.

1410-APPLY-CONFIRMATION.
    IF CF-DATE OF CONFIRM-REC > WS-PT-LAST-CONFIRM (WS-PT-FOUND)
        MOVE CF-DATE OF CONFIRM-REC TO WS-PT-LAST-CONFIRM (WS-PT-FOUND)
        MOVE CF-OUTCOME OF CONFIRM-REC
            TO WS-PT-CONFIRM-KIND (WS-PT-FOUND)
    ELSE
        IF CF-DATE OF CONFIRM-REC = WS-PT-LAST-CONFIRM (WS-PT-FOUND)
                AND CF-CORRECTED OF CONFIRM-REC
            MOVE CF-OUTCOME OF CONFIRM-REC
                TO WS-PT-CONFIRM-KIND (WS-PT-FOUND)
        END-IF
    END-IF.
1410-APPLY-CONFIRMATION-EXIT.
    EXIT.

1500-COUNT-PENDING.
    *> La cola de pendientes admite 1000 líneas (PendingInquiry y
    *> ApplyPendingChanges las cargan en memoria).
    MOVE 0 TO WS-PEND-COUNT.
    OPEN INPUT PENDING-FILE.
    IF WS-PENDING-STATUS NOT = "00"
        GO TO 1500-COUNT-PENDING-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ PENDING-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF PENDING-RECORD NOT = SPACES
                    ADD 1 TO WS-PEND-COUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PENDING-FILE.
1500-COUNT-PENDING-EXIT.
    EXIT.

1600-LOAD-CONTACTS.
    *> La línea vigente de cada ID es la última de contactos.txt.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS NOT = "00"
        GO TO 1600-LOAD-CONTACTS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CONTACT-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE CT-PERSON-ID OF CONTACT-REC TO WS-SEARCH-ID
                PERFORM 1900-FIND-PERSON THRU 1900-FIND-PERSON-EXIT
                IF WS-PT-FOUND > 0
                    MOVE CT-ADDRESS OF CONTACT-REC
                        TO WS-PT-ADDRESS (WS-PT-FOUND)
                    MOVE CT-PHONE OF CONTACT-REC
                        TO WS-PT-PHONE (WS-PT-FOUND)
                    MOVE CT-EMAIL OF CONTACT-REC
                        TO WS-PT-EMAIL (WS-PT-FOUND)
                    MOVE CT-UNDELIVERABLE OF CONTACT-REC
                        TO WS-PT-UNDELIVERABLE (WS-PT-FOUND)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONTACT-FILE.
1600-LOAD-CONTACTS-EXIT.
    EXIT.

1700-CHOOSE-CAMPAIGN.
    *> La del informe: la indicada, la que se acaba de abrir o la
    *> última.
    IF WS-CAMPAIGN-ENV NOT = SPACES
        MOVE WS-CAMPAIGN-ENV TO WS-CAMPAIGN-ID
    END-IF.
    IF WS-CAMPAIGN-ID = 0
        PERFORM VARYING WS-RC-IDX FROM 1 BY 1
            UNTIL WS-RC-IDX > WS-RC-COUNT
            MOVE WS-RC-LINE (WS-RC-IDX) TO WS-RC-WORK
            IF RC-CAMPAIGN-ID OF WS-RC-WORK > WS-CAMPAIGN-ID
                MOVE RC-CAMPAIGN-ID OF WS-RC-WORK TO WS-CAMPAIGN-ID
            END-IF
        END-PERFORM
    END-IF.
    MOVE "N" TO WS-CAMPAIGN-EXISTS.
    PERFORM VARYING WS-RC-IDX FROM 1 BY 1
        UNTIL WS-RC-IDX > WS-RC-COUNT
        MOVE WS-RC-LINE (WS-RC-IDX) TO WS-RC-WORK
        IF RC-CAMPAIGN-ID OF WS-RC-WORK = WS-CAMPAIGN-ID
            MOVE "Y" TO WS-CAMPAIGN-EXISTS
            MOVE RC-DEADLINE OF WS-RC-WORK TO WS-REPORT-DEADLINE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-CAMPAIGN-EXISTS = "N"
        IF WS-CAMPAIGN-ID > 0
            DISPLAY "Aviso: no existe la campaña " WS-CAMPAIGN-ID
                "; no se emite informe."
        END-IF
        MOVE 0 TO WS-CAMPAIGN-ID
    END-IF.
1700-CHOOSE-CAMPAIGN-EXIT.
    EXIT.

1900-FIND-PERSON.
    *> Búsqueda binaria de WS-SEARCH-ID en la tabla del maestro.
    MOVE 0 TO WS-PT-FOUND.
    MOVE 1 TO WS-LOW.
    MOVE WS-PT-COUNT TO WS-HIGH.
    PERFORM UNTIL WS-LOW > WS-HIGH OR WS-PT-FOUND > 0
        COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
        EVALUATE TRUE
            WHEN WS-PT-ID (WS-MID) = WS-SEARCH-ID
                MOVE WS-MID TO WS-PT-FOUND
            WHEN WS-PT-ID (WS-MID) < WS-SEARCH-ID
                COMPUTE WS-LOW = WS-MID + 1
            WHEN OTHER
                IF WS-MID = 1
                    MOVE 0 TO WS-HIGH
                ELSE
                    COMPUTE WS-HIGH = WS-MID - 1
                END-IF
        END-EVALUATE
    END-PERFORM.
1900-FIND-PERSON-EXIT.
    EXIT.

2000-OPEN-CAMPAIGN.
    MOVE WS-TODAY-DATE TO WS-CAMPAIGN-ID.
    PERFORM VARYING WS-RC-IDX FROM 1 BY 1
        UNTIL WS-RC-IDX > WS-RC-COUNT
        MOVE WS-RC-LINE (WS-RC-IDX) TO WS-RC-WORK
        IF RC-CAMPAIGN-ID OF WS-RC-WORK = WS-CAMPAIGN-ID
            *> Abierta ya hoy: se sigue y se reimprime su lista.
            DISPLAY "La campaña " WS-CAMPAIGN-ID " ya está abierta; "
                "se reimprime su lista de contacto."
            GO TO 2000-OPEN-CAMPAIGN-EXIT
        END-IF
        IF RC-OPEN OF WS-RC-WORK
            MOVE RC-PERSON-ID OF WS-RC-WORK TO WS-SEARCH-ID
            PERFORM 1900-FIND-PERSON THRU 1900-FIND-PERSON-EXIT
            IF WS-PT-FOUND > 0
                MOVE "Y" TO WS-PT-IN-CAMPAIGN (WS-PT-FOUND)
            END-IF
        END-IF
    END-PERFORM.

    *> Sin tocar ni confirmar desde hace RECONFIRMA_ANOS años (el 29
    *> de febrero pasa al 28 si el año de corte no es bisiesto).
    MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE.
    SUBTRACT WS-YEARS FROM WS-CUTOFF-YEAR.
    IF WS-CUTOFF-MMDD = 0229
            AND FUNCTION TEST-DATE-YYYYMMDD (WS-CUTOFF-DATE) NOT = 0
        MOVE 0228 TO WS-CUTOFF-MMDD
    END-IF.
    COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) + WS-TERM-DAYS).

    MOVE 0 TO WS-SELECTED-COUNT.
    MOVE 0 TO WS-EXCLUDED-COUNT.
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1
        UNTIL WS-PT-IDX > WS-PT-COUNT
        PERFORM 2100-SELECT-ONE THRU 2100-SELECT-ONE-EXIT
        IF WS-ABORT = "Y"
            GO TO 2000-OPEN-CAMPAIGN-EXIT
        END-IF
    END-PERFORM.
    IF WS-SELECTED-COUNT = 0
        DISPLAY "Ninguna persona activa lleva " WS-YEARS " años sin "
            "cambios ni confirmación; no se abre campaña."
        MOVE 0 TO WS-CAMPAIGN-ID
        MOVE "N" TO WS-PRINT-LIST
        GO TO 2000-OPEN-CAMPAIGN-EXIT
    END-IF.
    MOVE "Y" TO WS-RC-CHANGED.
    DISPLAY "Campaña " WS-CAMPAIGN-ID " abierta: " WS-SELECTED-COUNT
        " personas, plazo hasta " WS-DEADLINE ".".
    IF WS-EXCLUDED-COUNT > 0
        DISPLAY "  " WS-EXCLUDED-COUNT " personas ya estaban en una "
            "campaña sin cerrar y no se vuelven a elegir."
    END-IF.
2000-OPEN-CAMPAIGN-EXIT.
    EXIT.

2100-SELECT-ONE.
    IF WS-PT-ACTIVE (WS-PT-IDX) NOT = "Y"
        GO TO 2100-SELECT-ONE-EXIT
    END-IF.
    MOVE WS-PT-STATUS-DATE (WS-PT-IDX) TO WS-LAST-TOUCH.
    IF WS-PT-LAST-CHANGE (WS-PT-IDX) > WS-LAST-TOUCH
        MOVE WS-PT-LAST-CHANGE (WS-PT-IDX) TO WS-LAST-TOUCH
    END-IF.
    IF WS-PT-LAST-CONFIRM (WS-PT-IDX) > WS-LAST-TOUCH
        MOVE WS-PT-LAST-CONFIRM (WS-PT-IDX) TO WS-LAST-TOUCH
    END-IF.
    IF WS-LAST-TOUCH >= WS-CUTOFF-DATE
        GO TO 2100-SELECT-ONE-EXIT
    END-IF.
    IF WS-PT-IN-CAMPAIGN (WS-PT-IDX) = "Y"
        ADD 1 TO WS-EXCLUDED-COUNT
        GO TO 2100-SELECT-ONE-EXIT
    END-IF.
    IF WS-RC-COUNT >= 10000
        DISPLAY "Error: 'reconfirmacion.txt' llegaría a más de 10000 "
            "líneas; no se abre la campaña."
        MOVE "Y" TO WS-ABORT
        GO TO 2100-SELECT-ONE-EXIT
    END-IF.
    MOVE SPACES TO WS-RC-WORK.
    MOVE WS-CAMPAIGN-ID TO RC-CAMPAIGN-ID OF WS-RC-WORK.
    MOVE WS-PT-ID (WS-PT-IDX) TO RC-PERSON-ID OF WS-RC-WORK.
    MOVE WS-PT-BRANCH (WS-PT-IDX) TO RC-BRANCH-CODE OF WS-RC-WORK.
    MOVE WS-PT-NAME (WS-PT-IDX) TO RC-NAME OF WS-RC-WORK.
    MOVE WS-LAST-TOUCH TO RC-LAST-TOUCH OF WS-RC-WORK.
    MOVE WS-DEADLINE TO RC-DEADLINE OF WS-RC-WORK.
    SET RC-PENDING OF WS-RC-WORK TO TRUE.
    MOVE WS-TODAY-DATE TO RC-STATUS-DATE OF WS-RC-WORK.
    MOVE 0 TO RC-EFFECTIVE-DATE OF WS-RC-WORK.
    ADD 1 TO WS-RC-COUNT.
    MOVE WS-RC-WORK TO WS-RC-LINE (WS-RC-COUNT).
    ADD 1 TO WS-SELECTED-COUNT.
2100-SELECT-ONE-EXIT.
    EXIT.

3000-FOLLOW-UP.
    *> Todas las personas de campañas sin cerrar, no sólo las de la
    *> campaña del informe: una campaña antigua puede seguir con
    *> bajas programadas.
    MOVE 0 TO WS-SCHED-COUNT.
    MOVE 0 TO WS-LATE-COUNT.
    MOVE "N" TO WS-PEND-OPEN.
    MOVE "N" TO WS-PEND-ERROR.
    COMPUTE WS-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) + WS-NOTICE-DAYS).
    PERFORM VARYING WS-RC-IDX FROM 1 BY 1
        UNTIL WS-RC-IDX > WS-RC-COUNT
        MOVE WS-RC-LINE (WS-RC-IDX) TO WS-RC-WORK
        IF RC-OPEN OF WS-RC-WORK
            PERFORM 3100-UPDATE-ONE THRU 3100-UPDATE-ONE-EXIT
        END-IF
    END-PERFORM.
    IF WS-PEND-OPEN = "Y"
        CLOSE PENDING-FILE
    END-IF.
3000-FOLLOW-UP-EXIT.
    EXIT.

3100-UPDATE-ONE.
    MOVE RC-PERSON-ID OF WS-RC-WORK TO WS-SEARCH-ID.
    PERFORM 1900-FIND-PERSON THRU 1900-FIND-PERSON-EXIT.
    IF WS-PT-FOUND = 0
        *> Purgada o absorbida en una fusión.
        IF RC-SCHEDULED OF WS-RC-WORK
            SET RC-DEACTIVATED OF WS-RC-WORK TO TRUE
        ELSE
            SET RC-LEFT OF WS-RC-WORK TO TRUE
        END-IF
        PERFORM 3800-STORE-STATUS
        GO TO 3100-UPDATE-ONE-EXIT
    END-IF.
    IF WS-PT-ACTIVE (WS-PT-FOUND) NOT = "Y"
        IF RC-SCHEDULED OF WS-RC-WORK
            SET RC-DEACTIVATED OF WS-RC-WORK TO TRUE
        ELSE
            SET RC-LEFT OF WS-RC-WORK TO TRUE
        END-IF
        PERFORM 3800-STORE-STATUS
        GO TO 3100-UPDATE-ONE-EXIT
    END-IF.

    IF RC-SCHEDULED OF WS-RC-WORK
        IF WS-TODAY-DATE > RC-EFFECTIVE-DATE OF WS-RC-WORK
            *> Pasó la fecha efectiva y sigue activa: la baja se
            *> canceló en PendingInquiry.
            PERFORM 3200-RESOLVED-STATUS THRU 3200-RESOLVED-STATUS-EXIT
            IF RC-SCHEDULED OF WS-RC-WORK
                SET RC-RETAINED OF WS-RC-WORK TO TRUE
            END-IF
            PERFORM 3800-STORE-STATUS
        ELSE
            IF WS-PT-LAST-CONFIRM (WS-PT-FOUND)
                    >= RC-CAMPAIGN-ID OF WS-RC-WORK
                    AND WS-LATE-COUNT < 1000
                ADD 1 TO WS-LATE-COUNT
                MOVE WS-RC-IDX TO WS-LATE-RC-IDX (WS-LATE-COUNT)
            END-IF
        END-IF
        GO TO 3100-UPDATE-ONE-EXIT
    END-IF.

    PERFORM 3200-RESOLVED-STATUS THRU 3200-RESOLVED-STATUS-EXIT.
    IF NOT RC-PENDING OF WS-RC-WORK
        PERFORM 3800-STORE-STATUS
        GO TO 3100-UPDATE-ONE-EXIT
    END-IF.
    IF WS-TODAY-DATE > RC-DEADLINE OF WS-RC-WORK
        PERFORM 3300-SCHEDULE-ONE THRU 3300-SCHEDULE-ONE-EXIT
    END-IF.
3100-UPDATE-ONE-EXIT.
    EXIT.

3200-RESOLVED-STATUS.
    *> Confirmada o corregida desde que se abrió la campaña, o con
    *> los datos cambiados por otra vía; si no, el estado no cambia.
    IF WS-PT-LAST-CONFIRM (WS-PT-FOUND) >= RC-CAMPAIGN-ID OF WS-RC-WORK
        IF WS-PT-CONFIRM-KIND (WS-PT-FOUND) = "D"
            SET RC-CORRECTED OF WS-RC-WORK TO TRUE
        ELSE
            SET RC-CONFIRMED OF WS-RC-WORK TO TRUE
        END-IF
        GO TO 3200-RESOLVED-STATUS-EXIT
    END-IF.
    IF WS-PT-LAST-CHANGE (WS-PT-FOUND) >= RC-CAMPAIGN-ID OF WS-RC-WORK
        SET RC-CHANGED OF WS-RC-WORK TO TRUE
    END-IF.
3200-RESOLVED-STATUS-EXIT.
    EXIT.

3300-SCHEDULE-ONE.
    IF WS-PEND-ERROR = "Y"
        GO TO 3300-SCHEDULE-ONE-EXIT
    END-IF.
    IF WS-PEND-COUNT >= 1000
        ADD 1 TO WS-QUEUE-FULL-COUNT
        GO TO 3300-SCHEDULE-ONE-EXIT
    END-IF.
    IF WS-PEND-OPEN = "N"
        OPEN EXTEND PENDING-FILE
        IF WS-PENDING-STATUS = "35"
            OPEN OUTPUT PENDING-FILE
        END-IF
        IF WS-PENDING-STATUS NOT = "00"
            DISPLAY "Error: no se pudo escribir 'pendientes.txt' "
                "(status " WS-PENDING-STATUS "); no se programa "
                "ninguna baja."
            MOVE "Y" TO WS-PEND-ERROR
            GO TO 3300-SCHEDULE-ONE-EXIT
        END-IF
        MOVE "Y" TO WS-PEND-OPEN
    END-IF.
    MOVE SPACES TO PENDING-RECORD.
    STRING WS-EFFECTIVE-DATE DELIMITED BY SIZE
           ",B," DELIMITED BY SIZE
           RC-PERSON-ID OF WS-RC-WORK DELIMITED BY SIZE
           ",RECONFIRMACION" DELIMITED BY SIZE
        INTO PENDING-RECORD.
    WRITE PENDING-RECORD.
    ADD 1 TO WS-PEND-COUNT.
    SET RC-SCHEDULED OF WS-RC-WORK TO TRUE.
    MOVE WS-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE OF WS-RC-WORK.
    PERFORM 3800-STORE-STATUS.
    IF WS-SCHED-COUNT < 1000
        ADD 1 TO WS-SCHED-COUNT
        MOVE WS-RC-IDX TO WS-SCHED-RC-IDX (WS-SCHED-COUNT)
    END-IF.
3300-SCHEDULE-ONE-EXIT.
    EXIT.

3800-STORE-STATUS.
    MOVE WS-TODAY-DATE TO RC-STATUS-DATE OF WS-RC-WORK.
    MOVE WS-RC-WORK TO WS-RC-LINE (WS-RC-IDX).
    MOVE "Y" TO WS-RC-CHANGED.
3800-STORE-STATUS-EXIT.
    EXIT.

3900-SAVE-CAMPAIGNS.
    OPEN OUTPUT CAMPAIGN-FILE.
    IF WS-CAMPAIGN-STATUS NOT = "00"
        DISPLAY "Error: no se pudo reescribir 'reconfirmacion.txt' "
            "(status " WS-CAMPAIGN-STATUS ")."
        MOVE "Y" TO WS-ABORT
        GO TO 3900-SAVE-CAMPAIGNS-EXIT
    END-IF.
    PERFORM VARYING WS-RC-IDX FROM 1 BY 1
        UNTIL WS-RC-IDX > WS-RC-COUNT
        MOVE WS-RC-LINE (WS-RC-IDX) TO CAMPAIGN-REC
        WRITE CAMPAIGN-REC
    END-PERFORM.
    CLOSE CAMPAIGN-FILE.
3900-SAVE-CAMPAIGNS-EXIT.
    EXIT.

4000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'reconfirmacion.rpt' (status "
            WS-REPORT-STATUS ")."
        GO TO 4000-WRITE-REPORT-EXIT
    END-IF.
    PERFORM 4100-COUNT-BRANCHES.
    MOVE WS-CAMPAIGN-ID TO WS-DATE-WORK.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-DISPLAY TO WS-CAMPAIGN-DISPLAY.
    MOVE WS-REPORT-DEADLINE TO WS-DATE-WORK.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-DISPLAY TO WS-DEADLINE-DISPLAY.
    MOVE WS-TODAY-DATE TO WS-DATE-WORK.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-DISPLAY TO WS-TODAY-DISPLAY.

    MOVE SPACES TO REPORT-LINE.
    STRING "CAMPANA DE RECONFIRMACION DE DATOS   Campana: "
               DELIMITED BY SIZE
           WS-CAMPAIGN-DISPLAY DELIMITED BY SIZE
           "   Plazo: " DELIMITED BY SIZE
           WS-DEADLINE-DISPLAY DELIMITED BY SIZE
           "   Fecha: " DELIMITED BY SIZE
           WS-TODAY-DISPLAY DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " AVANCE POR SUCURSAL (FUERA = ya no activa por otro motivo; AVANCE = resueltas sobre seleccionadas)"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-PROGRESS-HEADER TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        PERFORM 4200-WRITE-BRANCH-LINE
    END-PERFORM.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM 4300-WRITE-TOTAL-LINE.
    IF WS-BT-OVERFLOW = "Y"
        MOVE " Aviso: mas de 200 sucursales; las que no caben solo cuentan en el total."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    PERFORM 4400-WRITE-SCHEDULED.
    PERFORM 4500-WRITE-LATE-CONFIRMED.
    PERFORM 4600-WRITE-CORRECTIONS THRU 4600-WRITE-CORRECTIONS-EXIT.
    CLOSE REPORT-FILE.
4000-WRITE-REPORT-EXIT.
    EXIT.

4100-COUNT-BRANCHES.
    MOVE 0 TO WS-BT-COUNT.
    INITIALIZE WS-TOTALS.
    PERFORM VARYING WS-RC-IDX FROM 1 BY 1
        UNTIL WS-RC-IDX > WS-RC-COUNT
        MOVE WS-RC-LINE (WS-RC-IDX) TO WS-RC-WORK
        IF RC-CAMPAIGN-ID OF WS-RC-WORK = WS-CAMPAIGN-ID
            MOVE RC-BRANCH-CODE OF WS-RC-WORK TO WS-SEARCH-BRANCH
            PERFORM 4150-FIND-BRANCH
            PERFORM 4160-COUNT-ONE
        END-IF
    END-PERFORM.
4100-COUNT-BRANCHES-EXIT.
    EXIT.

4150-FIND-BRANCH.
    MOVE 0 TO WS-BT-FOUND.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) = WS-SEARCH-BRANCH
            MOVE WS-BT-IDX TO WS-BT-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BT-FOUND = 0
        IF WS-BT-COUNT < 200
            ADD 1 TO WS-BT-COUNT
            MOVE WS-BT-COUNT TO WS-BT-FOUND
            INITIALIZE WS-BT-ENTRY (WS-BT-FOUND)
            MOVE WS-SEARCH-BRANCH TO WS-BT-CODE (WS-BT-FOUND)
        ELSE
            MOVE "Y" TO WS-BT-OVERFLOW
        END-IF
    END-IF.
4150-FIND-BRANCH-EXIT.
    EXIT.

4160-COUNT-ONE.
    ADD 1 TO WS-TOT-SELECTED.
    IF WS-BT-FOUND > 0
        ADD 1 TO WS-BT-SELECTED (WS-BT-FOUND)
    END-IF.
    EVALUATE TRUE
        WHEN RC-CONFIRMED OF WS-RC-WORK
            ADD 1 TO WS-TOT-CONFIRMED
            IF WS-BT-FOUND > 0
                ADD 1 TO WS-BT-CONFIRMED (WS-BT-FOUND)
            END-IF
        WHEN RC-CORRECTED OF WS-RC-WORK
            ADD 1 TO WS-TOT-CORRECTED
            IF WS-BT-FOUND > 0
                ADD 1 TO WS-BT-CORRECTED (WS-BT-FOUND)
            END-IF
        WHEN RC-CHANGED OF WS-RC-WORK
            ADD 1 TO WS-TOT-CHANGED
            IF WS-BT-FOUND > 0
                ADD 1 TO WS-BT-CHANGED (WS-BT-FOUND)
            END-IF
        WHEN RC-LEFT OF WS-RC-WORK
            ADD 1 TO WS-TOT-LEFT
            IF WS-BT-FOUND > 0
                ADD 1 TO WS-BT-LEFT (WS-BT-FOUND)
            END-IF
        WHEN RC-SCHEDULED OF WS-RC-WORK
            ADD 1 TO WS-TOT-SCHEDULED
            IF WS-BT-FOUND > 0
                ADD 1 TO WS-BT-SCHEDULED (WS-BT-FOUND)
            END-IF
        WHEN RC-DEACTIVATED OF WS-RC-WORK
            ADD 1 TO WS-TOT-DEACTIVATED
            IF WS-BT-FOUND > 0
                ADD 1 TO WS-BT-DEACTIVATED (WS-BT-FOUND)
            END-IF
        WHEN RC-RETAINED OF WS-RC-WORK
            ADD 1 TO WS-TOT-RETAINED
            IF WS-BT-FOUND > 0
                ADD 1 TO WS-BT-RETAINED (WS-BT-FOUND)
            END-IF
        WHEN OTHER
            ADD 1 TO WS-TOT-PENDING
            IF WS-BT-FOUND > 0
                ADD 1 TO WS-BT-PENDING (WS-BT-FOUND)
            END-IF
    END-EVALUATE.
4160-COUNT-ONE-EXIT.
    EXIT.

4200-WRITE-BRANCH-LINE.
    MOVE WS-BT-CODE (WS-BT-IDX) TO PL-BRANCH.
    MOVE WS-BT-SELECTED (WS-BT-IDX) TO PL-SELECTED.
    MOVE WS-BT-CONFIRMED (WS-BT-IDX) TO PL-CONFIRMED.
    MOVE WS-BT-CORRECTED (WS-BT-IDX) TO PL-CORRECTED.
    MOVE WS-BT-CHANGED (WS-BT-IDX) TO PL-CHANGED.
    MOVE WS-BT-LEFT (WS-BT-IDX) TO PL-LEFT.
    MOVE WS-BT-PENDING (WS-BT-IDX) TO PL-PENDING.
    MOVE WS-BT-SCHEDULED (WS-BT-IDX) TO PL-SCHEDULED.
    MOVE WS-BT-DEACTIVATED (WS-BT-IDX) TO PL-DEACTIVATED.
    MOVE WS-BT-RETAINED (WS-BT-IDX) TO PL-RETAINED.
    MOVE 0 TO WS-PERCENT.
    IF WS-BT-SELECTED (WS-BT-IDX) > 0
        COMPUTE WS-PERCENT ROUNDED =
            (WS-BT-SELECTED (WS-BT-IDX) - WS-BT-PENDING (WS-BT-IDX)
             - WS-BT-SCHEDULED (WS-BT-IDX)) * 100
            / WS-BT-SELECTED (WS-BT-IDX)
    END-IF.
    MOVE WS-PERCENT TO PL-PERCENT.
    MOVE WS-PROGRESS-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
4200-WRITE-BRANCH-LINE-EXIT.
    EXIT.

4300-WRITE-TOTAL-LINE.
    MOVE "TOT." TO PL-BRANCH.
    MOVE WS-TOT-SELECTED TO PL-SELECTED.
    MOVE WS-TOT-CONFIRMED TO PL-CONFIRMED.
    MOVE WS-TOT-CORRECTED TO PL-CORRECTED.
    MOVE WS-TOT-CHANGED TO PL-CHANGED.
    MOVE WS-TOT-LEFT TO PL-LEFT.
    MOVE WS-TOT-PENDING TO PL-PENDING.
    MOVE WS-TOT-SCHEDULED TO PL-SCHEDULED.
    MOVE WS-TOT-DEACTIVATED TO PL-DEACTIVATED.
    MOVE WS-TOT-RETAINED TO PL-RETAINED.
    MOVE 0 TO WS-PERCENT.
    IF WS-TOT-SELECTED > 0
        COMPUTE WS-PERCENT ROUNDED =
            (WS-TOT-SELECTED - WS-TOT-PENDING - WS-TOT-SCHEDULED) * 100
            / WS-TOT-SELECTED
    END-IF.
    MOVE WS-PERCENT TO PL-PERCENT.
    MOVE WS-PROGRESS-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
4300-WRITE-TOTAL-LINE-EXIT.
    EXIT.

4400-WRITE-SCHEDULED.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " BAJAS PROGRAMADAS EN ESTA PASADA (pendientes.txt; se pueden cancelar en PendingInquiry hasta la fecha efectiva)"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-SCHED-COUNT = 0
        MOVE "   (ninguna)" TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        MOVE " CAMPANA    SUC.  ID     NOMBRE               ULT.CONTACTO  LIMITE      EFECTIVA"
            TO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
            UNTIL WS-LIST-IDX > WS-SCHED-COUNT
            MOVE WS-RC-LINE (WS-SCHED-RC-IDX (WS-LIST-IDX))
                TO WS-RC-WORK
            PERFORM 4700-WRITE-PERSON-LINE
        END-PERFORM
    END-IF.
    IF WS-QUEUE-FULL-COUNT > 0
        MOVE WS-QUEUE-FULL-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING " Aviso: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " bajas vencidas no caben en pendientes.txt (1000 lineas); quedan pendientes para otra noche."
                   DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
4400-WRITE-SCHEDULED-EXIT.
    EXIT.

4500-WRITE-LATE-CONFIRMED.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " CONFIRMADAS CON LA BAJA YA PROGRAMADA: hay que cancelar la baja en PendingInquiry antes de la fecha efectiva"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-LATE-COUNT = 0
        MOVE "   (ninguna)" TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        MOVE " CAMPANA    SUC.  ID     NOMBRE               ULT.CONTACTO  LIMITE      EFECTIVA"
            TO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
            UNTIL WS-LIST-IDX > WS-LATE-COUNT
            MOVE WS-RC-LINE (WS-LATE-RC-IDX (WS-LIST-IDX))
                TO WS-RC-WORK
            PERFORM 4700-WRITE-PERSON-LINE
        END-PERFORM
    END-IF.
4500-WRITE-LATE-CONFIRMED-EXIT.
    EXIT.

4600-WRITE-CORRECTIONS.
    *> Las correcciones anotadas en la campaña: nombre, edad y
    *> sucursal que el maestro todavía no recoge salen como
    *> transacciones; el resto se corrige a mano.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " CORRECCIONES ANOTADAS EN LA CAMPANA" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " SUC.  ID     FECHA       C DATO CORRECTO                             ACCION"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    OPEN OUTPUT TRANS-FILE.
    IF WS-TRANS-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo crear "
            "'reconfirmacion_correcciones.txt' (status "
            WS-TRANS-STATUS "); no se generan transacciones."
    END-IF.
    MOVE "N" TO WS-MASTER-OPEN.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS = "00"
        MOVE "Y" TO WS-MASTER-OPEN
    END-IF.
    OPEN INPUT CONFIRM-FILE.
    IF WS-CONFIRM-STATUS NOT = "00"
        MOVE "   (ninguna)" TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 4600-CLOSE-FILES
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CONFIRM-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF CF-CAMPAIGN-ID OF CONFIRM-REC = WS-CAMPAIGN-ID
                        AND CF-CORRECTED OF CONFIRM-REC
                    MOVE CONFIRM-REC TO WS-CF-WORK
                    PERFORM 4610-ONE-CORRECTION
                        THRU 4610-ONE-CORRECTION-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONFIRM-FILE.
    IF WS-TRANS-COUNT + WS-MANUAL-COUNT + WS-ALREADY-COUNT = 0
        MOVE "   (ninguna)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
4600-CLOSE-FILES.
    IF WS-MASTER-OPEN = "Y"
        CLOSE MASTER-FILE
    END-IF.
    IF WS-TRANS-STATUS = "00"
        CLOSE TRANS-FILE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING " Transacciones generadas en reconfirmacion_correcciones.txt: "
               DELIMITED BY SIZE
           WS-TRANS-COUNT DELIMITED BY SIZE
           "   A mano: " DELIMITED BY SIZE
           WS-MANUAL-COUNT DELIMITED BY SIZE
           "   Ya corregidas: " DELIMITED BY SIZE
           WS-ALREADY-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
4600-WRITE-CORRECTIONS-EXIT.
    EXIT.

4610-ONE-CORRECTION.
    EVALUATE TRUE
        WHEN CF-FIELD-ADDRESS OF WS-CF-WORK
        WHEN CF-FIELD-PHONE OF WS-CF-WORK
        WHEN CF-FIELD-EMAIL OF WS-CF-WORK
            MOVE "A MANO: UpdateRecord" TO WS-ACTION
            ADD 1 TO WS-MANUAL-COUNT
        WHEN CF-FIELD-BIRTH OF WS-CF-WORK
            MOVE "A MANO (sin transaccion)" TO WS-ACTION
            ADD 1 TO WS-MANUAL-COUNT
        WHEN OTHER
            PERFORM 4620-CORRECTION-FOR-MASTER
                THRU 4620-CORRECTION-FOR-MASTER-EXIT
    END-EVALUATE.
    MOVE SPACES TO REPORT-LINE.
    MOVE CF-BRANCH-CODE OF WS-CF-WORK TO REPORT-LINE (2:4).
    MOVE CF-PERSON-ID OF WS-CF-WORK TO REPORT-LINE (8:6).
    MOVE CF-DATE OF WS-CF-WORK TO WS-DATE-WORK.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-DISPLAY TO REPORT-LINE (15:10).
    MOVE CF-FIELD OF WS-CF-WORK TO REPORT-LINE (27:1).
    MOVE CF-NEW-VALUE OF WS-CF-WORK TO REPORT-LINE (29:40).
    MOVE WS-ACTION TO REPORT-LINE (73:24).
    WRITE REPORT-LINE.
4610-ONE-CORRECTION-EXIT.
    EXIT.

4620-CORRECTION-FOR-MASTER.
    *> Nombre, edad y sucursal: se mira cómo está hoy el maestro.
    IF WS-MASTER-OPEN = "N"
        MOVE "BATCHMAINTENANCE" TO WS-ACTION
        GO TO 4620-CORRECTION-FOR-MASTER-EXIT
    END-IF.
    MOVE "N" TO WS-PERSON-ACTIVE.
    MOVE CF-PERSON-ID OF WS-CF-WORK TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF PR-STATUS-ACTIVE OF MASTER-RECORD
                MOVE "Y" TO WS-PERSON-ACTIVE
            END-IF
    END-READ.
    IF WS-PERSON-ACTIVE = "N"
        MOVE "NO: ya no esta activa" TO WS-ACTION
        GO TO 4620-CORRECTION-FOR-MASTER-EXIT
    END-IF.
    MOVE SPACES TO WS-MASTER-VALUE.
    EVALUATE TRUE
        WHEN CF-FIELD-NAME OF WS-CF-WORK
            MOVE PR-NAME OF MASTER-RECORD TO WS-MASTER-VALUE
        WHEN CF-FIELD-AGE OF WS-CF-WORK
            MOVE PR-AGE OF MASTER-RECORD TO WS-MASTER-VALUE
        WHEN CF-FIELD-BRANCH OF WS-CF-WORK
            MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-MASTER-VALUE
    END-EVALUATE.
    IF WS-MASTER-VALUE = CF-NEW-VALUE OF WS-CF-WORK
        MOVE "YA CORREGIDO" TO WS-ACTION
        ADD 1 TO WS-ALREADY-COUNT
        GO TO 4620-CORRECTION-FOR-MASTER-EXIT
    END-IF.
    MOVE "BATCHMAINTENANCE" TO WS-ACTION.
    IF WS-TRANS-STATUS NOT = "00"
        GO TO 4620-CORRECTION-FOR-MASTER-EXIT
    END-IF.
    MOVE SPACES TO TRANS-RECORD.
    EVALUATE TRUE
        WHEN CF-FIELD-NAME OF WS-CF-WORK
            STRING "U," DELIMITED BY SIZE
                   CF-PERSON-ID OF WS-CF-WORK DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(CF-NEW-VALUE OF WS-CF-WORK)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                INTO TRANS-RECORD
        WHEN CF-FIELD-AGE OF WS-CF-WORK
            MOVE CF-NEW-VALUE OF WS-CF-WORK (1:2) TO WS-AGE-X
            STRING "U," DELIMITED BY SIZE
                   CF-PERSON-ID OF WS-CF-WORK DELIMITED BY SIZE
                   ",," DELIMITED BY SIZE
                   WS-AGE-X DELIMITED BY SIZE
                INTO TRANS-RECORD
        WHEN CF-FIELD-BRANCH OF WS-CF-WORK
            STRING "T," DELIMITED BY SIZE
                   CF-PERSON-ID OF WS-CF-WORK DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   CF-NEW-VALUE OF WS-CF-WORK (1:4) DELIMITED BY SIZE
                INTO TRANS-RECORD
    END-EVALUATE.
    WRITE TRANS-RECORD.
    ADD 1 TO WS-TRANS-COUNT.
    MOVE "BATCHMAINTENANCE (gen.)" TO WS-ACTION.
4620-CORRECTION-FOR-MASTER-EXIT.
    EXIT.

4700-WRITE-PERSON-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE RC-CAMPAIGN-ID OF WS-RC-WORK TO WS-DATE-WORK.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-DISPLAY TO REPORT-LINE (2:10).
    MOVE RC-BRANCH-CODE OF WS-RC-WORK TO REPORT-LINE (13:4).
    MOVE RC-PERSON-ID OF WS-RC-WORK TO REPORT-LINE (19:6).
    MOVE RC-NAME OF WS-RC-WORK TO REPORT-LINE (26:20).
    IF RC-LAST-TOUCH OF WS-RC-WORK = 0
        MOVE "(sin fecha)" TO REPORT-LINE (47:11)
    ELSE
        MOVE RC-LAST-TOUCH OF WS-RC-WORK TO WS-DATE-WORK
        PERFORM 4900-FORMAT-DATE
        MOVE WS-DATE-DISPLAY TO REPORT-LINE (47:10)
    END-IF.
    MOVE RC-DEADLINE OF WS-RC-WORK TO WS-DATE-WORK.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-DISPLAY TO REPORT-LINE (61:10).
    MOVE RC-EFFECTIVE-DATE OF WS-RC-WORK TO WS-DATE-WORK.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-DISPLAY TO REPORT-LINE (73:10).
    WRITE REPORT-LINE.
4700-WRITE-PERSON-LINE-EXIT.
    EXIT.

4900-FORMAT-DATE.
    MOVE SPACES TO WS-DATE-DISPLAY.
    STRING WS-DATE-WORK-DAY   DELIMITED BY SIZE "/"
           WS-DATE-WORK-MONTH DELIMITED BY SIZE "/"
           WS-DATE-WORK-YEAR  DELIMITED BY SIZE
        INTO WS-DATE-DISPLAY.
4900-FORMAT-DATE-EXIT.
    EXIT.

5000-PRINT-CONTACT-LIST.
    MOVE WS-CAMPAIGN-ID TO WS-DATE-WORK.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-DISPLAY TO WS-CAMPAIGN-DISPLAY.
    MOVE WS-REPORT-DEADLINE TO WS-DATE-WORK.
    PERFORM 4900-FORMAT-DATE.
    MOVE WS-DATE-DISPLAY TO WS-DEADLINE-DISPLAY.
    OPEN OUTPUT LIST-FILE.
    IF WS-LIST-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'reconfirmacion_contactos.rpt' "
            "(status " WS-LIST-STATUS ")."
        GO TO 5000-PRINT-CONTACT-LIST-EXIT
    END-IF.
    MOVE 0 TO WS-PAGE-NUMBER.
    MOVE 0 TO WS-LISTED-COUNT.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SR-BRANCH
        ON ASCENDING KEY SR-PERSON-ID
        INPUT PROCEDURE IS 5100-RELEASE-OPEN
            THRU 5100-RELEASE-OPEN-EXIT
        OUTPUT PROCEDURE IS 5200-PRINT-LIST
            THRU 5200-PRINT-LIST-EXIT.
    IF WS-LISTED-COUNT = 0
        MOVE "****" TO WS-PAGE-BRANCH
        PERFORM 5900-WRITE-PAGE-HEADER
        MOVE " Nadie queda pendiente de confirmar en esta campana."
            TO LIST-LINE
        WRITE LIST-LINE
    END-IF.
    CLOSE LIST-FILE.
    DISPLAY "Lista de contacto: " WS-LISTED-COUNT " personas (ver "
        "'reconfirmacion_contactos.rpt').".
5000-PRINT-CONTACT-LIST-EXIT.
    EXIT.

5100-RELEASE-OPEN.
    *> Sólo las que aún no han confirmado ni salido.
    PERFORM VARYING WS-RC-IDX FROM 1 BY 1
        UNTIL WS-RC-IDX > WS-RC-COUNT
        MOVE WS-RC-LINE (WS-RC-IDX) TO WS-RC-WORK
        IF RC-CAMPAIGN-ID OF WS-RC-WORK = WS-CAMPAIGN-ID
                AND RC-OPEN OF WS-RC-WORK
            MOVE RC-PERSON-ID OF WS-RC-WORK TO WS-SEARCH-ID
            PERFORM 1900-FIND-PERSON THRU 1900-FIND-PERSON-EXIT
            IF WS-PT-FOUND > 0
                MOVE SPACES TO SORT-RECORD
                MOVE WS-PT-BRANCH (WS-PT-FOUND) TO SR-BRANCH
                MOVE RC-PERSON-ID OF WS-RC-WORK TO SR-PERSON-ID
                MOVE WS-RC-IDX TO SR-RC-IDX
                MOVE WS-PT-FOUND TO SR-PT-IDX
                RELEASE SORT-RECORD
            END-IF
        END-IF
    END-PERFORM.
5100-RELEASE-OPEN-EXIT.
    EXIT.

5200-PRINT-LIST.
    MOVE "N" TO WS-SORT-EOF.
    MOVE LOW-VALUES TO WS-PAGE-BRANCH.
    PERFORM UNTIL WS-SORT-EOF = "Y"
        RETURN SORT-WORK-FILE
            AT END MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                IF SR-BRANCH NOT = WS-PAGE-BRANCH
                    IF WS-LISTED-COUNT > 0
                        PERFORM 5400-WRITE-BRANCH-FOOTER
                    END-IF
                    MOVE SR-BRANCH TO WS-PAGE-BRANCH
                    MOVE 0 TO WS-BRANCH-LISTED
                    PERFORM 5900-WRITE-PAGE-HEADER
                END-IF
                PERFORM 5300-PRINT-ONE
        END-RETURN
    END-PERFORM.
    IF WS-LISTED-COUNT > 0
        PERFORM 5400-WRITE-BRANCH-FOOTER
    END-IF.
5200-PRINT-LIST-EXIT.
    EXIT.

5300-PRINT-ONE.
    MOVE WS-RC-LINE (SR-RC-IDX) TO WS-RC-WORK.
    MOVE SR-PT-IDX TO WS-PT-IDX.
    ADD 1 TO WS-LISTED-COUNT.
    ADD 1 TO WS-BRANCH-LISTED.
    MOVE SPACES TO LIST-LINE.
    MOVE WS-PT-ID (WS-PT-IDX) TO LIST-LINE (2:6).
    MOVE WS-PT-NAME (WS-PT-IDX) TO LIST-LINE (9:20).
    MOVE WS-PT-AGE (WS-PT-IDX) TO LIST-LINE (30:2).
    IF RC-LAST-TOUCH OF WS-RC-WORK = 0
        MOVE "(sin fecha)" TO LIST-LINE (34:11)
    ELSE
        MOVE RC-LAST-TOUCH OF WS-RC-WORK TO WS-DATE-WORK
        PERFORM 4900-FORMAT-DATE
        MOVE WS-DATE-DISPLAY TO LIST-LINE (34:10)
    END-IF.
    MOVE SPACES TO WS-ADDRESS-SHOWN.
    IF WS-PT-UNDELIVERABLE (WS-PT-IDX) = "P"
            OR WS-PT-UNDELIVERABLE (WS-PT-IDX) = "B"
        STRING "(DEVUELTA) " DELIMITED BY SIZE
               WS-PT-ADDRESS (WS-PT-IDX) DELIMITED BY SIZE
            INTO WS-ADDRESS-SHOWN
    ELSE
        MOVE WS-PT-ADDRESS (WS-PT-IDX) TO WS-ADDRESS-SHOWN
    END-IF.
    MOVE WS-ADDRESS-SHOWN TO LIST-LINE (46:40).
    MOVE WS-PT-PHONE (WS-PT-IDX) TO LIST-LINE (87:15).
    MOVE "[ ] Confirma  [ ] Corrige" TO LIST-LINE (104:25).
    WRITE LIST-LINE.
    MOVE SPACES TO LIST-LINE.
    IF WS-PT-UNDELIVERABLE (WS-PT-IDX) = "E"
            OR WS-PT-UNDELIVERABLE (WS-PT-IDX) = "B"
        STRING "(REBOTA) " DELIMITED BY SIZE
               WS-PT-EMAIL (WS-PT-IDX) DELIMITED BY SIZE
            INTO WS-ADDRESS-SHOWN
        MOVE WS-ADDRESS-SHOWN TO LIST-LINE (46:40)
    ELSE
        MOVE WS-PT-EMAIL (WS-PT-IDX) TO LIST-LINE (46:40)
    END-IF.
    IF RC-SCHEDULED OF WS-RC-WORK
        MOVE RC-EFFECTIVE-DATE OF WS-RC-WORK TO WS-DATE-WORK
        PERFORM 4900-FORMAT-DATE
        STRING "BAJA PROGRAMADA " DELIMITED BY SIZE
               WS-DATE-DISPLAY DELIMITED BY SIZE
            INTO LIST-LINE (87:26)
    END-IF.
    WRITE LIST-LINE.
5300-PRINT-ONE-EXIT.
    EXIT.

5400-WRITE-BRANCH-FOOTER.
    MOVE ALL "-" TO LIST-LINE.
    WRITE LIST-LINE.
    MOVE WS-BRANCH-LISTED TO WS-EDIT-COUNT.
    MOVE SPACES TO LIST-LINE.
    STRING " PERSONAS A CONTACTAR EN LA SUCURSAL: " DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
        INTO LIST-LINE.
    WRITE LIST-LINE.
5400-WRITE-BRANCH-FOOTER-EXIT.
    EXIT.

5900-WRITE-PAGE-HEADER.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO LIST-LINE
        WRITE LIST-LINE BEFORE ADVANCING PAGE
    END-IF.
    MOVE SPACES TO LIST-LINE.
    STRING "RECONFIRMACION - LISTA DE CONTACTO   Campana: "
               DELIMITED BY SIZE
           WS-CAMPAIGN-DISPLAY DELIMITED BY SIZE
           "   Plazo: " DELIMITED BY SIZE
           WS-DEADLINE-DISPLAY DELIMITED BY SIZE
           "   Pagina: " DELIMITED BY SIZE
           WS-PAGE-NUMBER DELIMITED BY SIZE
        INTO LIST-LINE.
    MOVE "SUCURSAL: " TO LIST-LINE (101:10).
    MOVE WS-PAGE-BRANCH TO LIST-LINE (111:4).
    WRITE LIST-LINE.
    MOVE ALL "-" TO LIST-LINE.
    WRITE LIST-LINE.
    MOVE " ID     NOMBRE               ED  ULT.CONTACTO DIRECCION / CORREO                       TELEFONO         RESULTADO"
        TO LIST-LINE.
    WRITE LIST-LINE.
    MOVE SPACES TO LIST-LINE.
    WRITE LIST-LINE.
5900-WRITE-PAGE-HEADER-EXIT.
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
    STRING "ABRE=" DELIMITED BY SIZE
           WS-SELECTED-COUNT DELIMITED BY SIZE
           " BAJAS=" DELIMITED BY SIZE
           WS-SCHED-COUNT DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "ReconfirmCampaign" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
