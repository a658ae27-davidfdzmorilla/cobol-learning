IDENTIFICATION DIVISION.
PROGRAM-ID. OrphanSweep.
*> Barrido de integridad referencial de los ficheros compañeros del
*> maestro. La purga, la fusión y las bajas sólo tocan personas.txt,
*> así que contactos, notas, alias, documentos, consentimientos,
*> seguimientos, miembros de hogar, parejas de duplicados, propuestas
*> de hogar y de nombre, pendientes y reservas acaban apuntando a IDs
*> que ya no existen.
*> Cada ID de cada compañero se coteja con el maestro y los
*> huérfanos se listan por fichero y motivo:
*>   FUSIONADO  el ID quedó absorbido en otro (historial.txt de
*>              MergePersonas), con el superviviente vivo al final
*>              de la cadena de fusiones;
*>   PURGADO    el ID se borró en una purga (diario.jrn, borrado de
*>              PurgeInactive);
*>   NO EXISTE  ningún rastro: ID ilegible, superior a la marca de
*>              agua de personas.lastid o desaparecido sin purga ni
*>              fusión registradas.
*> En modo depuración (supervisor, con el bloqueo exclusivo del
*> maestro) las líneas de IDs fusionados se reapuntan al
*> superviviente y las de huérfanos verdaderos se retiran; todo lo
*> que se cambia o retira queda copiado en huerfanos.AAAAMMDD con la
*> línea original, igual que la purga guarda purgadas.AAAAMMDD.
*> Modo por la variable HUERFANOS_MODO (L listar, D depurar) o por
*> consola; detalle en huerfanos.rpt.

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
    SELECT LASTID-FILE ASSIGN TO "personas.lastid"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LASTID-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "historial.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "diario.jrn"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT COMP-FILE ASSIGN TO WS-COMP-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COMP-STATUS.
    SELECT WORK-FILE ASSIGN TO "huerfanos.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WORK-STATUS.
    SELECT RETIRED-FILE ASSIGN TO WS-RETIRED-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RETIRED-STATUS.
    SELECT REPORT-FILE ASSIGN TO "huerfanos.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD LASTID-FILE.
01 LASTID-LINE PIC 9(06).

FD HISTORY-FILE.
    COPY HISTREC REPLACING HISTORY-RECORD BY HISTORY-REC.

FD JOURNAL-FILE.
    COPY JRNREC REPLACING JOURNAL-RECORD BY JOURNAL-REC.

*> Fichero compañero en curso; cada uno tiene su propio layout, así
*> que aquí se trata como línea y el ID se toma por posición.
FD COMP-FILE.
01 COMP-LINE PIC X(200).

*> Copia de trabajo del compañero durante la depuración: se lee de
*> aquí y se reescribe el original.
FD WORK-FILE.
01 WORK-LINE PIC X(200).

*> Líneas reapuntadas o retiradas, con la línea original completa.
FD RETIRED-FILE.
01 RETIRED-LINE PIC X(250).

FD REPORT-FILE.
01 REPORT-LINE PIC X(120).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-LASTID-STATUS PIC XX VALUE "00".
01 WS-HISTORY-STATUS PIC XX VALUE "00".
01 WS-JOURNAL-STATUS PIC XX VALUE "00".
01 WS-COMP-STATUS PIC XX VALUE "00".
01 WS-WORK-STATUS PIC XX VALUE "00".
01 WS-RETIRED-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-COMP-FILE-NAME PIC X(20) VALUE SPACES.
01 WS-RETIRED-FILE-NAME PIC X(20) VALUE SPACES.
01 WS-RETIRED-OPEN PIC X VALUE "N".
01 WS-TODAY-DATE PIC 9(08) VALUE 0.
01 WS-OPERATOR PIC X(20) VALUE SPACES.

*> Modo de trabajo: "L" sólo lista, "D" depura.
01 WS-MODE PIC X VALUE "L".
01 WS-MODE-ENV PIC X VALUE SPACES.
01 WS-CONFIRM PIC X VALUE "N".

*> Ficheros compañeros que se barren y cómo se localiza el ID:
*>   S  un ID en la posición indicada (relaciones.txt entra dos
*>      veces, una por cada extremo de la relación);
*>   H  hogares.txt, sólo las líneas de miembro ("M");
*>   P  parejas.txt y propuestas_hogar.txt, dos IDs (menor y
*>      mayor);
*>   E  pendientes.txt, "AAAAMMDD,t,ID,...".
01 WS-CF-TABLE.
    05 WS-CF-ENTRY OCCURS 20 TIMES.
        10 WS-CF-NAME     PIC X(20).
        10 WS-CF-KIND     PIC X(01).
        10 WS-CF-POS      PIC 9(03).
        10 WS-CF-READ     PIC 9(07).
        10 WS-CF-MERGED   PIC 9(07).
        10 WS-CF-PURGED   PIC 9(07).
        10 WS-CF-NEVER    PIC 9(07).
        10 WS-CF-REPOINT  PIC 9(07).
        10 WS-CF-RETIRED  PIC 9(07).
        10 WS-CF-MISSING  PIC X(01).
01 WS-CF-COUNT PIC 9(02) VALUE 0.
01 WS-CF-IDX PIC 9(02) VALUE 0.
01 WS-CF-NEW-KIND PIC X VALUE SPACE.

*> Línea en curso y resultado de su comprobación.
01 WS-LINE PIC X(200) VALUE SPACES.
01 WS-LINE-NO PIC 9(07) VALUE 0.
01 WS-LINE-KEEP PIC X VALUE "Y".
01 WS-LINE-ORPHAN PIC X VALUE "N".
01 WS-LINE-CHANGED PIC X VALUE "N".
01 WS-ID-POS PIC 9(03) VALUE 0.
01 WS-ID-X PIC X(06) VALUE SPACES.
01 WS-ID-N REDEFINES WS-ID-X PIC 9(06).
01 WS-CHECK-ID PIC 9(06) VALUE 0.
01 WS-REASON PIC X(01) VALUE SPACE.
    88 WS-REASON-OK     VALUE " ".
    88 WS-REASON-MERGED VALUE "F".
    88 WS-REASON-PURGED VALUE "P".
    88 WS-REASON-NEVER  VALUE "N".
01 WS-REASON-TEXT PIC X(10) VALUE SPACES.
01 WS-SURVIVOR-ID PIC 9(06) VALUE 0.
01 WS-HOP-COUNT PIC 9(02) VALUE 0.
01 WS-PAIR-LOW-REASON PIC X(01) VALUE SPACE.
01 WS-PAIR-LOW-SURVIVOR PIC 9(06) VALUE 0.
01 WS-PAIR-HIGH-REASON PIC X(01) VALUE SPACE.
01 WS-PAIR-HIGH-SURVIVOR PIC 9(06) VALUE 0.
01 WS-PAIR-LOW-ID PIC 9(06) VALUE 0.
01 WS-PAIR-HIGH-ID PIC 9(06) VALUE 0.
01 WS-ACTION-TEXT PIC X(10) VALUE SPACES.

*> Marca de agua de IDs asignados.
01 WS-LASTID-VALUE PIC 9(06) VALUE 0.

*> Fusiones registradas: absorbido -> superviviente.
01 WS-MERGE-TABLE.
    05 WS-MG-ENTRY OCCURS 2000 TIMES.
        10 WS-MG-ABSORBED PIC 9(06).
        10 WS-MG-SURVIVOR PIC 9(06).
01 WS-MG-COUNT PIC 9(04) VALUE 0.
01 WS-MG-IDX PIC 9(04) VALUE 0.
01 WS-MG-FOUND PIC X VALUE "N".
01 WS-MG-OVERFLOW PIC X VALUE "N".

*> IDs borrados por la purga.
01 WS-PURGED-TABLE.
    05 WS-PG-ID PIC 9(06) OCCURS 5000 TIMES.
01 WS-PG-COUNT PIC 9(04) VALUE 0.
01 WS-PG-IDX PIC 9(04) VALUE 0.
01 WS-PG-OVERFLOW PIC X VALUE "N".

*> Imagen de trabajo para sacar el ID de las imágenes de 80 bytes.
COPY PERSONREC REPLACING PERSON-RECORD BY WS-IMAGE-RECORD.

*> Miembros de hogar ya presentes (grupo, ID), para no duplicar a
*> un superviviente que ya estaba en el mismo grupo al reapuntar.
01 WS-MEMBER-TABLE.
    05 WS-MB-ENTRY OCCURS 1000 TIMES.
        10 WS-MB-GROUP PIC 9(04).
        10 WS-MB-ID    PIC 9(06).
01 WS-MB-COUNT PIC 9(04) VALUE 0.
01 WS-MB-IDX PIC 9(04) VALUE 0.
01 WS-MB-FOUND PIC X VALUE "N".

01 WS-TOTAL-ORPHANS PIC 9(07) VALUE 0.
01 WS-TOTAL-REPOINT PIC 9(07) VALUE 0.
01 WS-TOTAL-RETIRED PIC 9(07) VALUE 0.

*> Niveles de autorización para operaciones destructivas.
COPY AUTHAREA REPLACING AUTH-AREA BY WS-AUTH-AREA.

*> Bloqueo de un solo escritor sobre personas.txt: mientras dura la
*> depuración nadie añade contactos ni notas a medio reescribir.
COPY LOCKAREA REPLACING LOCK-AREA BY WS-LOCK-AREA.
01 WS-LOCK-CONFIRM PIC X VALUE "N".

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

    ACCEPT WS-MODE-ENV FROM ENVIRONMENT "HUERFANOS_MODO".
    IF WS-MODE-ENV NOT = SPACES
        MOVE WS-MODE-ENV TO WS-MODE
    ELSE
        DISPLAY "¿(L)istar huérfanos o (D)epurarlos bajo supervisión?: "
            WITH NO ADVANCING
        ACCEPT WS-MODE
    END-IF.
    IF WS-MODE = "d"
        MOVE "D" TO WS-MODE
    END-IF.
    IF WS-MODE NOT = "D"
        MOVE "L" TO WS-MODE
    END-IF.

    IF WS-MODE = "D"
        PERFORM 0400-CHECK-SUPERVISOR THRU 0400-CHECK-SUPERVISOR-EXIT
    END-IF.
    IF WS-MODE = "D"
        PERFORM 0500-ACQUIRE-MASTER-LOCK
        IF LCK-BUSY OF WS-LOCK-AREA
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        IF WS-MODE = "D"
            PERFORM 0600-RELEASE-MASTER-LOCK
        END-IF
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM 1000-INIT-COMPANIONS.
    PERFORM 1100-READ-LASTID.
    PERFORM 1200-LOAD-MERGES THRU 1200-LOAD-MERGES-EXIT.
    PERFORM 1300-LOAD-PURGES THRU 1300-LOAD-PURGES-EXIT.

    MOVE SPACES TO WS-RETIRED-FILE-NAME.
    STRING "huerfanos." DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO WS-RETIRED-FILE-NAME.

    OPEN OUTPUT REPORT-FILE.
    IF WS-MODE = "D"
        MOVE "DEPURACION DE HUERFANOS EN FICHEROS COMPANEROS"
            TO REPORT-LINE
    ELSE
        MOVE "HUERFANOS EN FICHEROS COMPANEROS DEL MAESTRO"
            TO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Fecha " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
           "  fusiones conocidas " DELIMITED BY SIZE
           WS-MG-COUNT DELIMITED BY SIZE
           "  IDs purgados conocidos " DELIMITED BY SIZE
           WS-PG-COUNT DELIMITED BY SIZE
           "  marca de agua " DELIMITED BY SIZE
           WS-LASTID-VALUE DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM VARYING WS-CF-IDX FROM 1 BY 1
        UNTIL WS-CF-IDX > WS-CF-COUNT
        PERFORM 3000-SWEEP-FILE THRU 3000-SWEEP-FILE-EXIT
    END-PERFORM.

    PERFORM 6000-WRITE-SUMMARY.
    CLOSE REPORT-FILE.
    CLOSE MASTER-FILE.
    IF WS-RETIRED-OPEN = "Y"
        CLOSE RETIRED-FILE
    END-IF.
    IF WS-MODE = "D"
        PERFORM 0600-RELEASE-MASTER-LOCK
        DISPLAY "Depuración terminada: " WS-TOTAL-REPOINT
            " líneas reapuntadas, " WS-TOTAL-RETIRED " retiradas "
            "(copia en '" FUNCTION TRIM(WS-RETIRED-FILE-NAME) "')."
    ELSE
        DISPLAY "Huérfanos encontrados: " WS-TOTAL-ORPHANS
            " (detalle en 'huerfanos.rpt')."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

0400-CHECK-SUPERVISOR.
    MOVE 3 TO AUT-REQUIRED-LEVEL OF WS-AUTH-AREA.
    MOVE "DEPURAR HUERFANOS" TO AUT-OPERATION OF WS-AUTH-AREA.
    CALL "OperatorAuth" USING WS-AUTH-AREA.
    IF AUT-DENIED OF WS-AUTH-AREA
        DISPLAY "Operación denegada: "
            FUNCTION TRIM(AUT-OPERATION OF WS-AUTH-AREA)
            " exige nivel " AUT-REQUIRED-LEVEL OF WS-AUTH-AREA
            " y el operador "
            FUNCTION TRIM(AUT-OPERATOR OF WS-AUTH-AREA)
            " tiene nivel " AUT-OPERATOR-LEVEL OF WS-AUTH-AREA "."
        DISPLAY "Se continúa en modo listado."
        MOVE "L" TO WS-MODE
        GO TO 0400-CHECK-SUPERVISOR-EXIT
    END-IF.
    IF WS-MODE-ENV = SPACES
        DISPLAY "Se reapuntarán los IDs fusionados y se retirarán los "
            "huérfanos. ¿Confirmar? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
            DISPLAY "Depuración cancelada; se continúa en modo listado."
            MOVE "L" TO WS-MODE
        END-IF
    END-IF.
0400-CHECK-SUPERVISOR-EXIT.
    EXIT.

0500-ACQUIRE-MASTER-LOCK.
    SET LCK-REQ-ACQUIRE OF WS-LOCK-AREA TO TRUE.
    MOVE "OrphanSweep" TO LCK-PROGRAM OF WS-LOCK-AREA.
    CALL "PersonasLock" USING WS-LOCK-AREA.
    IF LCK-BUSY OF WS-LOCK-AREA
        DISPLAY "Fichero ocupado: 'personas.txt' está en uso por "
            FUNCTION TRIM(LCK-HOLDER-PROGRAM OF WS-LOCK-AREA)
            " / operador "
            FUNCTION TRIM(LCK-HOLDER-OPERATOR OF WS-LOCK-AREA)
            " desde las " LCK-HOLDER-TIME OF WS-LOCK-AREA "."
        IF WS-MODE-ENV = SPACES
            DISPLAY "¿Forzar el bloqueo bajo supervisión? (Y/N): "
                WITH NO ADVANCING
            ACCEPT WS-LOCK-CONFIRM
            IF WS-LOCK-CONFIRM = "Y" OR WS-LOCK-CONFIRM = "y"
                SET LCK-REQ-FORCE OF WS-LOCK-AREA TO TRUE
                CALL "PersonasLock" USING WS-LOCK-AREA
            END-IF
        END-IF
    END-IF.
0500-ACQUIRE-MASTER-LOCK-EXIT.
    EXIT.

0600-RELEASE-MASTER-LOCK.
    SET LCK-REQ-RELEASE OF WS-LOCK-AREA TO TRUE.
    MOVE "OrphanSweep" TO LCK-PROGRAM OF WS-LOCK-AREA.
    CALL "PersonasLock" USING WS-LOCK-AREA.
0600-RELEASE-MASTER-LOCK-EXIT.
    EXIT.

1000-INIT-COMPANIONS.
    *> Un fichero compañero nuevo se añade aquí con su nombre, su
    *> tipo y la posición del ID.
    MOVE 0 TO WS-CF-COUNT.
    MOVE "contactos.txt" TO WS-COMP-FILE-NAME.
    MOVE "S" TO WS-CF-NEW-KIND.
    MOVE 1 TO WS-ID-POS.
    PERFORM 1050-ADD-COMPANION.
    MOVE "notas.txt" TO WS-COMP-FILE-NAME.
    PERFORM 1050-ADD-COMPANION.
    MOVE "documentos.txt" TO WS-COMP-FILE-NAME.
    PERFORM 1050-ADD-COMPANION.
    MOVE "consentimientos.txt" TO WS-COMP-FILE-NAME.
    PERFORM 1050-ADD-COMPANION.
    MOVE "reservas.txt" TO WS-COMP-FILE-NAME.
    PERFORM 1050-ADD-COMPANION.
    MOVE "alias.txt" TO WS-COMP-FILE-NAME.
    MOVE 21 TO WS-ID-POS.
    PERFORM 1050-ADD-COMPANION.
    MOVE "relaciones.txt" TO WS-COMP-FILE-NAME.
    MOVE 1 TO WS-ID-POS.
    PERFORM 1050-ADD-COMPANION.
    MOVE 7 TO WS-ID-POS.
    PERFORM 1050-ADD-COMPANION.
    MOVE "seguimientos.txt" TO WS-COMP-FILE-NAME.
    PERFORM 1050-ADD-COMPANION.
    MOVE "cola_nombres.txt" TO WS-COMP-FILE-NAME.
    PERFORM 1050-ADD-COMPANION.
    MOVE "hogares.txt" TO WS-COMP-FILE-NAME.
    MOVE "H" TO WS-CF-NEW-KIND.
    MOVE 6 TO WS-ID-POS.
    PERFORM 1050-ADD-COMPANION.
    MOVE "parejas.txt" TO WS-COMP-FILE-NAME.
    MOVE "P" TO WS-CF-NEW-KIND.
    MOVE 1 TO WS-ID-POS.
    PERFORM 1050-ADD-COMPANION.
    MOVE "propuestas_hogar.txt" TO WS-COMP-FILE-NAME.
    PERFORM 1050-ADD-COMPANION.
    MOVE "pendientes.txt" TO WS-COMP-FILE-NAME.
    MOVE "E" TO WS-CF-NEW-KIND.
    MOVE 12 TO WS-ID-POS.
    PERFORM 1050-ADD-COMPANION.
1000-INIT-COMPANIONS-EXIT.
    EXIT.

1050-ADD-COMPANION.
    IF WS-CF-COUNT < 20
        ADD 1 TO WS-CF-COUNT
        MOVE WS-COMP-FILE-NAME TO WS-CF-NAME (WS-CF-COUNT)
        MOVE WS-CF-NEW-KIND TO WS-CF-KIND (WS-CF-COUNT)
        MOVE WS-ID-POS TO WS-CF-POS (WS-CF-COUNT)
        MOVE 0 TO WS-CF-READ (WS-CF-COUNT)
        MOVE 0 TO WS-CF-MERGED (WS-CF-COUNT)
        MOVE 0 TO WS-CF-PURGED (WS-CF-COUNT)
        MOVE 0 TO WS-CF-NEVER (WS-CF-COUNT)
        MOVE 0 TO WS-CF-REPOINT (WS-CF-COUNT)
        MOVE 0 TO WS-CF-RETIRED (WS-CF-COUNT)
        MOVE "N" TO WS-CF-MISSING (WS-CF-COUNT)
    END-IF.
1050-ADD-COMPANION-EXIT.
    EXIT.

1100-READ-LASTID.
    OPEN INPUT LASTID-FILE.
    IF WS-LASTID-STATUS = "00"
        READ LASTID-FILE
            AT END MOVE 0 TO LASTID-LINE
        END-READ
        MOVE LASTID-LINE TO WS-LASTID-VALUE
        CLOSE LASTID-FILE
    END-IF.
1100-READ-LASTID-EXIT.
    EXIT.

1200-LOAD-MERGES.
    *> MergePersonas deja una línea con el ID absorbido y, como
    *> imagen posterior, el registro superviviente.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        GO TO 1200-LOAD-MERGES-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HISTORY-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF HR-PROGRAM OF HISTORY-REC = "MergePersonas"
                    MOVE HR-AFTER-IMAGE OF HISTORY-REC
                        TO WS-IMAGE-RECORD
                    IF PR-PERSON-ID OF WS-IMAGE-RECORD IS NUMERIC
                            AND PR-PERSON-ID OF WS-IMAGE-RECORD
                                NOT = HR-PERSON-ID OF HISTORY-REC
                        IF WS-MG-COUNT < 2000
                            ADD 1 TO WS-MG-COUNT
                            MOVE HR-PERSON-ID OF HISTORY-REC
                                TO WS-MG-ABSORBED (WS-MG-COUNT)
                            MOVE PR-PERSON-ID OF WS-IMAGE-RECORD
                                TO WS-MG-SURVIVOR (WS-MG-COUNT)
                        ELSE
                            IF WS-MG-OVERFLOW = "N"
                                DISPLAY "Aviso: más de 2000 fusiones; "
                                    "el resto se trata como NO EXISTE."
                                MOVE "Y" TO WS-MG-OVERFLOW
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
1200-LOAD-MERGES-EXIT.
    EXIT.

1300-LOAD-PURGES.
    *> Cada registro purgado quedó en el diario como borrado de
    *> PurgeInactive con la imagen completa.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00"
        GO TO 1300-LOAD-PURGES-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ JOURNAL-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF JR-ACT-DELETE OF JOURNAL-REC
                        AND JR-PROGRAM OF JOURNAL-REC = "PurgeInactive"
                    MOVE JR-IMAGE OF JOURNAL-REC TO WS-IMAGE-RECORD
                    IF WS-PG-COUNT < 5000
                        ADD 1 TO WS-PG-COUNT
                        MOVE PR-PERSON-ID OF WS-IMAGE-RECORD
                            TO WS-PG-ID (WS-PG-COUNT)
                    ELSE
                        IF WS-PG-OVERFLOW = "N"
                            DISPLAY "Aviso: más de 5000 purgados en "
                                "el diario; el resto se trata como "
                                "NO EXISTE."
                            MOVE "Y" TO WS-PG-OVERFLOW
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-FILE.
1300-LOAD-PURGES-EXIT.
    EXIT.

3000-SWEEP-FILE.
    MOVE WS-CF-NAME (WS-CF-IDX) TO WS-COMP-FILE-NAME.
    MOVE 0 TO WS-LINE-NO.
    MOVE 0 TO WS-MB-COUNT.
    OPEN INPUT COMP-FILE.
    IF WS-COMP-STATUS NOT = "00"
        MOVE "Y" TO WS-CF-MISSING (WS-CF-IDX)
        GO TO 3000-SWEEP-FILE-EXIT
    END-IF.
    IF WS-MODE = "L"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ COMP-FILE
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE COMP-LINE TO WS-LINE
                    PERFORM 3100-CHECK-LINE THRU 3100-CHECK-LINE-EXIT
            END-READ
        END-PERFORM
        CLOSE COMP-FILE
        GO TO 3000-SWEEP-FILE-EXIT
    END-IF.

    *> Depuración: copia íntegra a la copia de trabajo y reescritura
    *> del original desde ella, línea a línea.
    OPEN OUTPUT WORK-FILE.
    IF WS-WORK-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'huerfanos.tmp' (status "
            WS-WORK-STATUS "); " FUNCTION TRIM(WS-COMP-FILE-NAME)
            " no se depura."
        CLOSE COMP-FILE
        GO TO 3000-SWEEP-FILE-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ COMP-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE COMP-LINE TO WORK-LINE
                WRITE WORK-LINE
                IF WS-CF-KIND (WS-CF-IDX) = "H"
                        AND COMP-LINE (1:1) = "M"
                    PERFORM 3050-REMEMBER-MEMBER
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COMP-FILE.
    CLOSE WORK-FILE.

    OPEN INPUT WORK-FILE.
    OPEN OUTPUT COMP-FILE.
    IF WS-COMP-STATUS NOT = "00"
        DISPLAY "Error: no se pudo reescribir '"
            FUNCTION TRIM(WS-COMP-FILE-NAME) "' (status "
            WS-COMP-STATUS "); queda intacto."
        CLOSE WORK-FILE
        GO TO 3000-SWEEP-FILE-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ WORK-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE WORK-LINE TO WS-LINE
                PERFORM 3100-CHECK-LINE THRU 3100-CHECK-LINE-EXIT
                IF WS-LINE-KEEP = "Y"
                    MOVE WS-LINE TO COMP-LINE
                    WRITE COMP-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE WORK-FILE.
    CLOSE COMP-FILE.
3000-SWEEP-FILE-EXIT.
    EXIT.

3050-REMEMBER-MEMBER.
    IF WS-MB-COUNT < 1000 AND COMP-LINE (2:4) IS NUMERIC
            AND COMP-LINE (6:6) IS NUMERIC
        ADD 1 TO WS-MB-COUNT
        MOVE COMP-LINE (2:4) TO WS-MB-GROUP (WS-MB-COUNT)
        MOVE COMP-LINE (6:6) TO WS-MB-ID (WS-MB-COUNT)
    END-IF.
3050-REMEMBER-MEMBER-EXIT.
    EXIT.

3100-CHECK-LINE.
    ADD 1 TO WS-LINE-NO.
    MOVE "Y" TO WS-LINE-KEEP.
    MOVE "N" TO WS-LINE-ORPHAN.
    MOVE "N" TO WS-LINE-CHANGED.
    IF WS-LINE = SPACES
        GO TO 3100-CHECK-LINE-EXIT
    END-IF.
    EVALUATE WS-CF-KIND (WS-CF-IDX)
        WHEN "H"
            *> Las líneas de grupo no llevan ID de persona.
            IF WS-LINE (1:1) NOT = "M"
                GO TO 3100-CHECK-LINE-EXIT
            END-IF
        WHEN "E"
            *> Sólo las líneas con la forma que escriben las altas de
            *> cambios programados; el resto lo rechaza la cadena.
            IF WS-LINE (9:1) NOT = "," OR WS-LINE (11:1) NOT = ","
                GO TO 3100-CHECK-LINE-EXIT
            END-IF
        WHEN "P"
            PERFORM 3400-CHECK-PAIR-LINE THRU 3400-CHECK-PAIR-LINE-EXIT
            GO TO 3100-CHECK-LINE-EXIT
    END-EVALUATE.
    ADD 1 TO WS-CF-READ (WS-CF-IDX).
    MOVE WS-CF-POS (WS-CF-IDX) TO WS-ID-POS.
    MOVE WS-LINE (WS-ID-POS:6) TO WS-ID-X.
    PERFORM 3200-CLASSIFY-ID THRU 3200-CLASSIFY-ID-EXIT.
    IF WS-REASON-OK
        GO TO 3100-CHECK-LINE-EXIT
    END-IF.
    MOVE "Y" TO WS-LINE-ORPHAN.
    PERFORM 3300-COUNT-REASON.
    MOVE SPACES TO WS-ACTION-TEXT.
    IF WS-MODE = "D"
        *> Una reserva viva de un ID que ya no existe no protege nada:
        *> se retira aunque el ID se fusionara.
        IF WS-REASON-MERGED AND WS-SURVIVOR-ID > 0
                AND WS-CF-NAME (WS-CF-IDX) NOT = "reservas.txt"
            PERFORM 3500-REPOINT-LINE THRU 3500-REPOINT-LINE-EXIT
        ELSE
            PERFORM 3600-RETIRE-LINE
        END-IF
    END-IF.
    PERFORM 3900-REPORT-ORPHAN.
3100-CHECK-LINE-EXIT.
    EXIT.

3200-CLASSIFY-ID.
    *> Deja en WS-REASON el motivo por el que WS-ID-X no está en el
    *> maestro (espacio si está) y, si se fusionó, el superviviente
    *> vivo al final de la cadena en WS-SURVIVOR-ID (cero si el
    *> superviviente también desapareció).
    SET WS-REASON-OK TO TRUE.
    MOVE 0 TO WS-SURVIVOR-ID.
    IF WS-ID-X IS NOT NUMERIC
        SET WS-REASON-NEVER TO TRUE
        GO TO 3200-CLASSIFY-ID-EXIT
    END-IF.
    MOVE WS-ID-N TO WS-CHECK-ID.
    IF WS-CHECK-ID = 0 OR WS-CHECK-ID = 999999
        SET WS-REASON-NEVER TO TRUE
        GO TO 3200-CLASSIFY-ID-EXIT
    END-IF.
    PERFORM 3250-ID-IN-MASTER.
    IF WS-FILE-STATUS = "00"
        GO TO 3200-CLASSIFY-ID-EXIT
    END-IF.
    PERFORM 3260-FIND-MERGE.
    IF WS-MG-FOUND = "Y"
        SET WS-REASON-MERGED TO TRUE
        *> Cadena de fusiones: A en B y luego B en C apunta a C.
        MOVE 0 TO WS-HOP-COUNT
        PERFORM UNTIL WS-HOP-COUNT > 10
            MOVE WS-MG-SURVIVOR (WS-MG-IDX) TO WS-CHECK-ID
            PERFORM 3250-ID-IN-MASTER
            IF WS-FILE-STATUS = "00"
                MOVE WS-CHECK-ID TO WS-SURVIVOR-ID
                EXIT PERFORM
            END-IF
            PERFORM 3260-FIND-MERGE
            IF WS-MG-FOUND = "N"
                EXIT PERFORM
            END-IF
            ADD 1 TO WS-HOP-COUNT
        END-PERFORM
        GO TO 3200-CLASSIFY-ID-EXIT
    END-IF.
    SET WS-REASON-NEVER TO TRUE.
    IF WS-CHECK-ID <= WS-LASTID-VALUE OR WS-LASTID-VALUE = 0
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > WS-PG-COUNT
            IF WS-PG-ID (WS-PG-IDX) = WS-CHECK-ID
                SET WS-REASON-PURGED TO TRUE
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF.
3200-CLASSIFY-ID-EXIT.
    EXIT.

3250-ID-IN-MASTER.
    MOVE WS-CHECK-ID TO PR-PERSON-ID OF MASTER-RECORD.
    READ MASTER-FILE
        INVALID KEY CONTINUE
    END-READ.
3250-ID-IN-MASTER-EXIT.
    EXIT.

3260-FIND-MERGE.
    MOVE "N" TO WS-MG-FOUND.
    PERFORM VARYING WS-MG-IDX FROM 1 BY 1
        UNTIL WS-MG-IDX > WS-MG-COUNT
        IF WS-MG-ABSORBED (WS-MG-IDX) = WS-CHECK-ID
            MOVE "Y" TO WS-MG-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
3260-FIND-MERGE-EXIT.
    EXIT.

3300-COUNT-REASON.
    ADD 1 TO WS-TOTAL-ORPHANS.
    EVALUATE TRUE
        WHEN WS-REASON-MERGED
            ADD 1 TO WS-CF-MERGED (WS-CF-IDX)
            MOVE "FUSIONADO" TO WS-REASON-TEXT
        WHEN WS-REASON-PURGED
            ADD 1 TO WS-CF-PURGED (WS-CF-IDX)
            MOVE "PURGADO" TO WS-REASON-TEXT
        WHEN OTHER
            ADD 1 TO WS-CF-NEVER (WS-CF-IDX)
            MOVE "NO EXISTE" TO WS-REASON-TEXT
    END-EVALUATE.
3300-COUNT-REASON-EXIT.
    EXIT.

3400-CHECK-PAIR-LINE.
    *> Una pareja de duplicados con un ID desaparecido ya no es una
    *> pareja que revisar: si un ID se fusionó en el otro, la pareja
    *> queda resuelta como fusionada; en cualquier otro caso se
    *> retira.
    ADD 1 TO WS-CF-READ (WS-CF-IDX).
    MOVE WS-LINE (1:6) TO WS-ID-X.
    PERFORM 3200-CLASSIFY-ID THRU 3200-CLASSIFY-ID-EXIT.
    MOVE WS-REASON TO WS-PAIR-LOW-REASON.
    MOVE WS-SURVIVOR-ID TO WS-PAIR-LOW-SURVIVOR.
    MOVE WS-CHECK-ID TO WS-PAIR-LOW-ID.
    MOVE WS-LINE (7:6) TO WS-ID-X.
    PERFORM 3200-CLASSIFY-ID THRU 3200-CLASSIFY-ID-EXIT.
    MOVE WS-REASON TO WS-PAIR-HIGH-REASON.
    MOVE WS-SURVIVOR-ID TO WS-PAIR-HIGH-SURVIVOR.
    MOVE WS-CHECK-ID TO WS-PAIR-HIGH-ID.
    IF WS-PAIR-LOW-REASON = SPACE AND WS-PAIR-HIGH-REASON = SPACE
        GO TO 3400-CHECK-PAIR-LINE-EXIT
    END-IF.
    MOVE "Y" TO WS-LINE-ORPHAN.
    IF WS-PAIR-LOW-REASON NOT = SPACE
        MOVE WS-PAIR-LOW-REASON TO WS-REASON
        MOVE WS-PAIR-LOW-SURVIVOR TO WS-SURVIVOR-ID
        MOVE WS-LINE (1:6) TO WS-ID-X
    ELSE
        MOVE WS-PAIR-HIGH-REASON TO WS-REASON
        MOVE WS-PAIR-HIGH-SURVIVOR TO WS-SURVIVOR-ID
        MOVE WS-LINE (7:6) TO WS-ID-X
    END-IF.
    PERFORM 3300-COUNT-REASON.
    MOVE SPACES TO WS-ACTION-TEXT.
    IF WS-MODE = "D"
        IF WS-LINE (13:1) = "P"
                AND ((WS-PAIR-LOW-REASON = "F"
                      AND WS-PAIR-LOW-SURVIVOR = WS-PAIR-HIGH-ID)
                  OR (WS-PAIR-HIGH-REASON = "F"
                      AND WS-PAIR-HIGH-SURVIVOR = WS-PAIR-LOW-ID))
            PERFORM 3700-KEEP-COPY THRU 3700-KEEP-COPY-EXIT
            MOVE "F" TO WS-LINE (13:1)
            MOVE WS-TODAY-DATE TO WS-LINE (14:8)
            MOVE WS-OPERATOR TO WS-LINE (22:20)
            MOVE "RESUELTA" TO WS-ACTION-TEXT
            ADD 1 TO WS-CF-REPOINT (WS-CF-IDX)
            ADD 1 TO WS-TOTAL-REPOINT
        ELSE
            PERFORM 3600-RETIRE-LINE
        END-IF
    END-IF.
    PERFORM 3900-REPORT-ORPHAN.
3400-CHECK-PAIR-LINE-EXIT.
    EXIT.

3500-REPOINT-LINE.
    *> En hogares.txt, si el superviviente ya es miembro del mismo
    *> grupo la línea del absorbido sobra.
    IF WS-CF-KIND (WS-CF-IDX) = "H"
        MOVE "N" TO WS-MB-FOUND
        PERFORM VARYING WS-MB-IDX FROM 1 BY 1
            UNTIL WS-MB-IDX > WS-MB-COUNT
            IF WS-MB-GROUP (WS-MB-IDX) = WS-LINE (2:4)
                    AND WS-MB-ID (WS-MB-IDX) = WS-SURVIVOR-ID
                MOVE "Y" TO WS-MB-FOUND
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-MB-FOUND = "Y"
            PERFORM 3600-RETIRE-LINE
            GO TO 3500-REPOINT-LINE-EXIT
        END-IF
        IF WS-MB-COUNT < 1000
            ADD 1 TO WS-MB-COUNT
            MOVE WS-LINE (2:4) TO WS-MB-GROUP (WS-MB-COUNT)
            MOVE WS-SURVIVOR-ID TO WS-MB-ID (WS-MB-COUNT)
        END-IF
    END-IF.
    PERFORM 3700-KEEP-COPY THRU 3700-KEEP-COPY-EXIT.
    MOVE WS-SURVIVOR-ID TO WS-ID-N.
    MOVE WS-ID-X TO WS-LINE (WS-ID-POS:6).
    MOVE "REAPUNTADA" TO WS-ACTION-TEXT.
    ADD 1 TO WS-CF-REPOINT (WS-CF-IDX).
    ADD 1 TO WS-TOTAL-REPOINT.
3500-REPOINT-LINE-EXIT.
    EXIT.

3600-RETIRE-LINE.
    PERFORM 3700-KEEP-COPY THRU 3700-KEEP-COPY-EXIT.
    MOVE "N" TO WS-LINE-KEEP.
    MOVE "RETIRADA" TO WS-ACTION-TEXT.
    ADD 1 TO WS-CF-RETIRED (WS-CF-IDX).
    ADD 1 TO WS-TOTAL-RETIRED.
3600-RETIRE-LINE-EXIT.
    EXIT.

3700-KEEP-COPY.
    *> La línea tal como estaba, antes de tocarla, con el fichero y
    *> el motivo: el rastro para deshacer a mano si hiciera falta.
    IF WS-RETIRED-OPEN = "N"
        OPEN EXTEND RETIRED-FILE
        IF WS-RETIRED-STATUS = "35"
            OPEN OUTPUT RETIRED-FILE
        END-IF
        IF WS-RETIRED-STATUS NOT = "00"
            DISPLAY "Aviso: no se pudo escribir '"
                FUNCTION TRIM(WS-RETIRED-FILE-NAME) "' (status "
                WS-RETIRED-STATUS ")."
            GO TO 3700-KEEP-COPY-EXIT
        END-IF
        MOVE "Y" TO WS-RETIRED-OPEN
    END-IF.
    MOVE SPACES TO RETIRED-LINE.
    STRING WS-COMP-FILE-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-REASON-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SURVIVOR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LINE DELIMITED BY SIZE
        INTO RETIRED-LINE.
    WRITE RETIRED-LINE.
3700-KEEP-COPY-EXIT.
    EXIT.

3900-REPORT-ORPHAN.
    MOVE SPACES TO REPORT-LINE.
    IF WS-REASON-MERGED AND WS-SURVIVOR-ID > 0
        STRING WS-COMP-FILE-NAME DELIMITED BY SIZE
               " linea " DELIMITED BY SIZE
               WS-LINE-NO DELIMITED BY SIZE
               " ID " DELIMITED BY SIZE
               WS-ID-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON-TEXT DELIMITED BY SIZE
               " en " DELIMITED BY SIZE
               WS-SURVIVOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
            INTO REPORT-LINE
    ELSE
        STRING WS-COMP-FILE-NAME DELIMITED BY SIZE
               " linea " DELIMITED BY SIZE
               WS-LINE-NO DELIMITED BY SIZE
               " ID " DELIMITED BY SIZE
               WS-ID-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON-TEXT DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
            INTO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
3900-REPORT-ORPHAN-EXIT.
    EXIT.

6000-WRITE-SUMMARY.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "FICHERO              IDS LEIDOS FUSIONADOS  PURGADOS NO EXISTE REAPUNTADAS RETIRADAS"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-CF-IDX FROM 1 BY 1
        UNTIL WS-CF-IDX > WS-CF-COUNT
        MOVE SPACES TO REPORT-LINE
        IF WS-CF-MISSING (WS-CF-IDX) = "Y"
            STRING WS-CF-NAME (WS-CF-IDX) DELIMITED BY SIZE
                   " (no existe)" DELIMITED BY SIZE
                INTO REPORT-LINE
        ELSE
            STRING WS-CF-NAME (WS-CF-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CF-READ (WS-CF-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-CF-MERGED (WS-CF-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CF-PURGED (WS-CF-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CF-NEVER (WS-CF-IDX) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-CF-REPOINT (WS-CF-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CF-RETIRED (WS-CF-IDX) DELIMITED BY SIZE
                INTO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    STRING "Total huerfanos: " DELIMITED BY SIZE
           WS-TOTAL-ORPHANS DELIMITED BY SIZE
           "  reapuntadas: " DELIMITED BY SIZE
           WS-TOTAL-REPOINT DELIMITED BY SIZE
           "  retiradas: " DELIMITED BY SIZE
           WS-TOTAL-RETIRED DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
6000-WRITE-SUMMARY-EXIT.
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
    IF WS-MODE = "D"
        STRING "DEPURADOS=" DELIMITED BY SIZE
               WS-TOTAL-ORPHANS DELIMITED BY SIZE
            INTO WS-AUDIT-DETAIL
    ELSE
        STRING "HUERFANOS=" DELIMITED BY SIZE
               WS-TOTAL-ORPHANS DELIMITED BY SIZE
            INTO WS-AUDIT-DETAIL
    END-IF.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "OrphanSweep" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
