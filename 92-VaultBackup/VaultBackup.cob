IDENTIFICATION DIVISION.
PROGRAM-ID. VaultBackup.
*> Depósito de recuperación ante desastres. La instantánea de
*> SnapshotPersonas y las copias de fin de día sólo protegen el
*> maestro; si se pierde la máquina se pierden también los ficheros
*> que lo acompañan. Este programa mete en un único fichero fechado,
*> BOVEDA.AAAAMMDD (ver VAULTREC.cpy), el maestro, la marca de agua,
*> los ficheros compañeros, las tablas y catálogos, los marcadores de
*> extracción y cartas, el diario y la bitácora de auditoría, con un
*> manifiesto que da para cada miembro los registros copiados y su
*> suma de control. Un miembro que no existe se anota como ausente
*> sin detener la toma. VaultRestore verifica el depósito y lo
*> repone en un directorio vacío.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "personas.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS PR-PERSON-ID OF MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.
    SELECT MEMBER-FILE ASSIGN TO WS-MEMBER-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MEMBER-STATUS.
    SELECT VAULT-FILE ASSIGN TO WS-VAULT-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-VAULT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD MEMBER-FILE.
01 MEMBER-RECORD PIC X(250).

FD VAULT-FILE.
    COPY VAULTREC REPLACING VAULT-RECORD BY VAULT-REC.

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-MEMBER-STATUS PIC XX VALUE "00".
01 WS-VAULT-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-MEMBER-FILE-NAME PIC X(30) VALUE SPACES.
01 WS-VAULT-FILE-NAME PIC X(30) VALUE SPACES.
01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-RUN-TIME PIC 9(08) VALUE 0.
01 WS-OPERATOR PIC X(20) VALUE SPACES.

*> Miembros del depósito, en el orden en que se copian.
01 WS-VM-TABLE.
    05 WS-VM-ENTRY OCCURS 50 TIMES.
        10 WS-VM-NAME     PIC X(30).
        10 WS-VM-PRESENT  PIC X(01).
        10 WS-VM-COUNT    PIC 9(08).
        10 WS-VM-CHECK    PIC 9(08).
01 WS-VM-COUNT-MEMBERS PIC 9(02) VALUE 0.
01 WS-VM-IDX PIC 9(02) VALUE 0.
01 WS-NEW-MEMBER-NAME PIC X(30) VALUE SPACES.

*> Suma de control encadenada, con la fórmula de AuditSeal.
01 WS-CHECK-WORK PIC 9(12) VALUE 0.
01 WS-SCAN-POS PIC 9(03) VALUE 0.
01 WS-CHAR-ORD PIC 9(03) VALUE 0.

01 WS-DATA-LINES PIC 9(08) VALUE 0.
01 WS-PRESENT-COUNT PIC 9(02) VALUE 0.
01 WS-ABSENT-COUNT PIC 9(02) VALUE 0.

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
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERADOR".
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    END-IF.
    MOVE SPACES TO WS-VAULT-FILE-NAME.
    STRING "BOVEDA." DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO WS-VAULT-FILE-NAME.

    PERFORM 1000-INIT-MEMBERS.

    OPEN OUTPUT VAULT-FILE.
    IF WS-VAULT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear '"
            FUNCTION TRIM(WS-VAULT-FILE-NAME) "' (status "
            WS-VAULT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO VAULT-REC.
    SET VT-TYPE-HEADER OF VAULT-REC TO TRUE.
    MOVE 0 TO VT-MEMBER-NO OF VAULT-REC.
    MOVE WS-RUN-DATE TO VH-VAULT-DATE OF VAULT-REC.
    MOVE WS-RUN-TIME TO VH-VAULT-TIME OF VAULT-REC.
    MOVE WS-OPERATOR TO VH-OPERATOR OF VAULT-REC.
    WRITE VAULT-REC.

    *> El maestro es el miembro 01 y se lee por su organización
    *> indexada; el resto son secuenciales de línea.
    PERFORM 2000-COPY-MASTER THRU 2000-COPY-MASTER-EXIT.
    IF WS-VM-PRESENT (1) = "E"
        DISPLAY "Error: no se pudo leer 'personas.txt' (status "
            WS-FILE-STATUS "); no se toma un depósito sin el "
            "maestro."
        CLOSE VAULT-FILE
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM VARYING WS-VM-IDX FROM 2 BY 1
        UNTIL WS-VM-IDX > WS-VM-COUNT-MEMBERS
        PERFORM 2100-COPY-MEMBER THRU 2100-COPY-MEMBER-EXIT
    END-PERFORM.

    PERFORM 3000-WRITE-MANIFEST.
    CLOSE VAULT-FILE.

    DISPLAY "Depósito '" FUNCTION TRIM(WS-VAULT-FILE-NAME)
        "' escrito: " WS-PRESENT-COUNT " miembros copiados, "
        WS-ABSENT-COUNT " ausentes, " WS-DATA-LINES " registros.".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

1000-INIT-MEMBERS.
    *> Un fichero nuevo que deba sobrevivir a la pérdida de la
    *> máquina se añade aquí; el maestro va siempre el primero y
    *> los nuevos al final, para no renumerar depósitos ya hechos.
    MOVE 0 TO WS-VM-COUNT-MEMBERS.
    MOVE "personas.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "personas.lastid" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "contactos.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "notas.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "hogares.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "alias.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "relaciones.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "documentos.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "consentimientos.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "defunciones.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "pendientes.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "claves_central.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "historial.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "sucursales.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "sucursales.map" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "operadores.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "codigos_postales.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "calendario.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "archivos.cat" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "generaciones.cat" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "delta.bmk" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "cartas.bmk" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "diario.jrn" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "auditoria.log" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "auditoria.sig" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "periodos.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "ajustes_periodo.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "seguimientos.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "tarjetas.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "reconfirmacion.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "confirmaciones.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "cola_nombres.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "parejas.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "propuestas_hogar.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "correspondencia.log" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "extracciones.log" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "tarifas.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "estadisticas.hist" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "verificacion_muestra.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "verificacion_resultados.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
    MOVE "verificacion_tamanos.txt" TO WS-NEW-MEMBER-NAME.
    PERFORM 1050-ADD-MEMBER.
1000-INIT-MEMBERS-EXIT.
    EXIT.

1050-ADD-MEMBER.
    IF WS-VM-COUNT-MEMBERS < 50
        ADD 1 TO WS-VM-COUNT-MEMBERS
        MOVE WS-NEW-MEMBER-NAME TO WS-VM-NAME (WS-VM-COUNT-MEMBERS)
        MOVE "N" TO WS-VM-PRESENT (WS-VM-COUNT-MEMBERS)
        MOVE 0 TO WS-VM-COUNT (WS-VM-COUNT-MEMBERS)
        MOVE 0 TO WS-VM-CHECK (WS-VM-COUNT-MEMBERS)
    END-IF.
1050-ADD-MEMBER-EXIT.
    EXIT.

2000-COPY-MASTER.
    MOVE 1 TO WS-VM-IDX.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS = "35"
        *> Instalación sin maestro todavía: se anota como ausente.
        ADD 1 TO WS-ABSENT-COUNT
        GO TO 2000-COPY-MASTER-EXIT
    END-IF.
    IF WS-FILE-STATUS NOT = "00"
        MOVE "E" TO WS-VM-PRESENT (1)
        GO TO 2000-COPY-MASTER-EXIT
    END-IF.
    MOVE "S" TO WS-VM-PRESENT (1).
    ADD 1 TO WS-PRESENT-COUNT.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE SPACES TO VAULT-REC
                MOVE MASTER-RECORD TO VT-BODY OF VAULT-REC
                PERFORM 2500-WRITE-DATA-LINE
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.
2000-COPY-MASTER-EXIT.
    EXIT.

2100-COPY-MEMBER.
    MOVE WS-VM-NAME (WS-VM-IDX) TO WS-MEMBER-FILE-NAME.
    OPEN INPUT MEMBER-FILE.
    IF WS-MEMBER-STATUS NOT = "00"
        *> Los marcadores y tablas opcionales pueden no existir; el
        *> manifiesto lo refleja y la reposición no los crea.
        ADD 1 TO WS-ABSENT-COUNT
        GO TO 2100-COPY-MEMBER-EXIT
    END-IF.
    MOVE "S" TO WS-VM-PRESENT (WS-VM-IDX).
    ADD 1 TO WS-PRESENT-COUNT.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MEMBER-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE SPACES TO VAULT-REC
                MOVE MEMBER-RECORD TO VT-BODY OF VAULT-REC
                PERFORM 2500-WRITE-DATA-LINE
        END-READ
    END-PERFORM.
    CLOSE MEMBER-FILE.
2100-COPY-MEMBER-EXIT.
    EXIT.

2500-WRITE-DATA-LINE.
    SET VT-TYPE-DATA OF VAULT-REC TO TRUE.
    MOVE WS-VM-IDX TO VT-MEMBER-NO OF VAULT-REC.
    *> La suma de control encadena cada registro del miembro, byte a
    *> byte y con su posición, sobre el valor del registro anterior.
    MOVE WS-VM-CHECK (WS-VM-IDX) TO WS-CHECK-WORK.
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > 250
        COMPUTE WS-CHAR-ORD =
            FUNCTION ORD (VT-BODY OF VAULT-REC (WS-SCAN-POS:1))
        COMPUTE WS-CHECK-WORK = FUNCTION MOD
            (WS-CHECK-WORK * 31 + WS-CHAR-ORD * WS-SCAN-POS,
             99999989)
    END-PERFORM.
    MOVE WS-CHECK-WORK TO WS-VM-CHECK (WS-VM-IDX).
    ADD 1 TO WS-VM-COUNT (WS-VM-IDX).
    ADD 1 TO WS-DATA-LINES.
    WRITE VAULT-REC.
2500-WRITE-DATA-LINE-EXIT.
    EXIT.

3000-WRITE-MANIFEST.
    PERFORM VARYING WS-VM-IDX FROM 1 BY 1
        UNTIL WS-VM-IDX > WS-VM-COUNT-MEMBERS
        MOVE SPACES TO VAULT-REC
        SET VT-TYPE-MANIFEST OF VAULT-REC TO TRUE
        MOVE WS-VM-IDX TO VT-MEMBER-NO OF VAULT-REC
        MOVE WS-VM-NAME (WS-VM-IDX) TO VM-MEMBER-NAME OF VAULT-REC
        IF WS-VM-PRESENT (WS-VM-IDX) = "S"
            SET VM-MEMBER-PRESENT OF VAULT-REC TO TRUE
        ELSE
            SET VM-MEMBER-ABSENT OF VAULT-REC TO TRUE
        END-IF
        MOVE WS-VM-COUNT (WS-VM-IDX) TO VM-RECORD-COUNT OF VAULT-REC
        MOVE WS-VM-CHECK (WS-VM-IDX) TO VM-CHECKSUM OF VAULT-REC
        WRITE VAULT-REC
    END-PERFORM.
    MOVE SPACES TO VAULT-REC.
    SET VT-TYPE-TRAILER OF VAULT-REC TO TRUE.
    MOVE 0 TO VT-MEMBER-NO OF VAULT-REC.
    MOVE WS-VM-COUNT-MEMBERS TO VX-MEMBER-COUNT OF VAULT-REC.
    MOVE WS-DATA-LINES TO VX-DATA-LINES OF VAULT-REC.
    WRITE VAULT-REC.
3000-WRITE-MANIFEST-EXIT.
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
    STRING "BOVEDA M=" DELIMITED BY SIZE
           WS-PRESENT-COUNT DELIMITED BY SIZE
           " R=" DELIMITED BY SIZE
           WS-DATA-LINES DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "VaultBackup" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
