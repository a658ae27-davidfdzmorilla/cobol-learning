IDENTIFICATION DIVISION.
PROGRAM-ID. PartnerReconcile.
*> Conciliación trimestral con el registro completo de la central.
*> PartnerIntake y PartnerOutbound sólo mueven incrementos; una vez
*> al trimestre la central manda su fichero ENTERO en el mismo
*> formato de ancho fijo:
*>   "H" + fecha AAAAMMDD + total de detalles (6)
*>   "D" + nombre (30) + edad (3) + sucursal (5) + nacimiento (8)
*>   "T" + total de detalles (6)
*> y aquí se casa con nuestro maestro activo (sin fallecidos) con
*> las reglas de DuplicateReport: nombre normalizado (mayúsculas,
*> sin acentos ni espacios) más fecha de nacimiento. Cada fila de la
*> central casa como mucho con una persona nuestra. Si los totales
*> de control no cuadran, el fichero se rechaza entero como en
*> PartnerIntake.
*> Salidas:
*>   conciliacion_central.rpt : sólo nuestros, sólo de la central,
*>                              casados con edad o sucursal
*>                              distintas y resumen por sucursal con
*>                              el porcentaje de casados;
*>   concilia_nuestros.txt    : IDs (columnas 1-6) de los que sólo
*>                              tenemos nosotros, para remesarlos con
*>                              PartnerOutbound (SALIDA_SELECCION);
*>   concilia_central.txt     : los que sólo tiene la central, en su
*>                              propio formato H/D/T, para revisarlos
*>                              y cargarlos con PartnerIntake.
*> Fichero de la central: CONCILIA_FICHERO o por consola.

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
    SELECT CENTRAL-FILE ASSIGN TO WS-CENTRAL-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CENTRAL-STATUS.
    SELECT REPORT-FILE ASSIGN TO "conciliacion_central.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
    SELECT OURS-FILE ASSIGN TO "concilia_nuestros.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OURS-STATUS.
    SELECT THEIRS-FILE ASSIGN TO "concilia_central.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-THEIRS-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY MASTER-RECORD.

FD CENTRAL-FILE.
01 CENTRAL-RECORD PIC X(80).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

FD OURS-FILE.
01 OURS-RECORD PIC X(80).

FD THEIRS-FILE.
01 THEIRS-RECORD PIC X(80).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-CENTRAL-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-OURS-STATUS PIC XX VALUE "00".
01 WS-THEIRS-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-CENTRAL-FILE-NAME PIC X(80) VALUE SPACES.
01 WS-CENTRAL-FILE-ENV PIC X(80) VALUE SPACES.
01 WS-TODAY-DATE PIC 9(08) VALUE 0.

*> Vista de la línea del fichero de la central.
01 WS-LINE-WORK.
    05 WS-LW-TYPE PIC X(01).
    05 WS-LW-REST PIC X(79).
01 WS-HEADER-VIEW REDEFINES WS-LINE-WORK.
    05 FILLER        PIC X(01).
    05 WS-HV-DATE    PIC X(08).
    05 WS-HV-COUNT   PIC X(06).
    05 FILLER        PIC X(65).
01 WS-DETAIL-VIEW REDEFINES WS-LINE-WORK.
    05 FILLER        PIC X(01).
    05 WS-DV-NAME    PIC X(30).
    05 WS-DV-AGE     PIC X(03).
    05 WS-DV-BRANCH  PIC X(05).
    05 WS-DV-BIRTH   PIC X(08).
    05 FILLER        PIC X(33).
01 WS-TRAILER-VIEW REDEFINES WS-LINE-WORK.
    05 FILLER        PIC X(01).
    05 WS-TV-COUNT   PIC X(06).
    05 FILLER        PIC X(73).

*> Totales de control, como en PartnerIntake.
01 WS-HEADER-SEEN PIC X VALUE "N".
01 WS-TRAILER-SEEN PIC X VALUE "N".
01 WS-HEADER-COUNT PIC 9(06) VALUE 0.
01 WS-TRAILER-COUNT PIC 9(06) VALUE 0.
01 WS-DETAIL-COUNT PIC 9(06) VALUE 0.
01 WS-FILE-DATE PIC 9(08) VALUE 0.
01 WS-CONTROL-OK PIC X VALUE "Y".

*> Nuestro maestro activo con su clave normalizada.
01 WS-OUR-TABLE.
    05 WS-OT-ENTRY OCCURS 5000 TIMES.
        10 WS-OT-ID     PIC 9(06).
        10 WS-OT-NAME   PIC X(20).
        10 WS-OT-AGE    PIC 9(03).
        10 WS-OT-BRANCH PIC X(04).
        10 WS-OT-BIRTH  PIC 9(08).
        10 WS-OT-KEY    PIC X(20).
        10 WS-OT-MATCH  PIC 9(04).
01 WS-OT-COUNT PIC 9(04) VALUE 0.
01 WS-OT-IDX PIC 9(04) VALUE 0.

*> Detalles de la central.
01 WS-THEIR-TABLE.
    05 WS-TT-ENTRY OCCURS 5000 TIMES.
        10 WS-TT-LINE   PIC X(47).
        10 WS-TT-AGE    PIC 9(03).
        10 WS-TT-AGE-OK PIC X(01).
        10 WS-TT-BRANCH PIC X(04).
        10 WS-TT-BIRTH  PIC 9(08).
        10 WS-TT-KEY    PIC X(20).
        10 WS-TT-MATCH  PIC 9(04).
01 WS-TT-COUNT PIC 9(04) VALUE 0.
01 WS-TT-IDX PIC 9(04) VALUE 0.
01 WS-TABLE-FULL PIC X VALUE "N".

*> Área de trabajo de la normalización del nombre (la misma que
*> DuplicateReport).
01 WS-NORM-WORK PIC X(40) VALUE SPACES.
01 WS-NORM-OUT PIC X(20) VALUE SPACES.
01 WS-NORM-IN-IDX PIC 9(02) VALUE 0.
01 WS-NORM-OUT-IDX PIC 9(02) VALUE 0.

*> Resumen por sucursal. Casillas: 1 nuestros, 2 de la central,
*> 3 casados, 4 sólo nuestros, 5 sólo central, 6 con diferencias.
01 WS-BRANCH-TABLE.
    05 WS-BT-ENTRY OCCURS 200 TIMES.
        10 WS-BT-CODE PIC X(04).
        10 WS-BT-CNT  PIC 9(06) OCCURS 6 TIMES.
01 WS-BT-COUNT PIC 9(03) VALUE 0.
01 WS-BT-IDX PIC 9(03) VALUE 0.
01 WS-BT-J PIC 9(03) VALUE 0.
01 WS-BT-SWAP PIC X(40).
01 WS-BT-FULL PIC X VALUE "N".
01 WS-CUR-BRANCH PIC X(04) VALUE SPACES.
01 WS-CUR-BT PIC 9(03) VALUE 0.
01 WS-SLOT PIC 9 VALUE 0.
01 WS-SLOT-IDX PIC 99 VALUE 0.
01 WS-TOTALS.
    05 WS-TOT PIC 9(06) OCCURS 6 TIMES.
01 WS-LINE-CNT.
    05 WS-LC PIC 9(06) OCCURS 6 TIMES.

01 WS-MATCHED-COUNT PIC 9(06) VALUE 0.
01 WS-OURS-ONLY-COUNT PIC 9(06) VALUE 0.
01 WS-THEIRS-ONLY-COUNT PIC 9(06) VALUE 0.
01 WS-DIFFER-COUNT PIC 9(06) VALUE 0.
01 WS-DIFF-TEXT PIC X(40) VALUE SPACES.
01 WS-PCT PIC 9(03) VALUE 0.
01 WS-CNT-DISPLAY PIC ZZZZZ9.
01 WS-PCT-DISPLAY PIC ZZ9.
01 WS-AGE-DISPLAY PIC ZZ9.

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
    ACCEPT WS-CENTRAL-FILE-ENV FROM ENVIRONMENT "CONCILIA_FICHERO".
    IF WS-CENTRAL-FILE-ENV NOT = SPACES
        MOVE WS-CENTRAL-FILE-ENV TO WS-CENTRAL-FILE-NAME
    ELSE
        DISPLAY "Registro completo de la central: " WITH NO ADVANCING
        ACCEPT WS-CENTRAL-FILE-NAME
    END-IF.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

    PERFORM 1000-VALIDATE-CONTROL-TOTALS
        THRU 1000-VALIDATE-CONTROL-TOTALS-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.
    IF WS-CONTROL-OK = "N"
        DISPLAY "Fichero RECHAZADO: los totales de control no cuadran "
            "(cabecera " WS-HEADER-COUNT ", pie " WS-TRAILER-COUNT
            ", detalles " WS-DETAIL-COUNT "). No se concilia."
        PERFORM 8000-WRITE-AUDIT-LOG
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM 2000-LOAD-MASTER THRU 2000-LOAD-MASTER-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.
    PERFORM 2500-LOAD-CENTRAL.
    PERFORM 3000-MATCH-ROWS.
    PERFORM 4000-WRITE-REPORT THRU 4000-WRITE-REPORT-EXIT.
    IF RETURN-CODE = 16
        GOBACK
    END-IF.
    PERFORM 5000-WRITE-OURS-ONLY THRU 5000-WRITE-OURS-ONLY-EXIT.
    PERFORM 5500-WRITE-THEIRS-ONLY THRU 5500-WRITE-THEIRS-ONLY-EXIT.

    DISPLAY "Conciliación con la central del " WS-FILE-DATE ": "
        WS-MATCHED-COUNT " casados (" WS-DIFFER-COUNT
        " con diferencias), " WS-OURS-ONLY-COUNT " sólo nuestros, "
        WS-THEIRS-ONLY-COUNT " sólo de la central.".
    DISPLAY "Informe en 'conciliacion_central.rpt'.".
    PERFORM 8000-WRITE-AUDIT-LOG.
    IF WS-TABLE-FULL = "Y" OR WS-BT-FULL = "Y"
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

1000-VALIDATE-CONTROL-TOTALS.
    OPEN INPUT CENTRAL-FILE.
    IF WS-CENTRAL-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir '"
            FUNCTION TRIM(WS-CENTRAL-FILE-NAME)
            "' (status " WS-CENTRAL-STATUS ")."
        MOVE "N" TO WS-CONTROL-OK
        MOVE 16 TO RETURN-CODE
        GO TO 1000-VALIDATE-CONTROL-TOTALS-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CENTRAL-FILE INTO WS-LINE-WORK
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                EVALUATE WS-LW-TYPE
                    WHEN "H"
                        MOVE "Y" TO WS-HEADER-SEEN
                        IF WS-HV-COUNT IS NUMERIC
                            MOVE WS-HV-COUNT TO WS-HEADER-COUNT
                        END-IF
                        IF WS-HV-DATE IS NUMERIC
                            MOVE WS-HV-DATE TO WS-FILE-DATE
                        END-IF
                    WHEN "T"
                        MOVE "Y" TO WS-TRAILER-SEEN
                        IF WS-TV-COUNT IS NUMERIC
                            MOVE WS-TV-COUNT TO WS-TRAILER-COUNT
                        END-IF
                    WHEN "D"
                        ADD 1 TO WS-DETAIL-COUNT
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE CENTRAL-FILE.
    IF WS-HEADER-SEEN = "N" OR WS-TRAILER-SEEN = "N"
        DISPLAY "Faltan la cabecera o el pie de control de la central."
        MOVE "N" TO WS-CONTROL-OK
    ELSE
        IF WS-HEADER-COUNT NOT = WS-DETAIL-COUNT
                OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
            MOVE "N" TO WS-CONTROL-OK
        END-IF
    END-IF.
1000-VALIDATE-CONTROL-TOTALS-EXIT.
    EXIT.

2000-LOAD-MASTER.
    OPEN INPUT MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "Error: no se pudo abrir 'personas.txt' (status "
            WS-FILE-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 2000-LOAD-MASTER-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                *> Mismo criterio que la remesa de PartnerOutbound:
                *> activos y no fallecidos.
                IF PR-TYPE-DETAIL OF MASTER-RECORD
                        AND NOT PR-ID-IS-TRAILER OF MASTER-RECORD
                        AND PR-STATUS-ACTIVE OF MASTER-RECORD
                        AND NOT PR-DECEASED OF MASTER-RECORD
                    PERFORM 2100-ADD-OUR-ROW THRU 2100-ADD-OUR-ROW-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MASTER-FILE.
2000-LOAD-MASTER-EXIT.
    EXIT.

2100-ADD-OUR-ROW.
    IF WS-OT-COUNT >= 5000
        IF WS-TABLE-FULL = "N"
            DISPLAY "Aviso: más de 5000 personas; el resto no se "
                "concilia."
            MOVE "Y" TO WS-TABLE-FULL
        END-IF
        GO TO 2100-ADD-OUR-ROW-EXIT
    END-IF.
    ADD 1 TO WS-OT-COUNT.
    MOVE PR-PERSON-ID OF MASTER-RECORD TO WS-OT-ID (WS-OT-COUNT).
    MOVE PR-NAME OF MASTER-RECORD TO WS-OT-NAME (WS-OT-COUNT).
    IF PR-AGE OF MASTER-RECORD IS NUMERIC
        MOVE PR-AGE OF MASTER-RECORD TO WS-OT-AGE (WS-OT-COUNT)
    ELSE
        MOVE 0 TO WS-OT-AGE (WS-OT-COUNT)
    END-IF.
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-OT-BRANCH (WS-OT-COUNT).
    IF PR-BIRTH-DATE OF MASTER-RECORD IS NUMERIC
        MOVE PR-BIRTH-DATE OF MASTER-RECORD TO WS-OT-BIRTH (WS-OT-COUNT)
    ELSE
        MOVE 0 TO WS-OT-BIRTH (WS-OT-COUNT)
    END-IF.
    MOVE PR-NAME OF MASTER-RECORD TO WS-NORM-WORK.
    PERFORM 2900-NORMALIZE-NAME.
    MOVE WS-NORM-OUT TO WS-OT-KEY (WS-OT-COUNT).
    MOVE 0 TO WS-OT-MATCH (WS-OT-COUNT).
    MOVE PR-BRANCH-CODE OF MASTER-RECORD TO WS-CUR-BRANCH.
    MOVE 1 TO WS-SLOT.
    PERFORM 3900-COUNT-BRANCH THRU 3900-COUNT-BRANCH-EXIT.
2100-ADD-OUR-ROW-EXIT.
    EXIT.

2500-LOAD-CENTRAL.
    OPEN INPUT CENTRAL-FILE.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ CENTRAL-FILE INTO WS-LINE-WORK
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-LW-TYPE = "D"
                    PERFORM 2600-ADD-THEIR-ROW
                        THRU 2600-ADD-THEIR-ROW-EXIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CENTRAL-FILE.
2500-LOAD-CENTRAL-EXIT.
    EXIT.

2600-ADD-THEIR-ROW.
    IF WS-TT-COUNT >= 5000
        IF WS-TABLE-FULL = "N"
            DISPLAY "Aviso: más de 5000 filas de la central; el resto "
                "no se concilia."
            MOVE "Y" TO WS-TABLE-FULL
        END-IF
        GO TO 2600-ADD-THEIR-ROW-EXIT
    END-IF.
    ADD 1 TO WS-TT-COUNT.
    MOVE WS-LINE-WORK (1:47) TO WS-TT-LINE (WS-TT-COUNT).
    IF WS-DV-AGE IS NUMERIC
        MOVE WS-DV-AGE TO WS-TT-AGE (WS-TT-COUNT)
        MOVE "Y" TO WS-TT-AGE-OK (WS-TT-COUNT)
    ELSE
        MOVE 0 TO WS-TT-AGE (WS-TT-COUNT)
        MOVE "N" TO WS-TT-AGE-OK (WS-TT-COUNT)
    END-IF.
    MOVE WS-DV-BRANCH (1:4) TO WS-TT-BRANCH (WS-TT-COUNT).
    IF WS-DV-BIRTH IS NUMERIC
        MOVE WS-DV-BIRTH TO WS-TT-BIRTH (WS-TT-COUNT)
    ELSE
        MOVE 0 TO WS-TT-BIRTH (WS-TT-COUNT)
    END-IF.
    *> Nuestro layout sólo guarda 20 caracteres de nombre: la clave
    *> sale de los mismos 20 que cargaría PartnerIntake.
    MOVE SPACES TO WS-NORM-WORK.
    MOVE WS-DV-NAME (1:20) TO WS-NORM-WORK.
    PERFORM 2900-NORMALIZE-NAME.
    MOVE WS-NORM-OUT TO WS-TT-KEY (WS-TT-COUNT).
    MOVE 0 TO WS-TT-MATCH (WS-TT-COUNT).
    MOVE WS-DV-BRANCH (1:4) TO WS-CUR-BRANCH.
    MOVE 2 TO WS-SLOT.
    PERFORM 3900-COUNT-BRANCH THRU 3900-COUNT-BRANCH-EXIT.
2600-ADD-THEIR-ROW-EXIT.
    EXIT.

2900-NORMALIZE-NAME.
    *> Normaliza WS-NORM-WORK en WS-NORM-OUT: letras acentuadas del
    *> juego UTF-8 sustituidas por su vocal base (el byte de cabecera
    *> C3 queda convertido en espacio), minúsculas a mayúsculas y
    *> todos los espacios eliminados, de forma que "José  García" y
    *> "JOSE GARCIA" produzcan la misma clave.
    INSPECT WS-NORM-WORK REPLACING ALL "á" BY " A".
    INSPECT WS-NORM-WORK REPLACING ALL "é" BY " E".
    INSPECT WS-NORM-WORK REPLACING ALL "í" BY " I".
    INSPECT WS-NORM-WORK REPLACING ALL "ó" BY " O".
    INSPECT WS-NORM-WORK REPLACING ALL "ú" BY " U".
    INSPECT WS-NORM-WORK REPLACING ALL "ü" BY " U".
    INSPECT WS-NORM-WORK REPLACING ALL "ñ" BY " N".
    INSPECT WS-NORM-WORK REPLACING ALL "Á" BY " A".
    INSPECT WS-NORM-WORK REPLACING ALL "É" BY " E".
    INSPECT WS-NORM-WORK REPLACING ALL "Í" BY " I".
    INSPECT WS-NORM-WORK REPLACING ALL "Ó" BY " O".
    INSPECT WS-NORM-WORK REPLACING ALL "Ú" BY " U".
    INSPECT WS-NORM-WORK REPLACING ALL "Ü" BY " U".
    INSPECT WS-NORM-WORK REPLACING ALL "Ñ" BY " N".
    INSPECT WS-NORM-WORK CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE SPACES TO WS-NORM-OUT.
    MOVE 0 TO WS-NORM-OUT-IDX.
    PERFORM VARYING WS-NORM-IN-IDX FROM 1 BY 1
        UNTIL WS-NORM-IN-IDX > 40 OR WS-NORM-OUT-IDX >= 20
        IF WS-NORM-WORK (WS-NORM-IN-IDX:1) NOT = SPACE
            ADD 1 TO WS-NORM-OUT-IDX
            MOVE WS-NORM-WORK (WS-NORM-IN-IDX:1)
                TO WS-NORM-OUT (WS-NORM-OUT-IDX:1)
        END-IF
    END-PERFORM.
2900-NORMALIZE-NAME-EXIT.
    EXIT.

3000-MATCH-ROWS.
    *> Cada fila de la central casa con la primera persona nuestra
    *> libre de igual clave y fecha de nacimiento; los duplicados de
    *> un lado que sobren quedan como no casados.
    PERFORM VARYING WS-TT-IDX FROM 1 BY 1
        UNTIL WS-TT-IDX > WS-TT-COUNT
        IF WS-TT-KEY (WS-TT-IDX) NOT = SPACES
            PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                UNTIL WS-OT-IDX > WS-OT-COUNT
                IF WS-OT-MATCH (WS-OT-IDX) = 0
                        AND WS-OT-KEY (WS-OT-IDX) = WS-TT-KEY (WS-TT-IDX)
                        AND WS-OT-BIRTH (WS-OT-IDX)
                            = WS-TT-BIRTH (WS-TT-IDX)
                    MOVE WS-TT-IDX TO WS-OT-MATCH (WS-OT-IDX)
                    MOVE WS-OT-IDX TO WS-TT-MATCH (WS-TT-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.
    *> Recuentos por sucursal: los casados y los sólo nuestros van a
    *> nuestra sucursal, los sólo de la central a la suya.
    PERFORM VARYING WS-OT-IDX FROM 1 BY 1
        UNTIL WS-OT-IDX > WS-OT-COUNT
        MOVE WS-OT-BRANCH (WS-OT-IDX) TO WS-CUR-BRANCH
        IF WS-OT-MATCH (WS-OT-IDX) = 0
            ADD 1 TO WS-OURS-ONLY-COUNT
            MOVE 4 TO WS-SLOT
            PERFORM 3900-COUNT-BRANCH THRU 3900-COUNT-BRANCH-EXIT
        ELSE
            ADD 1 TO WS-MATCHED-COUNT
            MOVE 3 TO WS-SLOT
            PERFORM 3900-COUNT-BRANCH THRU 3900-COUNT-BRANCH-EXIT
            MOVE WS-OT-MATCH (WS-OT-IDX) TO WS-TT-IDX
            IF WS-TT-AGE (WS-TT-IDX) NOT = WS-OT-AGE (WS-OT-IDX)
                    OR WS-TT-BRANCH (WS-TT-IDX)
                        NOT = WS-OT-BRANCH (WS-OT-IDX)
                ADD 1 TO WS-DIFFER-COUNT
                MOVE 6 TO WS-SLOT
                PERFORM 3900-COUNT-BRANCH THRU 3900-COUNT-BRANCH-EXIT
            END-IF
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-TT-IDX FROM 1 BY 1
        UNTIL WS-TT-IDX > WS-TT-COUNT
        IF WS-TT-MATCH (WS-TT-IDX) = 0
            ADD 1 TO WS-THEIRS-ONLY-COUNT
            MOVE WS-TT-BRANCH (WS-TT-IDX) TO WS-CUR-BRANCH
            MOVE 5 TO WS-SLOT
            PERFORM 3900-COUNT-BRANCH THRU 3900-COUNT-BRANCH-EXIT
        END-IF
    END-PERFORM.
3000-MATCH-ROWS-EXIT.
    EXIT.

3900-COUNT-BRANCH.
    MOVE 0 TO WS-CUR-BT.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        IF WS-BT-CODE (WS-BT-IDX) = WS-CUR-BRANCH
            MOVE WS-BT-IDX TO WS-CUR-BT
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-CUR-BT = 0
        IF WS-BT-COUNT >= 200
            MOVE "Y" TO WS-BT-FULL
            GO TO 3900-COUNT-BRANCH-EXIT
        END-IF
        ADD 1 TO WS-BT-COUNT
        MOVE WS-BT-COUNT TO WS-CUR-BT
        MOVE WS-CUR-BRANCH TO WS-BT-CODE (WS-CUR-BT)
        PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 6
            MOVE 0 TO WS-BT-CNT (WS-CUR-BT, WS-SLOT-IDX)
        END-PERFORM
    END-IF.
    ADD 1 TO WS-BT-CNT (WS-CUR-BT, WS-SLOT).
3900-COUNT-BRANCH-EXIT.
    EXIT.

4000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear 'conciliacion_central.rpt' "
            "(status " WS-REPORT-STATUS ")."
        MOVE 16 TO RETURN-CODE
        GO TO 4000-WRITE-REPORT-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "CONCILIACION CON EL REGISTRO COMPLETO DE LA CENTRAL DEL "
               DELIMITED BY SIZE
           WS-FILE-DATE DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CENTRAL-FILE-NAME) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "  Se casa nombre normalizado + fecha de nacimiento contra el"
        TO REPORT-LINE.
    MOVE " maestro activo (sin fallecidos)." TO REPORT-LINE (61:).
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE "SOLO EN NUESTRO MAESTRO (se remesan con PartnerOutbound y"
        TO REPORT-LINE.
    MOVE "SALIDA_SELECCION=concilia_nuestros.txt)" TO REPORT-LINE (59:).
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-OT-IDX FROM 1 BY 1
        UNTIL WS-OT-IDX > WS-OT-COUNT
        IF WS-OT-MATCH (WS-OT-IDX) = 0
            MOVE SPACES TO REPORT-LINE
            MOVE WS-OT-ID (WS-OT-IDX) TO REPORT-LINE (3:6)
            MOVE WS-OT-NAME (WS-OT-IDX) TO REPORT-LINE (11:20)
            MOVE WS-OT-AGE (WS-OT-IDX) TO WS-AGE-DISPLAY
            MOVE WS-AGE-DISPLAY TO REPORT-LINE (32:3)
            MOVE WS-OT-BRANCH (WS-OT-IDX) TO REPORT-LINE (37:4)
            MOVE WS-OT-BIRTH (WS-OT-IDX) TO REPORT-LINE (43:8)
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.
    IF WS-OURS-ONLY-COUNT = 0
        MOVE "  (ninguno)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "SOLO EN LA CENTRAL (en concilia_central.txt, para revisar y "
        TO REPORT-LINE.
    MOVE "cargar con PartnerIntake)" TO REPORT-LINE (61:).
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-TT-IDX FROM 1 BY 1
        UNTIL WS-TT-IDX > WS-TT-COUNT
        IF WS-TT-MATCH (WS-TT-IDX) = 0
            MOVE SPACES TO REPORT-LINE
            MOVE WS-TT-LINE (WS-TT-IDX) (2:30) TO REPORT-LINE (11:30)
            MOVE WS-TT-LINE (WS-TT-IDX) (32:3) TO REPORT-LINE (42:3)
            MOVE WS-TT-LINE (WS-TT-IDX) (35:5) TO REPORT-LINE (47:5)
            MOVE WS-TT-LINE (WS-TT-IDX) (40:8) TO REPORT-LINE (53:8)
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.
    IF WS-THEIRS-ONLY-COUNT = 0
        MOVE "  (ninguno)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "CASADOS CON DIFERENCIAS (nuestro dato / el de la central)"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-OT-IDX FROM 1 BY 1
        UNTIL WS-OT-IDX > WS-OT-COUNT
        IF WS-OT-MATCH (WS-OT-IDX) > 0
            MOVE WS-OT-MATCH (WS-OT-IDX) TO WS-TT-IDX
            IF WS-TT-AGE (WS-TT-IDX) NOT = WS-OT-AGE (WS-OT-IDX)
                    OR WS-TT-BRANCH (WS-TT-IDX)
                        NOT = WS-OT-BRANCH (WS-OT-IDX)
                PERFORM 4100-WRITE-DIFFERENCE
            END-IF
        END-IF
    END-PERFORM.
    IF WS-DIFFER-COUNT = 0
        MOVE "  (ninguno)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    PERFORM 4200-WRITE-SUMMARY.
    CLOSE REPORT-FILE.
4000-WRITE-REPORT-EXIT.
    EXIT.

4100-WRITE-DIFFERENCE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-OT-ID (WS-OT-IDX) TO REPORT-LINE (3:6).
    MOVE WS-OT-NAME (WS-OT-IDX) TO REPORT-LINE (11:20).
    MOVE 32 TO WS-SLOT-IDX.
    IF WS-TT-AGE (WS-TT-IDX) NOT = WS-OT-AGE (WS-OT-IDX)
        MOVE SPACES TO WS-DIFF-TEXT
        IF WS-TT-AGE-OK (WS-TT-IDX) = "Y"
            STRING "EDAD " DELIMITED BY SIZE
                   WS-OT-AGE (WS-OT-IDX) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-TT-AGE (WS-TT-IDX) DELIMITED BY SIZE
                INTO WS-DIFF-TEXT
        ELSE
            STRING "EDAD " DELIMITED BY SIZE
                   WS-OT-AGE (WS-OT-IDX) DELIMITED BY SIZE
                   " / ilegible" DELIMITED BY SIZE
                INTO WS-DIFF-TEXT
        END-IF
        MOVE WS-DIFF-TEXT (1:20) TO REPORT-LINE (32:20)
    END-IF.
    IF WS-TT-BRANCH (WS-TT-IDX) NOT = WS-OT-BRANCH (WS-OT-IDX)
        MOVE SPACES TO WS-DIFF-TEXT
        STRING "SUCURSAL " DELIMITED BY SIZE
               WS-OT-BRANCH (WS-OT-IDX) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-TT-BRANCH (WS-TT-IDX) DELIMITED BY SIZE
            INTO WS-DIFF-TEXT
        MOVE WS-DIFF-TEXT (1:20) TO REPORT-LINE (54:20)
    END-IF.
    WRITE REPORT-LINE.
4100-WRITE-DIFFERENCE-EXIT.
    EXIT.

4200-WRITE-SUMMARY.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        PERFORM VARYING WS-BT-J FROM 1 BY 1
            UNTIL WS-BT-J >= WS-BT-COUNT
            IF WS-BT-CODE (WS-BT-J) > WS-BT-CODE (WS-BT-J + 1)
                MOVE WS-BT-ENTRY (WS-BT-J) TO WS-BT-SWAP
                MOVE WS-BT-ENTRY (WS-BT-J + 1) TO WS-BT-ENTRY (WS-BT-J)
                MOVE WS-BT-SWAP TO WS-BT-ENTRY (WS-BT-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "RESUMEN POR SUCURSAL (% casados sobre nuestros activos)"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE "SUCURSAL NUESTROS CENTRAL CASADOS  %CAS SOLO-N SOLO-C  DIFER"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE ZEROS TO WS-TOTALS.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
        UNTIL WS-BT-IDX > WS-BT-COUNT
        PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 6
            ADD WS-BT-CNT (WS-BT-IDX, WS-SLOT-IDX) TO WS-TOT (WS-SLOT-IDX)
        END-PERFORM
        MOVE SPACES TO REPORT-LINE
        IF WS-BT-CODE (WS-BT-IDX) = SPACES
            MOVE "(sin)" TO REPORT-LINE (1:5)
        ELSE
            MOVE WS-BT-CODE (WS-BT-IDX) TO REPORT-LINE (1:4)
        END-IF
        PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 6
            MOVE WS-BT-CNT (WS-BT-IDX, WS-SLOT-IDX) TO WS-LC (WS-SLOT-IDX)
        END-PERFORM
        PERFORM 4300-WRITE-SUMMARY-LINE
    END-PERFORM.
    MOVE WS-TOTALS TO WS-LINE-CNT.
    MOVE SPACES TO REPORT-LINE.
    MOVE "TOTAL" TO REPORT-LINE (1:5).
    PERFORM 4300-WRITE-SUMMARY-LINE.
    IF WS-TABLE-FULL = "Y" OR WS-BT-FULL = "Y"
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "AVISO: tablas llenas; la conciliación está incompleta."
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
4200-WRITE-SUMMARY-EXIT.
    EXIT.

4300-WRITE-SUMMARY-LINE.
    MOVE WS-LC (1) TO WS-CNT-DISPLAY.
    MOVE WS-CNT-DISPLAY TO REPORT-LINE (12:6).
    MOVE WS-LC (2) TO WS-CNT-DISPLAY.
    MOVE WS-CNT-DISPLAY TO REPORT-LINE (19:6).
    MOVE WS-LC (3) TO WS-CNT-DISPLAY.
    MOVE WS-CNT-DISPLAY TO REPORT-LINE (28:6).
    IF WS-LC (1) > 0
        COMPUTE WS-PCT ROUNDED = WS-LC (3) * 100 / WS-LC (1)
        MOVE WS-PCT TO WS-PCT-DISPLAY
        MOVE WS-PCT-DISPLAY TO REPORT-LINE (36:3)
        MOVE "%" TO REPORT-LINE (39:1)
    ELSE
        MOVE "-" TO REPORT-LINE (38:1)
    END-IF.
    MOVE WS-LC (4) TO WS-CNT-DISPLAY.
    MOVE WS-CNT-DISPLAY TO REPORT-LINE (41:6).
    MOVE WS-LC (5) TO WS-CNT-DISPLAY.
    MOVE WS-CNT-DISPLAY TO REPORT-LINE (48:6).
    MOVE WS-LC (6) TO WS-CNT-DISPLAY.
    MOVE WS-CNT-DISPLAY TO REPORT-LINE (55:6).
    WRITE REPORT-LINE.
4300-WRITE-SUMMARY-LINE-EXIT.
    EXIT.

5000-WRITE-OURS-ONLY.
    *> Un ID por línea en las columnas 1-6 (lo que lee la selección de
    *> PartnerOutbound); nombre y sucursal sólo para quien lo mire.
    OPEN OUTPUT OURS-FILE.
    IF WS-OURS-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo crear 'concilia_nuestros.txt' "
            "(status " WS-OURS-STATUS ")."
        GO TO 5000-WRITE-OURS-ONLY-EXIT
    END-IF.
    PERFORM VARYING WS-OT-IDX FROM 1 BY 1
        UNTIL WS-OT-IDX > WS-OT-COUNT
        IF WS-OT-MATCH (WS-OT-IDX) = 0
            MOVE SPACES TO OURS-RECORD
            MOVE WS-OT-ID (WS-OT-IDX) TO OURS-RECORD (1:6)
            MOVE WS-OT-NAME (WS-OT-IDX) TO OURS-RECORD (8:20)
            MOVE WS-OT-BRANCH (WS-OT-IDX) TO OURS-RECORD (29:4)
            WRITE OURS-RECORD
        END-IF
    END-PERFORM.
    CLOSE OURS-FILE.
5000-WRITE-OURS-ONLY-EXIT.
    EXIT.

5500-WRITE-THEIRS-ONLY.
    *> Las filas de la central tal cual llegaron, con cabecera y pie
    *> propios, para que PartnerIntake las valide como cualquier
    *> otro fichero suyo.
    OPEN OUTPUT THEIRS-FILE.
    IF WS-THEIRS-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo crear 'concilia_central.txt' "
            "(status " WS-THEIRS-STATUS ")."
        GO TO 5500-WRITE-THEIRS-ONLY-EXIT
    END-IF.
    MOVE SPACES TO WS-LINE-WORK.
    MOVE "H" TO WS-LW-TYPE.
    MOVE WS-TODAY-DATE TO WS-HV-DATE.
    MOVE WS-THEIRS-ONLY-COUNT TO WS-HV-COUNT.
    MOVE WS-LINE-WORK TO THEIRS-RECORD.
    WRITE THEIRS-RECORD.
    PERFORM VARYING WS-TT-IDX FROM 1 BY 1
        UNTIL WS-TT-IDX > WS-TT-COUNT
        IF WS-TT-MATCH (WS-TT-IDX) = 0
            MOVE SPACES TO THEIRS-RECORD
            MOVE WS-TT-LINE (WS-TT-IDX) TO THEIRS-RECORD (1:47)
            WRITE THEIRS-RECORD
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-LINE-WORK.
    MOVE "T" TO WS-LW-TYPE.
    MOVE WS-THEIRS-ONLY-COUNT TO WS-TV-COUNT.
    MOVE WS-LINE-WORK TO THEIRS-RECORD.
    WRITE THEIRS-RECORD.
    CLOSE THEIRS-FILE.
5500-WRITE-THEIRS-ONLY-EXIT.
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
    IF WS-CONTROL-OK = "N"
        STRING "RECHAZADO " DELIMITED BY SIZE
               WS-FILE-DATE DELIMITED BY SIZE
            INTO WS-AUDIT-DETAIL
    ELSE
        STRING "CAS=" DELIMITED BY SIZE
               WS-MATCHED-COUNT DELIMITED BY SIZE
               " SN=" DELIMITED BY SIZE
               WS-OURS-ONLY-COUNT DELIMITED BY SIZE
            INTO WS-AUDIT-DETAIL
    END-IF.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "PartnerReconcile" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
