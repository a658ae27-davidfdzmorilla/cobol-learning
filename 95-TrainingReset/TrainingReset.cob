IDENTIFICATION DIVISION.
PROGRAM-ID. TrainingReset.
*> Puesta a punto del entorno de formación. Greeting ofrece al firmar
*> una sesión de formación que trabaja dentro del directorio
*> "formacion": todos los programas usan nombres de fichero
*> relativos, así que lo que se haga allí no toca el maestro, la
*> bitácora, el diario ni los envíos de producción.
*> El estado de partida vive en "formacion/semilla". Este programa,
*> sólo para supervisores:
*>   - con FORMACION_SEMILLA=M rehace la semilla con una copia
*>     enmascarada de producción (MaskedTestCopy);
*>   - con FORMACION_SEMILLA=G la rehace con un maestro sintético de
*>     TestDataGenerator (FORMACION_N personas, 200 por omisión) más
*>     las tablas de referencia de producción (sucursales, códigos
*>     postales, calendario, operadores);
*>   - siempre devuelve el entorno al estado de la semilla: borra del
*>     área de formación todos los ficheros de trabajo del sistema y
*>     copia encima los de la semilla.
*> Se lanza desde el directorio de producción (Greeting vuelve a él
*> antes de llamarlo desde una sesión de formación) y deja constancia
*> en la bitácora de producción, como cualquier operación de
*> supervisor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SEED-MASTER-FILE ASSIGN TO WS-SEED-MASTER-NAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS PR-PERSON-ID OF SEED-MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF SEED-MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-SEED-MASTER-STATUS.
    SELECT TRAIN-MASTER-FILE ASSIGN TO WS-TRAIN-MASTER-NAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PR-PERSON-ID OF TRAIN-MASTER-RECORD
       ALTERNATE RECORD KEY IS PR-NAME OF TRAIN-MASTER-RECORD
           WITH DUPLICATES
       FILE STATUS IS WS-TRAIN-MASTER-STATUS.
    SELECT FROM-FILE ASSIGN TO WS-FROM-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FROM-STATUS.
    SELECT TO-FILE ASSIGN TO WS-TO-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TO-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD SEED-MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY SEED-MASTER-RECORD.

FD TRAIN-MASTER-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY TRAIN-MASTER-RECORD.

FD FROM-FILE.
01 FROM-RECORD PIC X(250).

FD TO-FILE.
01 TO-RECORD PIC X(250).

FD AUDIT-FILE.
    COPY AUDITREC REPLACING AUDIT-RECORD BY AUDIT-LINE-REC.

WORKING-STORAGE SECTION.
01 WS-SEED-MASTER-STATUS PIC XX VALUE "00".
01 WS-TRAIN-MASTER-STATUS PIC XX VALUE "00".
01 WS-FROM-STATUS PIC XX VALUE "00".
01 WS-TO-STATUS PIC XX VALUE "00".
01 WS-EOF PIC X VALUE "N".
01 WS-SEED-MASTER-NAME PIC X(60) VALUE "formacion/semilla/personas.txt".
01 WS-TRAIN-MASTER-NAME PIC X(60) VALUE "formacion/personas.txt".
01 WS-FROM-NAME PIC X(60) VALUE SPACES.
01 WS-TO-NAME PIC X(60) VALUE SPACES.
01 WS-PATH-NAME PIC X(60) VALUE SPACES.
01 WS-CALL-PROGRAM PIC X(30) VALUE SPACES.

*> Directorios del entorno de formación, relativos a producción.
01 WS-TRAIN-DIR PIC X(20) VALUE "formacion".
01 WS-SEED-DIR PIC X(20) VALUE "formacion/semilla".

01 WS-SEED-ENV PIC X(01) VALUE SPACES.
01 WS-N-ENV PIC X(06) VALUE SPACES.
01 WS-GEN-N PIC 9(06) VALUE 200.
01 WS-GEN-N-DISPLAY PIC Z(5)9.

*> Ficheros de trabajo que el sistema crea en su directorio con
*> nombre fijo. Al reiniciar se borran del área de formación y se
*> reponen los que traiga la semilla. El maestro no está en la
*> lista: se rehace siempre con OPEN OUTPUT sobre su SELECT
*> indexado. Un fichero nuevo del sistema se añade aquí.
01 WS-WORK-FILES.
    05 FILLER PIC X(30) VALUE "auditoria.log".
    05 FILLER PIC X(30) VALUE "auditoria.sig".
    05 FILLER PIC X(30) VALUE "historial.txt".
    05 FILLER PIC X(30) VALUE "diario.jrn".
    05 FILLER PIC X(30) VALUE "diario.seq".
    05 FILLER PIC X(30) VALUE "personas.lastid".
    05 FILLER PIC X(30) VALUE "personas.lck".
    05 FILLER PIC X(30) VALUE "personas.snap".
    05 FILLER PIC X(30) VALUE "personas.snap.id".
    05 FILLER PIC X(30) VALUE "personas.conv".
    05 FILLER PIC X(30) VALUE "alias.txt".
    05 FILLER PIC X(30) VALUE "contactos.txt".
    05 FILLER PIC X(30) VALUE "notas.txt".
    05 FILLER PIC X(30) VALUE "documentos.txt".
    05 FILLER PIC X(30) VALUE "defunciones.txt".
    05 FILLER PIC X(30) VALUE "hogares.txt".
    05 FILLER PIC X(30) VALUE "relaciones.txt".
    05 FILLER PIC X(30) VALUE "parejas.txt".
    05 FILLER PIC X(30) VALUE "consentimientos.txt".
    05 FILLER PIC X(30) VALUE "pendientes.txt".
    05 FILLER PIC X(30) VALUE "propuestas_hogar.txt".
    05 FILLER PIC X(30) VALUE "cola_nombres.txt".
    05 FILLER PIC X(30) VALUE "periodos.txt".
    05 FILLER PIC X(30) VALUE "ajustes_periodo.txt".
    05 FILLER PIC X(30) VALUE "seguimientos.txt".
    05 FILLER PIC X(30) VALUE "tarjetas.txt".
    05 FILLER PIC X(30) VALUE "tarjetas_impresion.txt".
    05 FILLER PIC X(30) VALUE "reconfirmacion.txt".
    05 FILLER PIC X(30) VALUE "confirmaciones.txt".
    05 FILLER PIC X(30) VALUE "verificacion_muestra.txt".
    05 FILLER PIC X(30) VALUE "verificacion_resultados.txt".
    05 FILLER PIC X(30) VALUE "verificacion_tamanos.txt".
    05 FILLER PIC X(30) VALUE "claves_central.txt".
    05 FILLER PIC X(30) VALUE "sucursales.txt".
    05 FILLER PIC X(30) VALUE "sucursales.map".
    05 FILLER PIC X(30) VALUE "codigos_postales.txt".
    05 FILLER PIC X(30) VALUE "calendario.txt".
    05 FILLER PIC X(30) VALUE "operadores.txt".
    05 FILLER PIC X(30) VALUE "umbrales_colas.txt".
    05 FILLER PIC X(30) VALUE "umbrales_volumen.txt".
    05 FILLER PIC X(30) VALUE "umbrales_capacidad.txt".
    05 FILLER PIC X(30) VALUE "tarifas.txt".
    05 FILLER PIC X(30) VALUE "pipeline.jcf".
    05 FILLER PIC X(30) VALUE "mensual.jcf".
    05 FILLER PIC X(30) VALUE "pipeline.sts".
    05 FILLER PIC X(30) VALUE "archivos.cat".
    05 FILLER PIC X(30) VALUE "generaciones.cat".
    05 FILLER PIC X(30) VALUE "reservas.txt".
    05 FILLER PIC X(30) VALUE "aprobaciones.txt".
    05 FILLER PIC X(30) VALUE "accesos.txt".
    05 FILLER PIC X(30) VALUE "alertas.log".
    05 FILLER PIC X(30) VALUE "alertas.est".
    05 FILLER PIC X(30) VALUE "tiempos.hist".
    05 FILLER PIC X(30) VALUE "estadisticas.hist".
    05 FILLER PIC X(30) VALUE "estadisticas.arc".
    05 FILLER PIC X(30) VALUE "calidad.hist".
    05 FILLER PIC X(30) VALUE "colas.hist".
    05 FILLER PIC X(30) VALUE "capacidad.hist".
    05 FILLER PIC X(30) VALUE "stats_checkpoint.ck".
    05 FILLER PIC X(30) VALUE "read_checkpoint.ck".
    05 FILLER PIC X(30) VALUE "delta.bmk".
    05 FILLER PIC X(30) VALUE "delta.csv".
    05 FILLER PIC X(30) VALUE "cartas.bmk".
    05 FILLER PIC X(30) VALUE "correspondencia.log".
    05 FILLER PIC X(30) VALUE "envios.txt".
    05 FILLER PIC X(30) VALUE "recepciones.txt".
    05 FILLER PIC X(30) VALUE "reparto.txt".
    05 FILLER PIC X(30) VALUE "reparto.log".
    05 FILLER PIC X(30) VALUE "extracciones.log".
    05 FILLER PIC X(30) VALUE "import_staging.txt".
    05 FILLER PIC X(30) VALUE "import_claves.txt".
    05 FILLER PIC X(30) VALUE "intake_rechazos.txt".
    05 FILLER PIC X(30) VALUE "mantenimiento_central.txt".
    05 FILLER PIC X(30) VALUE "central_mant_rechazos.txt".
    05 FILLER PIC X(30) VALUE "concilia_nuestros.txt".
    05 FILLER PIC X(30) VALUE "concilia_central.txt".
    05 FILLER PIC X(30) VALUE "antiguedad_colas.txt".
    05 FILLER PIC X(30) VALUE "validos.txt".
    05 FILLER PIC X(30) VALUE "validos.csv".
    05 FILLER PIC X(30) VALUE "invalidos.txt".
    05 FILLER PIC X(30) VALUE "invalidos.tmp".
    05 FILLER PIC X(30) VALUE "huerfanos.tmp".
    05 FILLER PIC X(30) VALUE "directorio.tmp".
    05 FILLER PIC X(30) VALUE "listado.txt".
01 WS-WORK-TABLE REDEFINES WS-WORK-FILES.
    05 WS-WORK-NAME OCCURS 84 TIMES PIC X(30).
01 WS-WORK-COUNT PIC 9(03) VALUE 84.
01 WS-WORK-IDX PIC 9(03) VALUE 0.

*> Tablas de referencia sin datos personales que acompañan a un
*> maestro sintético en la semilla.
01 WS-REFERENCE-FILES.
    05 FILLER PIC X(30) VALUE "sucursales.txt".
    05 FILLER PIC X(30) VALUE "sucursales.map".
    05 FILLER PIC X(30) VALUE "codigos_postales.txt".
    05 FILLER PIC X(30) VALUE "calendario.txt".
    05 FILLER PIC X(30) VALUE "operadores.txt".
    05 FILLER PIC X(30) VALUE "umbrales_colas.txt".
01 WS-REFERENCE-TABLE REDEFINES WS-REFERENCE-FILES.
    05 WS-REFERENCE-NAME OCCURS 6 TIMES PIC X(30).
01 WS-REFERENCE-IDX PIC 9(02) VALUE 0.

01 WS-FILE-FOUND PIC X VALUE "N".
01 WS-LINES-COPIED PIC 9(08) VALUE 0.
01 WS-MASTER-COPIED PIC 9(08) VALUE 0.
01 WS-FILES-RESTORED PIC 9(03) VALUE 0.
01 WS-TOTAL-LINES PIC 9(08) VALUE 0.
01 WS-RESET-FAILED PIC X VALUE "N".

*> Niveles de autorización para operaciones destructivas.
COPY AUTHAREA REPLACING AUTH-AREA BY WS-AUTH-AREA.

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
    ACCEPT WS-SEED-ENV FROM ENVIRONMENT "FORMACION_SEMILLA".
    IF WS-SEED-ENV = "m"
        MOVE "M" TO WS-SEED-ENV
    END-IF.
    IF WS-SEED-ENV = "g"
        MOVE "G" TO WS-SEED-ENV
    END-IF.
    IF WS-SEED-ENV NOT = SPACES AND WS-SEED-ENV NOT = "M"
            AND WS-SEED-ENV NOT = "G"
        DISPLAY "FORMACION_SEMILLA no reconocida: M (copia "
            "enmascarada), G (datos generados) o en blanco."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT WS-N-ENV FROM ENVIRONMENT "FORMACION_N".
    IF WS-N-ENV (1:1) IS NUMERIC
        COMPUTE WS-GEN-N = FUNCTION NUMVAL (WS-N-ENV)
    END-IF.

    *> Reiniciar borra el trabajo de todos los alumnos: supervisores.
    MOVE 3 TO AUT-REQUIRED-LEVEL OF WS-AUTH-AREA.
    MOVE "REINICIAR FORMACION" TO AUT-OPERATION OF WS-AUTH-AREA.
    CALL "OperatorAuth" USING WS-AUTH-AREA.
    IF AUT-DENIED OF WS-AUTH-AREA
        DISPLAY "Operación denegada: reiniciar la formación exige "
            "nivel 3 y el operador "
            FUNCTION TRIM(AUT-OPERATOR OF WS-AUTH-AREA)
            " tiene nivel " AUT-OPERATOR-LEVEL OF WS-AUTH-AREA "."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    *> Si los directorios ya existen la llamada no hace nada.
    CALL "CBL_CREATE_DIR" USING WS-TRAIN-DIR.
    CALL "CBL_CREATE_DIR" USING WS-SEED-DIR.
    MOVE 0 TO RETURN-CODE.

    IF WS-SEED-ENV NOT = SPACES
        PERFORM 2000-BUILD-SEED THRU 2000-BUILD-SEED-EXIT
        IF WS-RESET-FAILED = "Y"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

    PERFORM 3000-RESET-AREA THRU 3000-RESET-AREA-EXIT.
    IF WS-RESET-FAILED = "Y"
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "Entorno de formación reiniciado: " WS-MASTER-COPIED
        " personas y " WS-FILES-RESTORED " ficheros ("
        WS-TOTAL-LINES " registros) copiados de la semilla.".
    PERFORM 8000-WRITE-AUDIT-LOG.
    GOBACK.

2000-BUILD-SEED.
    *> La semilla anterior se vacía entera: restos de una copia
    *> enmascarada no casarían con un maestro generado, ni al revés.
    PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
        UNTIL WS-WORK-IDX > WS-WORK-COUNT
        MOVE SPACES TO WS-PATH-NAME
        STRING WS-SEED-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-WORK-NAME (WS-WORK-IDX) DELIMITED BY SPACE
            INTO WS-PATH-NAME
        CALL "CBL_DELETE_FILE" USING WS-PATH-NAME
    END-PERFORM.
    MOVE 0 TO RETURN-CODE.
    IF WS-SEED-ENV = "M"
        DISPLAY "ENMASCARAR_DESTINO" UPON ENVIRONMENT-NAME
        DISPLAY WS-SEED-DIR UPON ENVIRONMENT-VALUE
        MOVE "MaskedTestCopy" TO WS-CALL-PROGRAM
        CALL WS-CALL-PROGRAM
            ON EXCEPTION
                DISPLAY "No se pudo cargar el programa "
                    FUNCTION TRIM(WS-CALL-PROGRAM) "."
                MOVE 16 TO RETURN-CODE
        END-CALL
        IF RETURN-CODE NOT = 0
            MOVE "Y" TO WS-RESET-FAILED
        END-IF
        CANCEL WS-CALL-PROGRAM
        DISPLAY "ENMASCARAR_DESTINO" UPON ENVIRONMENT-NAME
        DISPLAY " " UPON ENVIRONMENT-VALUE
    ELSE
        DISPLAY "GENERAR_MODO" UPON ENVIRONMENT-NAME
        DISPLAY "M" UPON ENVIRONMENT-VALUE
        DISPLAY "GENERAR_FICHERO" UPON ENVIRONMENT-NAME
        DISPLAY WS-SEED-MASTER-NAME UPON ENVIRONMENT-VALUE
        MOVE WS-GEN-N TO WS-GEN-N-DISPLAY
        DISPLAY "GENERAR_N" UPON ENVIRONMENT-NAME
        MOVE FUNCTION TRIM(WS-GEN-N-DISPLAY) TO WS-N-ENV
        DISPLAY WS-N-ENV UPON ENVIRONMENT-VALUE
        MOVE "TestDataGenerator" TO WS-CALL-PROGRAM
        CALL WS-CALL-PROGRAM
            ON EXCEPTION
                DISPLAY "No se pudo cargar el programa "
                    FUNCTION TRIM(WS-CALL-PROGRAM) "."
                MOVE 16 TO RETURN-CODE
        END-CALL
        IF RETURN-CODE NOT = 0
            MOVE "Y" TO WS-RESET-FAILED
        END-IF
        CANCEL WS-CALL-PROGRAM
        DISPLAY "GENERAR_MODO" UPON ENVIRONMENT-NAME
        DISPLAY " " UPON ENVIRONMENT-VALUE
        DISPLAY "GENERAR_FICHERO" UPON ENVIRONMENT-NAME
        DISPLAY " " UPON ENVIRONMENT-VALUE
        DISPLAY "GENERAR_N" UPON ENVIRONMENT-NAME
        DISPLAY " " UPON ENVIRONMENT-VALUE
        IF WS-RESET-FAILED = "N"
            PERFORM 2100-COPY-REFERENCE
        END-IF
    END-IF.
    IF WS-RESET-FAILED = "Y"
        DISPLAY "Error: no se pudo preparar la semilla de formación "
            "con " FUNCTION TRIM(WS-CALL-PROGRAM) "; el entorno no "
            "se toca."
    END-IF.
2000-BUILD-SEED-EXIT.
    EXIT.

2100-COPY-REFERENCE.
    PERFORM VARYING WS-REFERENCE-IDX FROM 1 BY 1
        UNTIL WS-REFERENCE-IDX > 6
        MOVE WS-REFERENCE-NAME (WS-REFERENCE-IDX) TO WS-FROM-NAME
        MOVE SPACES TO WS-TO-NAME
        STRING WS-SEED-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-REFERENCE-NAME (WS-REFERENCE-IDX) DELIMITED BY SPACE
            INTO WS-TO-NAME
        PERFORM 3200-COPY-LINES THRU 3200-COPY-LINES-EXIT
    END-PERFORM.
2100-COPY-REFERENCE-EXIT.
    EXIT.

3000-RESET-AREA.
    OPEN INPUT SEED-MASTER-FILE.
    IF WS-SEED-MASTER-STATUS NOT = "00"
        DISPLAY "Error: no hay semilla de formación en '"
            FUNCTION TRIM(WS-SEED-DIR) "' (status "
            WS-SEED-MASTER-STATUS "); prepárala con "
            "FORMACION_SEMILLA=M o G."
        MOVE "Y" TO WS-RESET-FAILED
        GO TO 3000-RESET-AREA-EXIT
    END-IF.
    OPEN OUTPUT TRAIN-MASTER-FILE.
    IF WS-TRAIN-MASTER-STATUS NOT = "00"
        DISPLAY "Error: no se pudo crear '"
            FUNCTION TRIM(WS-TRAIN-MASTER-NAME) "' (status "
            WS-TRAIN-MASTER-STATUS ")."
        CLOSE SEED-MASTER-FILE
        MOVE "Y" TO WS-RESET-FAILED
        GO TO 3000-RESET-AREA-EXIT
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ SEED-MASTER-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE SEED-MASTER-RECORD TO TRAIN-MASTER-RECORD
                WRITE TRAIN-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "Aviso: clave repetida en la semilla "
                            PR-PERSON-ID OF SEED-MASTER-RECORD
                            "; no se copia."
                    NOT INVALID KEY
                        ADD 1 TO WS-MASTER-COPIED
                END-WRITE
        END-READ
    END-PERFORM.
    CLOSE SEED-MASTER-FILE
          TRAIN-MASTER-FILE.

    PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
        UNTIL WS-WORK-IDX > WS-WORK-COUNT
        PERFORM 3100-RESET-ONE
    END-PERFORM.
3000-RESET-AREA-EXIT.
    EXIT.

3100-RESET-ONE.
    *> Fuera lo que haya hecho el alumno y, si la semilla lo trae,
    *> vuelta al fichero de partida.
    MOVE SPACES TO WS-TO-NAME.
    STRING WS-TRAIN-DIR DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           WS-WORK-NAME (WS-WORK-IDX) DELIMITED BY SPACE
        INTO WS-TO-NAME.
    CALL "CBL_DELETE_FILE" USING WS-TO-NAME.
    MOVE 0 TO RETURN-CODE.
    MOVE SPACES TO WS-FROM-NAME.
    STRING WS-SEED-DIR DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           WS-WORK-NAME (WS-WORK-IDX) DELIMITED BY SPACE
        INTO WS-FROM-NAME.
    PERFORM 3200-COPY-LINES THRU 3200-COPY-LINES-EXIT.
    IF WS-FILE-FOUND = "Y"
        ADD 1 TO WS-FILES-RESTORED
        ADD WS-LINES-COPIED TO WS-TOTAL-LINES
    END-IF.
3100-RESET-ONE-EXIT.
    EXIT.

3200-COPY-LINES.
    *> WS-FROM-NAME -> WS-TO-NAME; si el origen no existe no se
    *> crea nada.
    MOVE "N" TO WS-FILE-FOUND.
    MOVE 0 TO WS-LINES-COPIED.
    OPEN INPUT FROM-FILE.
    IF WS-FROM-STATUS NOT = "00"
        GO TO 3200-COPY-LINES-EXIT
    END-IF.
    OPEN OUTPUT TO-FILE.
    IF WS-TO-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo crear '" FUNCTION TRIM(WS-TO-NAME)
            "' (status " WS-TO-STATUS ")."
        CLOSE FROM-FILE
        GO TO 3200-COPY-LINES-EXIT
    END-IF.
    MOVE "Y" TO WS-FILE-FOUND.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ FROM-FILE
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE FROM-RECORD TO TO-RECORD
                WRITE TO-RECORD
                ADD 1 TO WS-LINES-COPIED
        END-READ
    END-PERFORM.
    CLOSE FROM-FILE
          TO-FILE.
3200-COPY-LINES-EXIT.
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
    STRING "FORMACION " DELIMITED BY SIZE
           WS-SEED-ENV DELIMITED BY SIZE
           " P=" DELIMITED BY SIZE
           WS-MASTER-COPIED DELIMITED BY SIZE
        INTO WS-AUDIT-DETAIL.
    MOVE SPACES TO AUDIT-LINE-REC.
    MOVE "TrainingReset" TO AUD-PROGRAM OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DATE-DISPLAY TO AUD-DATE OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-TIME-N TO AUD-TIME OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR OF AUDIT-LINE-REC.
    MOVE WS-AUDIT-DETAIL TO AUD-DETAIL OF AUDIT-LINE-REC.
    CALL "AuditSeal" USING AUDIT-LINE-REC.
    WRITE AUDIT-LINE-REC.
    CLOSE AUDIT-FILE.
8000-WRITE-AUDIT-LOG-EXIT.
    EXIT.
