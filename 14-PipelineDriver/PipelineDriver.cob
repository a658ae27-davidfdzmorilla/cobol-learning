
*> Tabla de pasos cargada de pipeline.jcf.
01 WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 30 TIMES.
        10 WS-STEP-SEQ     PIC 9(02).
        10 WS-STEP-PROGRAM PIC X(30).
        10 WS-STEP-ENABLED PIC X(01).
        10 WS-STEP-START   PIC 9(06). *> Hora de inicio HHMMSS
        10 WS-STEP-END     PIC 9(06). *> Hora de fin HHMMSS
        10 WS-STEP-ELAPSED PIC 9(06). *> Segundos empleados
        10 WS-STEP-ORIGIN  PIC X(01). *> "D" diario, "M" mensual, "A" anual
01 WS-STEP-COUNT PIC 9(02) VALUE 0.
01 WS-STEP-IDX PIC 9(02) VALUE 0.
01 WS-STEP-J PIC 9(02) VALUE 0.
01 WS-SWAP-ENTRY PIC X(56).

*> Cronometraje de cada paso, para el histórico de tiempos.
01 WS-TIMING-STATUS PIC XX VALUE "00".
01 WS-ORDEN-LISTADO PIC X VALUE "I".
01 WS-REANUDAR PIC X VALUE "N".

*> Entorno de la sesión: Greeting deja ENTORNO=FORMACION cuando se
*> trabaja en el directorio de prácticas.
01 WS-RUN-ENVIRONMENT PIC X(10) VALUE SPACES.

PROCEDURE DIVISION.
    ACCEPT WS-RUN-ENVIRONMENT FROM ENVIRONMENT "ENTORNO".
    PERFORM 0100-SHOW-TRAINING-MARK.

    *> Ejecución desatendida: se fijan las variables de entorno que
    *> WriteMultipleRecords y ReadMultipleRecords aceptan para evitar
    *> quedarse bloqueados en un ACCEPT de consola.
    DISPLAY WS-REANUDAR UPON ENVIRONMENT-VALUE.

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 0900-CONSULT-CALENDAR THRU 0900-CONSULT-CALENDAR-EXIT.
    IF WS-DAY-TYPE = "F"
        DISPLAY "Hoy figura como festivo en el calendario; la "
            "cadena no corre."
        PERFORM 6000-WRITE-STATUS-FILE
        GOBACK
    END-IF.
    PERFORM 0800-CHECK-OPEN-ALERTS THRU 0800-CHECK-OPEN-ALERTS-EXIT.
    IF WS-UNACKED-COUNT > 0
        DISPLAY "La cadena NO arranca: " WS-UNACKED-COUNT
            " alertas de noches anteriores siguen sin reconocer. "
    IF WS-MONTHEND-FLAG = "Y"
        DISPLAY "Último día hábil del mes: se añaden los pasos de "
            "fin de mes."
        PERFORM 1200-LOAD-MONTHLY-STEPS THRU 1200-LOAD-MONTHLY-STEPS-EXIT
    END-IF.
    IF WS-YEAREND-FLAG = "Y"
        DISPLAY "Fin de año: se añade la consolidación anual de "
    END-PERFORM.

    PERFORM 6000-WRITE-STATUS-FILE.
    PERFORM 6500-APPEND-TIMING-HISTORY THRU 6500-APPEND-TIMING-HISTORY-EXIT.

    IF WS-STEP-FAILED = "Y"
        DISPLAY "Proceso completo NO finalizado correctamente. "
    END-IF.
    GOBACK.

0100-SHOW-TRAINING-MARK.
    IF WS-RUN-ENVIRONMENT = "FORMACION"
        DISPLAY "*** FORMACION *** Entorno de prácticas: nada de esto "
            "llega a producción."
    END-IF.
0100-SHOW-TRAINING-MARK-EXIT.
    EXIT.

0800-CHECK-OPEN-ALERTS.
    *> Las líneas de alertas.log empiezan por la fecha AAAAMMDD; una
    *> línea anterior a hoy sin pareja en alertas.est está abierta.
                        OR MJCF-RECORD (1:1) = "*"
                    CONTINUE
                ELSE
                    IF WS-STEP-COUNT < 30
                        ADD 1 TO WS-STEP-COUNT
                        MOVE MJCF-SEQ
                            TO WS-STEP-SEQ (WS-STEP-COUNT)
                            TO WS-STEP-RESULT (WS-STEP-COUNT)
                        MOVE "--"
                            TO WS-STEP-PREV (WS-STEP-COUNT)
                        MOVE "M"
                            TO WS-STEP-ORIGIN (WS-STEP-COUNT)
                    END-IF
                END-IF
        END-READ
    EXIT.

1250-CREATE-DEFAULT-MJCF.
    *> Cadena mensual estándar: rotación de la bitácora,
    *> consolidación del histórico de estadísticas, extracto de
    *> cargos por sucursal, productividad de operadores del mes,
    *> previsión de capacidad de identificadores y ficheros,
    *> movimiento de población del mes consolidado (el extracto y el
    *> movimiento van detrás de StatsMonthEnd, con cuyo registro "M"
    *> se concilian) y, por último, el cierre del periodo contable,
    *> que bloquea los cambios con fecha del mes. La purga queda
    *> fuera a propósito: exige doble firma de supervisores y no
    *> puede correr desatendida.
    DISPLAY "No existe 'mensual.jcf'; se generan los pasos "
    MOVE "StatsMonthEnd" TO MJCF-PROGRAM.
    MOVE "S" TO MJCF-ENABLED.
    WRITE MJCF-RECORD.
    MOVE SPACES TO MJCF-RECORD.
    MOVE 72 TO MJCF-SEQ.
    MOVE "ChargeStatement" TO MJCF-PROGRAM.
    MOVE "S" TO MJCF-ENABLED.
    WRITE MJCF-RECORD.
    MOVE SPACES TO MJCF-RECORD.
    MOVE 75 TO MJCF-SEQ.
    MOVE "OperatorProductivity" TO MJCF-PROGRAM.
    MOVE "S" TO MJCF-ENABLED.
    WRITE MJCF-RECORD.
    MOVE SPACES TO MJCF-RECORD.
    MOVE 77 TO MJCF-SEQ.
    MOVE "CapacityForecast" TO MJCF-PROGRAM.
    MOVE "S" TO MJCF-ENABLED.
    WRITE MJCF-RECORD.
    MOVE SPACES TO MJCF-RECORD.
    MOVE 78 TO MJCF-SEQ.
    MOVE "PopulationMovement" TO MJCF-PROGRAM.
    MOVE "S" TO MJCF-ENABLED.
    WRITE MJCF-RECORD.
    MOVE SPACES TO MJCF-RECORD.
    MOVE 79 TO MJCF-SEQ.
    MOVE "PeriodClose" TO MJCF-PROGRAM.
    MOVE "S" TO MJCF-ENABLED.
    WRITE MJCF-RECORD.
    CLOSE MJCF-FILE.
1250-CREATE-DEFAULT-MJCF-EXIT.
    EXIT.

1300-ADD-YEAREND-STEP.
    IF WS-STEP-COUNT < 30
        ADD 1 TO WS-STEP-COUNT
        MOVE 80 TO WS-STEP-SEQ (WS-STEP-COUNT)
        MOVE "ArchiveYearEnd" TO WS-STEP-PROGRAM (WS-STEP-COUNT)
        MOVE "S" TO WS-STEP-ENABLED (WS-STEP-COUNT)
        MOVE "--" TO WS-STEP-RESULT (WS-STEP-COUNT)
        MOVE "--" TO WS-STEP-PREV (WS-STEP-COUNT)
        MOVE "A" TO WS-STEP-ORIGIN (WS-STEP-COUNT)
        PERFORM 1500-SORT-STEPS
    ELSE
        DISPLAY "Aviso: tabla de pasos llena; la consolidación "
                            OR JCF-RECORD (1:1) = "*"
                        CONTINUE
                    ELSE
                        IF WS-STEP-COUNT < 30
                            ADD 1 TO WS-STEP-COUNT
                            MOVE JCF-SEQ
                                TO WS-STEP-SEQ (WS-STEP-COUNT)
                                TO WS-STEP-RESULT (WS-STEP-COUNT)
                            MOVE "--"
                                TO WS-STEP-PREV (WS-STEP-COUNT)
                            MOVE "D"
                                TO WS-STEP-ORIGIN (WS-STEP-COUNT)
                        END-IF
                    END-IF
            END-READ
    MOVE "WriteMultipleRecords" TO JCF-PROGRAM.
    MOVE "S" TO JCF-ENABLED.
    WRITE JCF-RECORD.
    *> El control de volumen va justo detrás de la carga, para que
    *> una carga repetida quede avisada la misma noche.
    MOVE SPACES TO JCF-RECORD.
    MOVE 12 TO JCF-SEQ.
    MOVE "IntakeVolumeCheck" TO JCF-PROGRAM.
    MOVE "S" TO JCF-ENABLED.
    WRITE JCF-RECORD.
    MOVE SPACES TO JCF-RECORD.
    MOVE 20 TO JCF-SEQ.
    MOVE "ReadMultipleRecords" TO JCF-PROGRAM.
    MOVE "BalanceReport" TO JCF-PROGRAM.
    MOVE "S" TO JCF-ENABLED.
    WRITE JCF-RECORD.
    MOVE SPACES TO JCF-RECORD.
    MOVE 55 TO JCF-SEQ.
    MOVE "QueueAgeing" TO JCF-PROGRAM.
    MOVE "S" TO JCF-ENABLED.
    WRITE JCF-RECORD.
    *> La productividad semanal corre cada noche, pero sólo emite el
    *> informe el día de resumen (PRODUCTIVIDAD_DIA_RESUMEN).
    MOVE SPACES TO JCF-RECORD.
    MOVE 56 TO JCF-SEQ.
    MOVE "OperatorProductivity" TO JCF-PROGRAM.
    MOVE "S" TO JCF-ENABLED.
    WRITE JCF-RECORD.
    MOVE SPACES TO JCF-RECORD.
    MOVE 57 TO JCF-SEQ.
    MOVE "FollowUpReport" TO JCF-PROGRAM.
    MOVE "S" TO JCF-ENABLED.
    WRITE JCF-RECORD.
    MOVE SPACES TO JCF-RECORD.
    MOVE 58 TO JCF-SEQ.
    MOVE "CardIssue" TO JCF-PROGRAM.
    MOVE "S" TO JCF-ENABLED.
    WRITE JCF-RECORD.
    MOVE SPACES TO JCF-RECORD.
    MOVE 59 TO JCF-SEQ.
    MOVE "ReconfirmCampaign" TO JCF-PROGRAM.
    MOVE "S" TO JCF-ENABLED.
    WRITE JCF-RECORD.
    *> El reparto de informes cierra la cadena, detrás también de
    *> los pasos de fin de mes y de fin de año.
    MOVE SPACES TO JCF-RECORD.
    MOVE 95 TO JCF-SEQ.
    MOVE "ReportDistribution" TO JCF-PROGRAM.
    MOVE "S" TO JCF-ENABLED.
    WRITE JCF-RECORD.
    *> El depósito de recuperación se toma al final, con todos los
    *> ficheros ya cerrados por la noche.
    MOVE SPACES TO JCF-RECORD.
    MOVE 97 TO JCF-SEQ.
    MOVE "VaultBackup" TO JCF-PROGRAM.
    MOVE "S" TO JCF-ENABLED.
    WRITE JCF-RECORD.
    CLOSE JCF-FILE.
1100-CREATE-DEFAULT-JCF-EXIT.
    EXIT.
            DISPLAY "=== Paso " WS-STEP-SEQ (WS-STEP-IDX) ": "
                FUNCTION TRIM(WS-STEP-PROGRAM (WS-STEP-IDX)) " ==="
            MOVE WS-STEP-PROGRAM (WS-STEP-IDX) TO WS-CALL-PROGRAM
            *> El informe de productividad de la cadena diaria es el
            *> semanal; el de los pasos de fin de mes cubre el mes.
            IF WS-CALL-PROGRAM = "OperatorProductivity"
                DISPLAY "PRODUCTIVIDAD_PERIODO" UPON ENVIRONMENT-NAME
                IF WS-STEP-ORIGIN (WS-STEP-IDX) = "M"
                    DISPLAY "M" UPON ENVIRONMENT-VALUE
                ELSE
                    DISPLAY "S" UPON ENVIRONMENT-VALUE
                END-IF
            END-IF
            ACCEPT WS-TIME-NOW FROM TIME
            MOVE WS-TIME-NOW (1:6) TO WS-STEP-START (WS-STEP-IDX)
            COMPUTE WS-START-SECONDS = WS-TN-HH * 3600
