    ELSE
        DISPLAY "FICHERO DAÑADO: " WS-ERROR-COUNT
            " defectos (detalle en 'integridad.rpt')."
    END-IF.
    PERFORM 8000-WRITE-AUDIT-LOG.
    *> El código se fija después de la bitácora: la llamada a
    *> AuditSeal deja RETURN-CODE a cero.
    IF WS-ERROR-COUNT > 0
        MOVE 16 TO RETURN-CODE
    END-IF.
    GOBACK.

1000-READ-LASTID.
