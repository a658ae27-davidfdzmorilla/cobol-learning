*> en archivos.cat la copia PERSONAS.AAAAMMDD de ese día (o la última
*> anterior) y se lista esa copia sin tocar personas.txt, con la
*> fecha pedida en la cabecera de cada página.
*> Cada sucursal empieza página y lleva su código en la cabecera
*> ("SUCURSAL: xxxx" en la columna 101), para que ReportDistribution
*> entregue a cada director sólo sus páginas; el total general va en
*> página aparte marcada "****".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-PAGE-NUMBER PIC 9(04) VALUE 0.
01 WS-LINES-ON-PAGE PIC 9(02) VALUE 99. *> Fuerza cabecera en la primera página
01 WS-PAGE-LENGTH PIC 9(02) VALUE 55.
01 WS-PAGE-BRANCH PIC X(04) VALUE SPACES. *> Sucursal de la página en curso

*> Corte de control: "S" sólo por sucursal (histórico), "R" por
*> región y dentro por sucursal (DIRECTORIO_CORTE=R).
               WS-ASOF-MONTH DELIMITED BY SIZE "/"
               WS-ASOF-YEAR  DELIMITED BY SIZE
            INTO WS-ASOF-DATE-DISPLAY
        PERFORM 0800-LOCATE-ARCHIVE THRU 0800-LOCATE-ARCHIVE-EXIT
        IF WS-ASOF-FILE-NAME = SPACES
            MOVE 8 TO RETURN-CODE
            GOBACK
            PERFORM 3300-WRITE-REGION-TOTAL
        END-IF
    END-IF.
    MOVE "****" TO WS-PAGE-BRANCH.
    PERFORM 3000-WRITE-PAGE-HEADER.
    PERFORM 4000-WRITE-GRAND-TOTAL.

    CLOSE REPORT-FILE.
            PERFORM 3300-WRITE-REGION-TOTAL
            MOVE PR-BRANCH-CODE OF WS-DETAIL-REC TO WS-CURRENT-BRANCH
            MOVE WS-DETAIL-REGION TO WS-CURRENT-REGION
            MOVE 99 TO WS-LINES-ON-PAGE
        ELSE
            IF PR-BRANCH-CODE OF WS-DETAIL-REC NOT = WS-CURRENT-BRANCH
                PERFORM 3200-WRITE-BRANCH-TOTAL
                MOVE PR-BRANCH-CODE OF WS-DETAIL-REC
                    TO WS-CURRENT-BRANCH
                MOVE 99 TO WS-LINES-ON-PAGE
            END-IF
        END-IF
    END-IF.

    MOVE WS-CURRENT-BRANCH TO WS-PAGE-BRANCH.
    IF WS-LINES-ON-PAGE >= WS-PAGE-LENGTH
        PERFORM 3000-WRITE-PAGE-HEADER
    END-IF.

1500-RELEASE-WITH-REGION.
    IF WS-ASOF-MODE = "Y"
        PERFORM 1520-RELEASE-FROM-ASOF THRU 1520-RELEASE-FROM-ASOF-EXIT
        GO TO 1500-RELEASE-WITH-REGION-EXIT
    END-IF.
    OPEN INPUT MASTER-FILE.
               WS-PAGE-NUMBER DELIMITED BY SIZE
            INTO REPORT-LINE
    END-IF.
    MOVE "SUCURSAL: " TO REPORT-LINE (101:10).
    MOVE WS-PAGE-BRANCH TO REPORT-LINE (111:4).
    WRITE REPORT-LINE.
    MOVE ALL "-" TO REPORT-LINE.
    WRITE REPORT-LINE.
