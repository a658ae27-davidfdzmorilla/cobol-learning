*> accesos.txt una línea con el ID consultado, el operador firmado,
*> el programa y el momento. Es la otra mitad del cumplimiento que
*> ya cubre DataDossier: el expediente dice qué datos guardamos;
*> este registro dice quién los ha mirado. También anota, marcados
*> con "R", los intentos rechazados por sucursal ajena.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    MOVE WS-OPERATOR TO AX-OPERATOR OF ACCESS-REC.
    MOVE ACC-PROGRAM OF LNK-ACCESS-AREA
        TO AX-PROGRAM OF ACCESS-REC.
    IF ACC-EVENT-REFUSED OF LNK-ACCESS-AREA
        SET AX-EVENT-REFUSED OF ACCESS-REC TO TRUE
        MOVE ACC-BRANCH-CODE OF LNK-ACCESS-AREA
            TO AX-BRANCH-CODE OF ACCESS-REC
    END-IF.
    WRITE ACCESS-REC.
    CLOSE ACCESS-FILE.
    SET ACC-LOGGED OF LNK-ACCESS-AREA TO TRUE.
