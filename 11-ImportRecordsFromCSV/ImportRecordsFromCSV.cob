    SELECT STAGING-FILE ASSIGN TO "import_staging.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STAGING-STATUS.
    SELECT STAGING-KEY-FILE ASSIGN TO "import_claves.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STAGING-KEY-STATUS.
    SELECT PROOF-FILE ASSIGN TO "import_proof.rpt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PROOF-STATUS.
FD STAGING-FILE.
    COPY PERSONREC REPLACING PERSON-RECORD BY STAGING-RECORD.

*> Claves de la central del lote (ver STGKEYREC.cpy): un lote de CSV
*> no trae ninguna, así que se deja vacío.
FD STAGING-KEY-FILE.
    COPY STGKEYREC REPLACING STAGING-KEY-RECORD BY STAGING-KEY-REC.

FD PROOF-FILE.
01 PROOF-LINE PIC X(120).

01 WS-CSV-FILE-ENV PIC X(80) VALUE SPACES.
01 WS-CSV-STATUS PIC XX VALUE "00".
01 WS-STAGING-STATUS PIC XX VALUE "00".
01 WS-STAGING-KEY-STATUS PIC XX VALUE "00".
01 WS-PROOF-STATUS PIC XX VALUE "00".
01 WS-CSV-EOF PIC X VALUE "N".
01 WS-QUOTE PIC X VALUE '"'.
    *> Cada pasada estaciona un lote nuevo: el anterior (aplicado o
    *> no) se sustituye.
    OPEN OUTPUT STAGING-FILE.
    OPEN OUTPUT STAGING-KEY-FILE.
    CLOSE STAGING-KEY-FILE.
    OPEN OUTPUT PROOF-FILE.
    MOVE "INFORME DE PRUEBA DE IMPORTACION (pendiente de aprobar)"
        TO PROOF-LINE.
