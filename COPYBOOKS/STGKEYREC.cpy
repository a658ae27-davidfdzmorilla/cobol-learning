      *> ================================================================
      *> STGKEYREC.cpy
      *> Layout de las claves de la central del lote estacionado
      *> (import_claves.txt): PartnerIntake escribe una línea por cada
      *> fila que estaciona con clave de la central, con su número de
      *> orden dentro de import_staging.txt y el nombre, para que
      *> CommitImport pueda anotar la referencia cruzada (XREFREC.cpy)
      *> al asignar el ID. ImportRecordsFromCSV lo deja vacío al
      *> estacionar un lote propio, y CommitImport al aplicarlo.
      *>
      *> Se copia con REPLACING STAGING-KEY-RECORD BY
      *> <nombre-de-registro> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  STAGING-KEY-RECORD.
           05  SK-STAGING-SEQ          PIC 9(06).
      *>     Número de orden de la fila en import_staging.txt (1 = la
      *>     primera).
           05  SK-NAME                 PIC X(20).
      *>     Nombre estacionado, para comprobar que la línea sigue
      *>     correspondiendo a la misma fila.
           05  SK-PARTNER-KEY          PIC X(10).
           05  FILLER                  PIC X(04).
