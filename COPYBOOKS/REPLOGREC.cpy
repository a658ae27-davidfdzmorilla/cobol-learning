      *> ================================================================
      *> REPLOGREC.cpy
      *> Layout del registro de reparto (reparto.log): una línea por
      *> informe entregado a cada destinatario, con la fecha de la
      *> ejecución a la que pertenece, cuántas líneas se le entregaron
      *> y el resultado. Las reimpresiones de un día pasado quedan
      *> también anotadas, con la fecha original y la de reimpresión.
      *>
      *> Se copia con REPLACING REPARTO-LOG-RECORD BY
      *> <nombre-de-registro> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  REPARTO-LOG-RECORD.
           05  RL-RUN-DATE             PIC 9(08).
      *>     Fecha AAAAMMDD de la ejecución (del paquete).
           05  FILLER                  PIC X(01).
           05  RL-RECIPIENT            PIC X(12).
           05  FILLER                  PIC X(01).
           05  RL-REPORT               PIC X(20).
           05  FILLER                  PIC X(01).
           05  RL-BRANCH               PIC X(04).
           05  FILLER                  PIC X(01).
           05  RL-LINES                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RL-RESULT               PIC X(10).
               88  RL-SENT                     VALUE "ENVIADO".
               88  RL-MISSING                  VALUE "NO DISPON".
               88  RL-REPRINTED                VALUE "REIMPRESO".
           05  FILLER                  PIC X(01).
           05  RL-SENT-DATE            PIC 9(08).
      *>     Fecha AAAAMMDD en que se generó el paquete o la
      *>     reimpresión.
           05  RL-SENT-TIME            PIC 9(06).
