      *> ================================================================
      *> EXTRREC.cpy
      *> Layout del registro de extracciones (extracciones.log).
      *> ExtractEngine añade una línea por cada extracción que termina:
      *> cuándo, quién, para qué sucursal (FILTRO-SUCURSAL de la
      *> petición, en blanco si no se filtró), cuántas personas salieron
      *> y en qué fichero. ChargeStatement lo lee a fin de mes para
      *> cobrar a cada sucursal sus extracciones.
      *>
      *> El fichero es de sólo-añadir; nunca se reescribe.
      *>
      *> Se copia con REPLACING EXTRACT-LOG-RECORD BY
      *> <nombre-de-registro> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  EXTRACT-LOG-RECORD.
           05  XL-RUN-DATE             PIC 9(08).
      *>     Fecha de la extracción, AAAAMMDD.
           05  XL-RUN-TIME             PIC 9(06).
      *>     Hora de la extracción, HHMMSS.
           05  XL-OPERATOR             PIC X(20).
      *>     Operador firmado (OPERADOR) o, en su defecto, USER.
           05  XL-FILTER-BRANCH        PIC X(04).
      *>     FILTRO-SUCURSAL de la petición; en blanco si no lo llevaba.
           05  XL-EXTRACTED            PIC 9(06).
      *>     Personas escritas en el fichero de salida.
           05  XL-OUTPUT-NAME          PIC X(40).
      *>     Fichero de salida (SALIDA de la petición).
           05  FILLER                  PIC X(16).
