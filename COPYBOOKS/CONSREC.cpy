      *> ================================================================
      *> CONSREC.cpy
      *> Layout del registro de consentimientos (consentimientos.txt):
      *> si la persona acepta que se le escriba por correo postal, se
      *> le llame, se le escriba por correo electrónico, o que sus
      *> datos se envíen a la central. ConsentMaintenance añade una
      *> línea por cada alta o retirada; el fichero es de sólo-añadir
      *> y la última línea de cada ID y canal es la vigente, de modo
      *> que las anteriores quedan como historial para el expediente.
      *> Sin ninguna línea para un canal, no hay consentimiento.
      *>
      *> Se copia con REPLACING CONSENT-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  CONSENT-RECORD.
           05  CS-PERSON-ID            PIC 9(06).
           05  CS-CHANNEL              PIC X(01).
               88  CS-CHANNEL-POST             VALUE "P".
               88  CS-CHANNEL-PHONE            VALUE "T".
               88  CS-CHANNEL-EMAIL            VALUE "E".
               88  CS-CHANNEL-CENTRAL          VALUE "C".
               88  CS-CHANNEL-VALID            VALUE "P" "T" "E" "C".
      *>     P correo postal, T teléfono, E correo electrónico,
      *>     C cesión de datos a la central.
           05  CS-GRANTED              PIC X(01).
               88  CS-GRANTED-YES              VALUE "S".
               88  CS-GRANTED-NO               VALUE "N".
           05  CS-DATE-GIVEN           PIC 9(08).
      *>     Fecha en que se dio el consentimiento, AAAAMMDD; en una
      *>     retirada se conserva la del alta anterior (0 si nunca
      *>     se dio).
           05  CS-DATE-WITHDRAWN       PIC 9(08).
      *>     Fecha de la retirada, AAAAMMDD; 0 mientras está vigente.
           05  CS-OPERATOR             PIC X(20).
      *>     Operador firmado (OPERADOR) que lo anotó.
           05  FILLER                  PIC X(16).
