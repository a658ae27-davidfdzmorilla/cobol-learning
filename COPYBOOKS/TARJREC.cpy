      *> ================================================================
      *> TARJREC.cpy
      *> Layout del fichero de tarjetas de socio (tarjetas.txt): una
      *> línea por tarjeta emitida, vigente o no, de forma que la
      *> persona conserva el historial de sus números. CardIssue da de
      *> alta cada noche las tarjetas de las personas activas que no
      *> tienen ninguna, renueva las que están a punto de caducar y
      *> caduca las vencidas; CardMaintenance da por perdida una
      *> tarjeta y emite la de reposición; CardCancel anula las de las
      *> personas que se dan de baja, se fusionan o fallecen.
      *> El fichero se reescribe entero en cada cambio.
      *>
      *> El número de tarjeta lleva el ID de la persona, el número de
      *> emisión y una cifra de control (Luhn sobre las 8 primeras, ver
      *> CARDAREA.cpy), de forma que un número mal tecleado no da con
      *> la tarjeta de otro.
      *>
      *> Se copia con REPLACING CARD-RECORD BY <nombre-de-registro> en
      *> cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  CARD-RECORD.
           05  TJ-CARD-NUMBER          PIC 9(09).
           05  TJ-CARD-NUMBER-R REDEFINES TJ-CARD-NUMBER.
               10  TJ-NUMBER-PERSON    PIC 9(06).
               10  TJ-NUMBER-SEQ       PIC 9(02).
               10  TJ-NUMBER-CHECK     PIC 9(01).
      *>     Se imprime como NNNNNN-NN-N.
           05  TJ-PERSON-ID            PIC 9(06).
      *>     Titular. Coincide con TJ-NUMBER-PERSON salvo en las
      *>     tarjetas de un ID absorbido en una fusión, que se anulan.
           05  TJ-TYPE                 PIC X(01).
               88  TJ-TYPE-YOUTH               VALUE "J".
               88  TJ-TYPE-ADULT               VALUE "A".
      *>     J juvenil (caduca el día que el titular cumple 18 años),
      *>     A adulto.
           05  TJ-STATUS               PIC X(01).
               88  TJ-STATUS-ACTIVE            VALUE "A".
               88  TJ-STATUS-LOST              VALUE "P".
               88  TJ-STATUS-REPLACED          VALUE "S".
               88  TJ-STATUS-EXPIRED           VALUE "C".
               88  TJ-STATUS-CANCELLED         VALUE "B".
      *>     A activa, P perdida, S sustituida por renovación, C
      *>     caducada, B anulada (baja, fusión, defunción o persona
      *>     que ya no está activa). Sólo una activa por persona.
           05  TJ-ORIGIN               PIC X(01).
               88  TJ-ORIGIN-NEW               VALUE "N".
               88  TJ-ORIGIN-RENEWAL           VALUE "R".
               88  TJ-ORIGIN-REPLACEMENT       VALUE "P".
      *>     N primera tarjeta, R renovación, P reposición por pérdida.
           05  TJ-ISSUE-DATE           PIC 9(08).
           05  TJ-EXPIRY-DATE          PIC 9(08).
      *>     Fechas AAAAMMDD; la tarjeta vale hasta el día anterior a
      *>     TJ-EXPIRY-DATE.
           05  TJ-PRINT-DATE           PIC 9(08).
      *>     Fecha en que salió en tarjetas_impresion.txt; cero
      *>     mientras está pendiente de imprimir.
           05  TJ-STATUS-DATE          PIC 9(08).
      *>     Fecha del último cambio de estado.
           05  TJ-BRANCH               PIC X(04).
      *>     Sucursal de la persona cuando se emitió.
           05  TJ-OPERATOR             PIC X(20).
      *>     Programa u operador del último cambio de estado.
           05  TJ-CLOSE-EVENT          PIC X(06).
      *>     Por qué dejó de estar activa: "BAJA", "FUSION", "DEFUN",
      *>     "PERDID", "RENOV", "CADUC" o "NOACT"; en blanco mientras
      *>     está activa.
