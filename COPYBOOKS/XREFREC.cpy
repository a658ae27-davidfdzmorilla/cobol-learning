      *> ================================================================
      *> XREFREC.cpy
      *> Layout de la referencia cruzada de claves de la central
      *> (claves_central.txt): la clave de persona de la central
      *> frente a nuestro PR-PERSON-ID. CommitImport añade una línea
      *> cada vez que da de alta una fila de la central que traía
      *> clave; PartnerMaintenance la consulta para saber a quién se
      *> refiere cada cambio que nos manda la central. El fichero es
      *> de sólo-añadir y la última línea de cada clave es la vigente.
      *>
      *> Se copia con REPLACING PARTNER-XREF-RECORD BY
      *> <nombre-de-registro> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  PARTNER-XREF-RECORD.
           05  XR-PARTNER-KEY          PIC X(10).
      *>     Clave de persona en el sistema de la central.
           05  XR-PERSON-ID            PIC 9(06).
           05  XR-LINK-DATE            PIC 9(08).
      *>     Fecha AAAAMMDD en que se anotó la correspondencia.
           05  FILLER                  PIC X(16).
