      *> ================================================================
      *> CARTAREC.cpy
      *> Layout del registro de cartas enviadas (correspondencia.log).
      *> Correspondence anota aquí una línea por cada carta que pone
      *> en cartas.txt: quién, qué tipo de carta y cuándo. Antes de
      *> escribir una carta se consulta este registro, de forma que
      *> nadie recibe dos veces la misma carta aunque la regla de
      *> selección vuelva a escogerlo.
      *>
      *> Se copia con REPLACING LETTER-LOG-RECORD BY
      *> <nombre-de-registro> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  LETTER-LOG-RECORD.
           05  CR-PERSON-ID            PIC 9(06).
           05  CR-LETTER-TYPE          PIC X(10).
      *>     TIPO de la plantilla ("BIENVENIDA", "MAYORIA18"...): la
      *>     llave de "ya enviada". Un buzoneo que se repite cada año
      *>     lleva un TIPO distinto en cada campaña.
           05  CR-SENT-DATE            PIC 9(08).
      *>     Fecha de la ejecución que escribió la carta, AAAAMMDD.
           05  CR-OPERATOR             PIC X(20).
           05  FILLER                  PIC X(06).
