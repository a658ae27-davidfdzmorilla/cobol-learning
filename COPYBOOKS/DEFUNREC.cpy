      *> ================================================================
      *> DEFUNREC.cpy
      *> Layout del registro de defunciones (defunciones.txt), que
      *> DeceasedRegister anota una línea por cada defunción
      *> registrada: la fecha de defunción y la referencia del
      *> documento que la acredita (acta, certificado...), con quién y
      *> cuándo la anotó. En el maestro sólo quedan el indicador y la
      *> fecha (PR-DECEASED, PR-DEATH-DATE); el expediente completo está
      *> aquí y no se purga con la persona.
      *>
      *> Se copia con REPLACING DEATH-RECORD BY <nombre-de-registro> en
      *> cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  DEATH-RECORD.
           05  DF-PERSON-ID            PIC 9(06).
           05  DF-DEATH-DATE           PIC 9(08).
      *>     Fecha de defunción, AAAAMMDD.
           05  DF-EVIDENCE             PIC X(30).
      *>     Referencia del documento acreditativo, obligatoria.
           05  DF-RECORDED-DATE        PIC 9(08).
      *>     Fecha en que se anotó, AAAAMMDD.
           05  DF-OPERATOR             PIC X(20).
           05  FILLER                  PIC X(08).
