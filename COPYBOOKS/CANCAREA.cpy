      *> ================================================================
      *> CANCAREA.cpy
      *> Área de comunicación con el subprograma CardCancel. Los
      *> programas que dan de baja, registran defunciones o fusionan
      *> personas lo llaman con cada ID que ha salido, igual que a
      *> GuardianAlert; si la persona tiene tarjeta de socio activa
      *> (tarjetas.txt, ver TARJREC.cpy), queda anulada para que el
      *> número no siga valiendo.
      *>
      *> Se copia con REPLACING CARD-CANCEL-AREA BY <nombre-de-área> en
      *> la WORKING-STORAGE de cada programa llamador.
      *> ================================================================
       01  CARD-CANCEL-AREA.
           05  CXL-PERSON-ID           PIC 9(06).
      *>     ID que acaba de salir (baja, defunción o absorbido).
           05  CXL-EVENT               PIC X(06).
      *>     "BAJA", "FUSION" o "DEFUN": queda en TJ-CLOSE-EVENT.
           05  CXL-PROGRAM             PIC X(20).
      *>     Programa llamador: queda en TJ-OPERATOR.
           05  CXL-CANCEL-COUNT        PIC 9(04).
      *>     Salida: tarjetas anuladas en esta llamada.
