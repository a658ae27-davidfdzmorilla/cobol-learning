      *> ================================================================
      *> NOMBREREC.cpy
      *> Layout de la cola de propuestas de nombre
      *> (cola_nombres.txt). NameSweep aplica las normas de
      *> escritura del nombre a cada persona activa y añade aquí, en
      *> estado pendiente, cada nombre que cambiaría, con el antes y el
      *> después; el operador las acepta o rechaza desde NameReview.
      *> Las aceptadas salen en la siguiente pasada de NameSweep como
      *> transacciones "U" de BatchMaintenance, de forma que el cambio
      *> sigue el camino normal (validación, historial, alias y
      *> diario). Un mismo antes/después rechazado no vuelve a
      *> proponerse.
      *>
      *> Se copia con REPLACING NAME-PROPOSAL-RECORD BY
      *> <nombre-de-registro> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  NAME-PROPOSAL-RECORD.
           05  NP-PERSON-ID            PIC 9(06).
           05  NP-STATUS               PIC X(01).
               88  NP-STATUS-PENDING           VALUE "P".
               88  NP-STATUS-ACCEPTED          VALUE "A".
               88  NP-STATUS-REJECTED          VALUE "R".
               88  NP-STATUS-APPLIED           VALUE "H".
               88  NP-STATUS-RESOLVED          VALUE "F".
               88  NP-STATUS-OPEN              VALUE "P" "A".
      *>     P pendiente; A aceptada (sale en nombres_correcciones.txt
      *>     hasta que el maestro lleva el nombre nuevo); R rechazada;
      *>     H aplicada, el maestro ya lleva NP-NEW-NAME; F resuelta
      *>     sola porque el nombre cambió por otro camino o la persona
      *>     ya no está activa.
           05  NP-PROPOSAL-DATE        PIC 9(08).
      *>     Fecha AAAAMMDD de la pasada que hizo la propuesta.
           05  NP-VERDICT-DATE         PIC 9(08).
      *>     Fecha del veredicto o de la resolución; cero mientras
      *>     está pendiente.
           05  NP-OPERATOR             PIC X(20).
      *>     Operador que dictó el veredicto; "NameSweep" en las que
      *>     se aceptan o resuelven solas.
           05  NP-OLD-NAME             PIC X(20).
      *>     Nombre tal como estaba en el maestro.
           05  NP-NEW-NAME             PIC X(20).
      *>     Nombre propuesto (o el que escribió el operador al
      *>     aceptarla corregida).
           05  NP-RULES                PIC X(06).
      *>     Normas que cambian el nombre, una letra por norma:
      *>     M minúsculas a mayúsculas, D dígitos sueltos, C comas,
      *>     P puntos finales, E espacios sobrantes; O si el operador
      *>     escribió otro nombre.
           05  FILLER                  PIC X(11).
