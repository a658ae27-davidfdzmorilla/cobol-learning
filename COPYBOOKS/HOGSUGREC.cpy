      *> ================================================================
      *> HOGSUGREC.cpy
      *> Layout de la cola de propuestas de hogar (propuestas_hogar.txt).
      *> HouseholdSuggest añade aquí, en estado pendiente, cada pareja
      *> de personas activas que comparten dirección en contactos.txt
      *> sin estar en el mismo grupo de hogares.txt; el operador las
      *> resuelve desde HouseholdMaintenance. Funciona como parejas.txt:
      *> una pareja con veredicto no vuelve a proponerse, y en concreto
      *> "no relacionadas" es definitivo aunque sigan en la misma casa.
      *>
      *> Los dos IDs van siempre con el menor primero, y los primeros
      *> 41 bytes siguen el mismo orden que PAREJAREC.cpy, de modo que
      *> OrphanSweep trata los dos ficheros igual.
      *>
      *> Se copia con REPLACING HOUSEHOLD-SUGGEST-RECORD BY
      *> <nombre-de-registro> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  HOUSEHOLD-SUGGEST-RECORD.
           05  HS-ID-LOW               PIC 9(06).
           05  HS-ID-HIGH              PIC 9(06).
           05  HS-STATUS               PIC X(01).
               88  HS-STATUS-PENDING           VALUE "P".
               88  HS-STATUS-ACCEPTED          VALUE "A".
               88  HS-STATUS-NOT-RELATED       VALUE "N".
               88  HS-STATUS-RESOLVED          VALUE "F".
      *>     P pendiente; A aceptada (los dos quedaron en el grupo
      *>     HS-GROUP-ID); N no relacionadas; F resuelta sola porque
      *>     uno de los dos IDs ya no existe (fusión o purga).
           05  HS-VERDICT-DATE         PIC 9(08).
      *>     Fecha del veredicto AAAAMMDD; cero mientras está pendiente.
           05  HS-OPERATOR             PIC X(20).
           05  HS-GROUP-ID             PIC 9(04).
      *>     Grupo en el que quedaron; cero salvo en las aceptadas.
           05  HS-ADDRESS-KEY          PIC X(40).
      *>     Dirección normalizada que comparten (mayúsculas, sin
      *>     acentos, sin espacios ni signos), para el operador.
           05  FILLER                  PIC X(05).
