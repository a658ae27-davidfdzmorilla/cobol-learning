      *> ================================================================
      *> SEGUIREC.cpy
      *> Layout del fichero de seguimientos (seguimientos.txt): lo que
      *> hasta ahora quedaba escrito en una nota ("llamar el viernes",
      *> "espera documentos") pasa a ser un compromiso con fecha y con
      *> un operador responsable. FollowUpMaintenance los da de alta,
      *> los reprograma y los cierra (hecho o anulado); al cerrarlos
      *> deja una nota en notas.txt. Greeting enseña a cada operador,
      *> al firmar, los suyos que vencen hoy o ya están vencidos, y
      *> FollowUpReport lista cada semana los vencidos por operador y
      *> sucursal.
      *> El fichero se reescribe entero en cada cambio y conserva los
      *> cerrados como historial de la persona.
      *>
      *> Se copia con REPLACING FOLLOWUP-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  FOLLOWUP-RECORD.
           05  SG-FOLLOWUP-ID          PIC 9(06).
      *>     Número del seguimiento, correlativo.
           05  SG-PERSON-ID            PIC 9(06).
           05  SG-DUE-DATE             PIC 9(08).
      *>     Fecha en que hay que hacerlo, AAAAMMDD.
           05  SG-ASSIGNED-TO          PIC X(20).
      *>     Operador responsable (nombre de firma de operadores.txt).
           05  SG-STATUS               PIC X(01).
               88  SG-OPEN                     VALUE "A".
               88  SG-DONE                     VALUE "H".
               88  SG-CANCELLED                VALUE "C".
      *>     A abierto, H hecho, C anulado.
           05  SG-TEXT                 PIC X(60).
           05  SG-CREATED-DATE         PIC 9(08).
           05  SG-CREATED-BY           PIC X(20).
      *>     Alta: fecha y operador firmado (OPERADOR) que lo anotó.
           05  SG-CLOSED-DATE          PIC 9(08).
           05  SG-CLOSED-BY            PIC X(20).
      *>     Cierre (hecho o anulado); ceros y espacios mientras está
      *>     abierto.
           05  FILLER                  PIC X(10).
