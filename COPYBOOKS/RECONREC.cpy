      *> ================================================================
      *> RECONREC.cpy
      *> Layout del fichero de campañas de reconfirmación
      *> (reconfirmacion.txt). ReconfirmCampaign abre una campaña con
      *> las personas activas cuyos datos nadie ha tocado ni confirmado
      *> en los últimos años, una línea por persona, y en cada pasada
      *> siguiente actualiza su estado con lo anotado en
      *> confirmaciones.txt (ver CONFREC.cpy), el historial y el
      *> maestro. Vencido el plazo, las que siguen sin confirmar se
      *> programan para baja en pendientes.txt.
      *> El fichero se reescribe entero en cada pasada y conserva las
      *> campañas anteriores.
      *>
      *> Se copia con REPLACING RECONFIRM-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  RECONFIRM-RECORD.
           05  RC-CAMPAIGN-ID          PIC 9(08).
      *>     Fecha AAAAMMDD en que se abrió la campaña; la identifica.
           05  RC-PERSON-ID            PIC 9(06).
           05  RC-BRANCH-CODE          PIC X(04).
           05  RC-NAME                 PIC X(20).
      *>     Sucursal y nombre al abrir la campaña.
           05  RC-LAST-TOUCH           PIC 9(08).
      *>     Último cambio en historial.txt, última confirmación o
      *>     fecha de alta, lo más reciente; cero si no consta ninguna.
           05  RC-DEADLINE             PIC 9(08).
      *>     Fecha límite para confirmar, AAAAMMDD.
           05  RC-STATUS               PIC X(01).
               88  RC-PENDING                  VALUE "P".
               88  RC-CONFIRMED                VALUE "C".
               88  RC-CORRECTED                VALUE "D".
               88  RC-CHANGED                  VALUE "M".
               88  RC-LEFT                     VALUE "S".
               88  RC-SCHEDULED                VALUE "B".
               88  RC-DEACTIVATED              VALUE "H".
               88  RC-RETAINED                 VALUE "R".
               88  RC-OPEN                     VALUE "P" "B".
      *>     P pendiente de confirmar; C confirmada y D corregida (en
      *>     confirmaciones.txt); M datos cambiados por otra vía
      *>     (historial); S ya no está activa por otro motivo; B baja
      *>     programada en pendientes.txt; H baja hecha; R la baja
      *>     programada se canceló y la persona sigue activa sin
      *>     confirmar.
           05  RC-STATUS-DATE          PIC 9(08).
      *>     Fecha del último cambio de RC-STATUS.
           05  RC-EFFECTIVE-DATE       PIC 9(08).
      *>     Fecha efectiva de la baja programada (estado B y
      *>     siguientes); cero si no se programó.
           05  FILLER                  PIC X(09).
