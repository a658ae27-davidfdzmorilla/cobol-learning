      *> ================================================================
      *> PERIODREC.cpy
      *> Layout del registro de periodos contables (periodos.txt), una
      *> línea por mes. PeriodClose la escribe al cerrar el mes en la
      *> cadena de fin de mes, detrás de StatsMonthEnd, y la marca como
      *> reabierta cuando un supervisor reabre el periodo. PeriodGuard
      *> la consulta para saber si un cambio con fecha efectiva cae en
      *> un mes cerrado.
      *>
      *> Se copia con REPLACING PERIOD-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  PERIOD-RECORD.
           05  PD-PERIOD               PIC 9(06).
      *>     Mes contable, AAAAMM.
           05  PD-STATUS               PIC X(01).
               88  PD-CLOSED                   VALUE "C".
               88  PD-REOPENED                 VALUE "A".
      *>         "A": reabierto por un supervisor; los cambios con
      *>         fecha del mes vuelven a entrar sin doble control
      *>         hasta que se cierre otra vez.
           05  PD-CLOSE-DATE           PIC 9(08).
           05  PD-CLOSE-TIME           PIC 9(06).
           05  PD-CLOSE-OPERATOR       PIC X(20).
      *>     Último cierre: fecha, hora y operador.
           05  PD-REOPEN-DATE          PIC 9(08).
           05  PD-REOPEN-OPERATOR      PIC X(20).
      *>     Última reapertura; ceros y espacios si nunca se reabrió.
           05  PD-REOPEN-COUNT         PIC 9(02).
      *>     Veces que se ha reabierto el periodo.
