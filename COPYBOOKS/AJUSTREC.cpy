      *> ================================================================
      *> AJUSTREC.cpy
      *> Layout del registro de ajustes sobre periodos cerrados
      *> (ajustes_periodo.txt). Cada cambio del maestro con fecha
      *> efectiva dentro de un mes ya cerrado que se aplica con el
      *> doble control de supervisores deja aquí una línea, escrita
      *> por PeriodGuard; PopulationMovement la lista aparte en el
      *> informe de movimiento.
      *>
      *> Se copia con REPLACING ADJUSTMENT-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  ADJUSTMENT-RECORD.
           05  AJ-PERIOD               PIC 9(06).
      *>     Mes cerrado al que pertenece el cambio, AAAAMM.
           05  AJ-EFFECTIVE-DATE       PIC 9(08).
      *>     Fecha efectiva del cambio, AAAAMMDD.
           05  AJ-APPLIED-DATE         PIC 9(08).
           05  AJ-APPLIED-TIME         PIC 9(06).
      *>     Momento en que se aplicó de verdad.
           05  AJ-PROGRAM              PIC X(20).
           05  AJ-PERSON-ID            PIC 9(06).
      *>     ID afectado; 0 en una restauración completa del maestro.
           05  AJ-TYPE                 PIC X(01).
      *>     "U" modificación, "B" baja, "R" reactivación, "T"
      *>     traslado, "S" restauración de la instantánea.
           05  AJ-BRANCH               PIC X(04).
      *>     Sucursal de la persona tras el cambio.
           05  AJ-OPERATOR             PIC X(20).
           05  AJ-APPROVER             PIC X(20).
      *>     Supervisor que dio la segunda firma.
