      *> ================================================================
      *> PGAREA.cpy
      *> Área de comunicación con el subprograma PeriodGuard, que
      *> protege los meses contables cerrados (periodos.txt, ver
      *> PERIODREC.cpy). Los programas que cambian el maestro con una
      *> fecha efectiva lo llaman antes de aplicar cada cambio:
      *>   PG-REQ-CHECK : ¿cae PG-DATE en un mes cerrado? Si es así,
      *>                  la primera vez en la ejecución se pide el
      *>                  doble control (DualControl, operación
      *>                  "AJUSTE MES CERRADO") y la respuesta vale
      *>                  para el resto de la ejecución.
      *>   PG-REQ-RECORD: el cambio autorizado ya está aplicado; deja
      *>                  la línea en ajustes_periodo.txt (AJUSTREC).
      *>
      *> Se copia con REPLACING PERIOD-GUARD-AREA BY <nombre-de-área>
      *> en la WORKING-STORAGE de cada programa llamador.
      *> ================================================================
       01  PERIOD-GUARD-AREA.
           05  PG-REQUEST              PIC X(01).
               88  PG-REQ-CHECK                VALUE "C".
               88  PG-REQ-RECORD               VALUE "R".
           05  PG-UNATTENDED           PIC X(01).
      *>     "Y": ejecución desatendida; no se pide la segunda firma
      *>     y un cambio en mes cerrado se rechaza sin más.
           05  PG-DATE                 PIC 9(08).
      *>     Fecha efectiva del cambio, AAAAMMDD.
           05  PG-RESULT               PIC X(01).
               88  PG-PERIOD-OPEN              VALUE "A".
      *>         El mes está abierto: el cambio procede sin más.
               88  PG-ADJUSTMENT-ALLOWED       VALUE "Y".
      *>         Mes cerrado con doble control concedido: el cambio
      *>         procede y se registra con PG-REQ-RECORD.
               88  PG-ADJUSTMENT-REFUSED       VALUE "N".
      *>         Mes cerrado sin doble control: el cambio no se aplica.
           05  PG-PERIOD               PIC 9(06).
      *>     Salida: mes de PG-DATE, AAAAMM.
           05  PG-APPROVER             PIC X(20).
      *>     Salida: supervisor que dio la segunda firma.
           05  PG-PROGRAM              PIC X(20).
           05  PG-PERSON-ID            PIC 9(06).
           05  PG-TYPE                 PIC X(01).
           05  PG-BRANCH               PIC X(04).
      *>     Entrada de PG-REQ-RECORD: programa llamador, ID, tipo de
      *>     cambio y sucursal (ver AJUSTREC.cpy).
