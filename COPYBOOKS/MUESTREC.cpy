      *> ================================================================
      *> MUESTREC.cpy
      *> Layout del fichero de muestras de verificación
      *> (verificacion_muestra.txt). VerificationSample saca en cada
      *> auditoría una muestra aleatoria reproducible de personas
      *> activas, estratificada por sucursal, y deja aquí una línea por
      *> persona elegida con la foto de los datos que se imprimieron en
      *> su hoja (maestro, contacto y hogar). VerificationEntry la usa
      *> para enseñar al operador lo que hay que comprobar y
      *> VerificationReport para saber cuántas hojas salieron y qué
      *> valor figuraba cuando se anota una discrepancia.
      *> El fichero acumula todas las auditorías, en el orden en que se
      *> sacaron; una auditoría ya sacada no se vuelve a sortear.
      *>
      *> Se copia con REPLACING SAMPLE-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  SAMPLE-RECORD.
           05  MU-AUDIT-ID             PIC 9(08).
      *>     Identificador de la auditoría: su fecha AAAAMMDD.
           05  MU-BRANCH-CODE          PIC X(04).
           05  MU-SHEET-NUMBER         PIC 9(04).
      *>     Número de hoja dentro de la auditoría.
           05  MU-PERSON-ID            PIC 9(06).
           05  MU-SEED                 PIC 9(09).
      *>     Semilla del sorteo: con la misma semilla y el mismo
      *>     maestro sale la misma muestra.
           05  MU-NAME                 PIC X(20).
           05  MU-AGE                  PIC 99.
           05  MU-BIRTH-DATE           PIC 9(08).
           05  MU-ADDRESS              PIC X(40).
           05  MU-PHONE                PIC X(15).
           05  MU-EMAIL                PIC X(40).
           05  MU-HOUSEHOLD-ID         PIC 9(04).
      *>     Hogar de hogares.txt; cero si no pertenece a ninguno.
           05  MU-HOUSEHOLD-NAME       PIC X(30).
           05  MU-HOUSEHOLD-MEMBERS    PIC 9(03).
           05  MU-DRAWN-BY             PIC X(20).
      *>     Operador firmado (OPERADOR) que sacó la muestra.
           05  FILLER                  PIC X(10).
