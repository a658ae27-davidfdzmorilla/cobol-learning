      *> Layout del registro de accesos a datos personales
      *> (accesos.txt). AccessRegister añade una línea por cada
      *> consulta del registro de un individuo; AccessReport las
      *> lista por ID y rango de fechas. Los intentos rechazados por
      *> sucursal ajena llevan AX-EVENT "R" y la sucursal de la
      *> persona; las líneas anteriores a estos campos los traen en
      *> blanco, que es una consulta normal.
      *>
      *> Se copia con REPLACING ACCESS-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
           05  AX-OPERATOR             PIC X(20).
      *>     Operador firmado (OPERADOR) que hizo la consulta.
           05  AX-PROGRAM              PIC X(20).
           05  AX-EVENT                PIC X(01).
               88  AX-EVENT-ACCESS             VALUE " ".
               88  AX-EVENT-REFUSED            VALUE "R".
           05  AX-BRANCH-CODE          PIC X(04).
      *>     Sucursal de la persona, en los intentos rechazados.
