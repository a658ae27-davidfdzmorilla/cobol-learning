      *>
      *> Las líneas antiguas de 21 caracteres (nombre + nivel) siguen
      *> siendo válidas: contraseña en blanco = sin contraseña fijada,
      *> estado en blanco = activo, contador no numérico = cero,
      *> sucursales en blanco = servicios centrales (todas).
      *>
      *> Se copia con REPLACING OPERATOR-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *>     queda bloqueado hasta que un supervisor le reinicie la
      *>     contraseña o lo desbloquee.
           05  FILLER                  PIC X(05).
           05  OP-BRANCHES.
               10  OP-BRANCH-CODE      PIC X(04) OCCURS 5 TIMES.
      *>     Sucursales en las que trabaja el operador: BranchAccess
      *>     rechaza las personas de cualquier otra. Todas en blanco =
      *>     servicios centrales, sin restricción de sucursal.
