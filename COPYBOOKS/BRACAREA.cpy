      *> ================================================================
      *> BRACAREA.cpy
      *> Área de comunicación con el subprograma BranchAccess, que
      *> comprueba si la persona pertenece a alguna de las sucursales
      *> del operador firmado (OP-BRANCHES en operadores.txt). Un
      *> operador sin sucursales asignadas es de servicios centrales
      *> y ve todas. Lo llaman los programas que muestran o tocan el
      *> registro de un individuo, justo después de leerlo, y los
      *> extractos por cada persona seleccionada.
      *>
      *> Se copia con REPLACING BRANCH-ACCESS-AREA BY <nombre-de-área>
      *> en la WORKING-STORAGE de cada programa llamador.
      *> ================================================================
       01  BRANCH-ACCESS-AREA.
           05  BRA-REQUEST             PIC X(01).
               88  BRA-REQ-VERIFY              VALUE "V".
               88  BRA-REQ-CHECK               VALUE "C".
               88  BRA-REQ-SUMMARY             VALUE "S".
      *>     V comprueba y, si rechaza, lo anota en accesos.txt y en
      *>     auditoria.log; C sólo comprueba (recorridos masivos);
      *>     S anota un único rechazo resumen con BRA-REFUSED-COUNT
      *>     personas, al terminar un recorrido hecho con C.
           05  BRA-PERSON-ID           PIC 9(06).
           05  BRA-BRANCH-CODE         PIC X(04).
      *>     Sucursal de la persona (PR-BRANCH-CODE).
           05  BRA-PROGRAM             PIC X(20).
      *>     Programa llamador, para el registro del rechazo.
           05  BRA-REFUSED-COUNT       PIC 9(06).
           05  BRA-RESULT              PIC X(01).
               88  BRA-ALLOWED                 VALUE "Y".
               88  BRA-REFUSED                 VALUE "N".
           05  BRA-OPERATOR            PIC X(20).
      *>     Operador evaluado, devuelto para los mensajes.
           05  BRA-OPERATOR-BRANCHES   PIC X(20).
      *>     Sus sucursales (5 x 4); en blanco, servicios centrales.
