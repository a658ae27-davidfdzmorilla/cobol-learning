      *> ChangeHistoryInquiry, el expediente de DataDossier), deja en
      *> accesos.txt quién lo miró, desde qué programa y cuándo, para
      *> poder contestar "¿quién ha consultado mis datos?" igual que
      *> el expediente contesta "¿qué datos tenéis?". BranchAccess lo
      *> usa también para dejar constancia de los intentos rechazados
      *> sobre personas de otra sucursal (ACC-EVENT "R").
      *>
      *> Se copia con REPLACING ACCESS-AREA BY <nombre-de-área> en la
      *> WORKING-STORAGE de cada programa llamador.
           05  ACC-RESULT              PIC X(01).
               88  ACC-LOGGED                  VALUE "Y".
               88  ACC-FAILED                  VALUE "N".
           05  ACC-EVENT               PIC X(01).
               88  ACC-EVENT-ACCESS            VALUE " ".
               88  ACC-EVENT-REFUSED           VALUE "R".
      *>     En blanco, consulta normal; "R", intento rechazado por
      *>     estar la persona fuera de las sucursales del operador.
           05  ACC-BRANCH-CODE         PIC X(04).
      *>     Sucursal de la persona, sólo en los rechazos.
