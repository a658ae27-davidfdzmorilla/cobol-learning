      *> ================================================================
      *> DOCAREA.cpy
      *> Área de comunicación con el subprograma DocumentCheck, que
      *> normaliza un DNI o NIE tal como se teclea y comprueba su letra
      *> de control (número módulo 23 sobre "TRWAGMYFPDXBNJZSQVHLCKE";
      *> en el NIE la X, Y, Z inicial vale 0, 1, 2). Lo usan las altas,
      *> las correcciones y la búsqueda por documento, para que todos
      *> guarden y comparen el número de la misma forma.
      *>
      *> Se copia con REPLACING DOCCHECK-AREA BY <nombre-de-área> en la
      *> WORKING-STORAGE de cada programa llamador.
      *> ================================================================
       01  DOCCHECK-AREA.
           05  DCK-INPUT               PIC X(15).
      *>     Documento tal como se tecleó o llegó en el lote.
           05  DCK-DOC-TYPE            PIC X(03).
      *>     "DNI" o "NIE"; en blanco si no se reconoce el formato.
           05  DCK-DOC-NUMBER          PIC X(09).
      *>     Número normalizado (ver DOCUREC.cpy), aun cuando la letra
      *>     no cuadre, para poder buscarlo tal cual.
           05  DCK-RESULT              PIC X(01).
               88  DCK-VALID                   VALUE "Y".
               88  DCK-INVALID                 VALUE "N".
           05  DCK-EXPECTED-LETTER     PIC X(01).
      *>     Letra que corresponde al número, para el mensaje.
