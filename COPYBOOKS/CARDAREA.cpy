      *> ================================================================
      *> CARDAREA.cpy
      *> Área de comunicación con el subprograma CardCheck, que
      *> normaliza un número de tarjeta de socio tal como se teclea
      *> ("000123-01-7", "000123 01 7") y comprueba su cifra de control
      *> (Luhn sobre las 8 primeras cifras, ver TARJREC.cpy). Para
      *> calcular la cifra de un número nuevo basta pasar las 8
      *> primeras cifras seguidas de un 0 y tomar CCK-EXPECTED-DIGIT.
      *> Lo usan CardIssue y CardMaintenance al emitir y LookupRecord
      *> al buscar por tarjeta.
      *>
      *> Se copia con REPLACING CARDCHECK-AREA BY <nombre-de-área> en la
      *> WORKING-STORAGE de cada programa llamador.
      *> ================================================================
       01  CARDCHECK-AREA.
           05  CCK-INPUT               PIC X(15).
      *>     Número tal como se tecleó.
           05  CCK-CARD-NUMBER         PIC 9(09).
      *>     Número normalizado, aun cuando la cifra no cuadre; cero si
      *>     lo tecleado no son 9 cifras.
           05  CCK-RESULT              PIC X(01).
               88  CCK-VALID                   VALUE "Y".
               88  CCK-INVALID                 VALUE "N".
           05  CCK-EXPECTED-DIGIT      PIC 9(01).
      *>     Cifra de control que corresponde a las 8 primeras.
