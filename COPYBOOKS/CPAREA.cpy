      *> ================================================================
      *> CPAREA.cpy
      *> Área de comunicación con el subprograma PostcodeCheck, que
      *> busca el código postal dentro de una dirección de contactos.txt
      *> (el primer grupo de exactamente cinco dígitos) y lo contrasta
      *> con codigos_postales.txt (ver CPOSTREC.cpy). El municipio que
      *> nombra la dirección es el texto que sigue al código hasta la
      *> siguiente coma o el final: "C/ Mayor 5, 28013 Madrid". Lo
      *> usan las altas, el barrido de direcciones y las estadísticas
      *> por provincia. El fichero se lee una sola vez por ejecución,
      *> en la primera llamada.
      *>
      *> Se copia con REPLACING POSTCODE-AREA BY <nombre-de-área> en la
      *> WORKING-STORAGE de cada programa llamador.
      *> ================================================================
       01  POSTCODE-AREA.
           05  PCK-ADDRESS             PIC X(40).
      *>     Dirección tal como está en CT-ADDRESS.
           05  PCK-POSTCODE            PIC X(05).
      *>     Código encontrado en la dirección; en blanco si no hay.
           05  PCK-TOWN                PIC X(30).
      *>     Municipio que nombra la dirección, en mayúsculas; en
      *>     blanco si tras el código no viene nada.
           05  PCK-MUNICIPALITY        PIC X(30).
           05  PCK-PROVINCE            PIC X(20).
      *>     Municipio y provincia del código según la referencia
      *>     (el que coincide con PCK-TOWN, o el primero si ninguno).
           05  PCK-RESULT              PIC X(01).
               88  PCK-OK                      VALUE "O".
               88  PCK-MISSING                 VALUE "F".
               88  PCK-UNKNOWN                 VALUE "D".
               88  PCK-MISMATCH                VALUE "M".
               88  PCK-NO-REFERENCE            VALUE "R".
               88  PCK-KNOWN                   VALUE "O" "M".
      *>     O correcto; F la dirección no lleva código; D código que
      *>     no está en la referencia; M el código existe pero no es
      *>     del municipio que nombra la dirección; R no hay fichero
      *>     de referencia y no se puede comprobar. Con O y M la
      *>     provincia es la del código (PCK-KNOWN).
