      *> ================================================================
      *> CONSAREA.cpy
      *> Área de comunicación con el subprograma ConsentCheck, que
      *> contesta si una persona tiene vigente el consentimiento de un
      *> canal según consentimientos.txt (ver CONSREC.cpy). Lo usan
      *> todas las salidas hacia fuera (extractos con datos de
      *> contacto, remesa a la central, delta, cartas) para dejar
      *> fuera o en blanco a quien no ha consentido. El fichero se lee
      *> una sola vez por ejecución, en la primera llamada.
      *>
      *> Se copia con REPLACING CONSENT-AREA BY <nombre-de-área> en la
      *> WORKING-STORAGE de cada programa llamador.
      *> ================================================================
       01  CONSENT-AREA.
           05  CNS-PERSON-ID           PIC 9(06).
           05  CNS-CHANNEL             PIC X(01).
      *>     Canal a comprobar: P, T, E o C (ver CONSREC.cpy).
           05  CNS-RESULT              PIC X(01).
               88  CNS-GRANTED                 VALUE "S".
               88  CNS-REFUSED                 VALUE "N" SPACE.
               88  CNS-WITHDRAWN               VALUE "N".
               88  CNS-NO-RECORD               VALUE SPACE.
      *>     S vigente; N dicho que no o retirado; en blanco si no hay
      *>     ninguna línea para ese canal. Para las salidas, todo lo
      *>     que no es S cuenta como no consentido.
