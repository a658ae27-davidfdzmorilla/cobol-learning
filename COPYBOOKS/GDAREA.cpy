      *> ================================================================
      *> GDAREA.cpy
      *> Área de comunicación con el subprograma GuardianAlert. Los
      *> programas que dan de baja, registran defunciones, purgan o
      *> fusionan personas lo llaman, una vez cerrado el maestro, con
      *> cada ID que ha salido; si ese ID era tutor o progenitor
      *> vigente (relaciones.txt, ver RELACREC.cpy) de un menor que
      *> sigue activo en el maestro, deja una alerta en alertas.log por
      *> cada menor afectado.
      *>
      *> Se copia con REPLACING GUARDIAN-ALERT-AREA BY <nombre-de-área>
      *> en la WORKING-STORAGE de cada programa llamador.
      *> ================================================================
       01  GUARDIAN-ALERT-AREA.
           05  GDA-GUARDIAN-ID         PIC 9(06).
      *>     ID que acaba de salir (baja, purga o absorbido).
           05  GDA-EVENT               PIC X(06).
      *>     "BAJA", "PURGA", "FUSION" o "DEFUN" (defunción): va tal
      *>     cual en la alerta.
           05  GDA-SURVIVOR-ID         PIC 9(06).
      *>     En una fusión, el ID superviviente; 0 en los demás casos.
           05  GDA-PROGRAM             PIC X(20).
      *>     Programa llamador, que firma la línea de alerta.
           05  GDA-ALERT-COUNT         PIC 9(04).
      *>     Salida: alertas escritas en esta llamada.
