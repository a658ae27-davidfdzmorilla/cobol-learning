      *> ================================================================
      *> CONFREC.cpy
      *> Layout del registro de confirmaciones (confirmaciones.txt):
      *> cada vez que un operador comprueba con la propia persona sus
      *> datos, ReconfirmEntry deja aquí con fecha si los confirmó
      *> tal cual (una línea "C") o qué campos estaban mal y su valor
      *> correcto (una línea "D" por campo). Se anote dentro o fuera de
      *> una campaña de reconfirmación, la fecha cuenta como última
      *> confirmación para las campañas siguientes (ReconfirmCampaign).
      *>
      *> El fichero es de sólo-añadir; nunca se reescribe.
      *>
      *> Se copia con REPLACING CONFIRMATION-RECORD BY
      *> <nombre-de-registro> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  CONFIRMATION-RECORD.
           05  CF-PERSON-ID            PIC 9(06).
           05  CF-DATE                 PIC 9(08).
      *>     Fecha de la confirmación, AAAAMMDD.
           05  CF-OUTCOME              PIC X(01).
               88  CF-CONFIRMED                VALUE "C".
               88  CF-CORRECTED                VALUE "D".
      *>     C datos confirmados, D datos corregidos.
           05  CF-FIELD                PIC X(01).
               88  CF-FIELD-NAME               VALUE "N".
               88  CF-FIELD-AGE                VALUE "E".
               88  CF-FIELD-BIRTH              VALUE "F".
               88  CF-FIELD-BRANCH             VALUE "S".
               88  CF-FIELD-ADDRESS            VALUE "D".
               88  CF-FIELD-PHONE              VALUE "T".
               88  CF-FIELD-EMAIL              VALUE "M".
               88  CF-FIELD-VALID              VALUE "N" "E" "F" "S"
                                                     "D" "T" "M".
      *>     Sólo en las líneas "D": N nombre, E edad, F fecha de
      *>     nacimiento, S sucursal, D dirección, T teléfono, M correo
      *>     (los mismos códigos que VERIFREC.cpy).
           05  CF-NEW-VALUE            PIC X(40).
      *>     Valor correcto que dio la persona (línea "D").
           05  CF-CAMPAIGN-ID          PIC 9(08).
      *>     Campaña en la que se anotó (ver RECONREC.cpy); cero si la
      *>     persona no estaba en ninguna abierta.
           05  CF-BRANCH-CODE          PIC X(04).
      *>     Sucursal de la persona al anotarla.
           05  CF-RECORDED-BY          PIC X(20).
      *>     Operador firmado (OPERADOR) que la anotó.
           05  FILLER                  PIC X(12).
