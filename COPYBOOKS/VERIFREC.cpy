      *> ================================================================
      *> VERIFREC.cpy
      *> Layout del fichero de resultados de verificación
      *> (verificacion_resultados.txt). VerificationEntry anota aquí lo
      *> que el operador comprobó con cada persona de la muestra
      *> (ver MUESTREC.cpy): una línea "C" si todo coincide, una "I" si
      *> no se la pudo localizar, o una línea "D" por cada campo que no
      *> coincide con el valor real que se comprobó. Volver a anotar a
      *> una persona sustituye sus líneas de esa auditoría.
      *> VerificationReport saca de aquí los porcentajes por sucursal y
      *> por campo y las correcciones para BatchMaintenance.
      *>
      *> Se copia con REPLACING VERIFICATION-RECORD BY
      *> <nombre-de-registro> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  VERIFICATION-RECORD.
           05  VR-AUDIT-ID             PIC 9(08).
           05  VR-PERSON-ID            PIC 9(06).
           05  VR-BRANCH-CODE          PIC X(04).
      *>     Sucursal de la persona en la muestra.
           05  VR-OUTCOME              PIC X(01).
               88  VR-CONFIRMED                VALUE "C".
               88  VR-DISCREPANCY              VALUE "D".
               88  VR-UNREACHABLE              VALUE "I".
           05  VR-FIELD                PIC X(01).
               88  VR-FIELD-NAME               VALUE "N".
               88  VR-FIELD-AGE                VALUE "E".
               88  VR-FIELD-BIRTH              VALUE "F".
               88  VR-FIELD-BRANCH             VALUE "S".
               88  VR-FIELD-ADDRESS            VALUE "D".
               88  VR-FIELD-PHONE              VALUE "T".
               88  VR-FIELD-EMAIL              VALUE "M".
               88  VR-FIELD-HOUSEHOLD          VALUE "H".
               88  VR-FIELD-VALID              VALUE "N" "E" "F" "S"
                                                     "D" "T" "M" "H".
      *>     Sólo en las líneas "D": N nombre, E edad, F fecha de
      *>     nacimiento, S sucursal, D dirección, T teléfono, M correo,
      *>     H hogar.
           05  VR-REAL-VALUE           PIC X(40).
      *>     Valor comprobado con la persona (línea "D").
           05  VR-RECORDED-DATE        PIC 9(08).
           05  VR-RECORDED-BY          PIC X(20).
           05  FILLER                  PIC X(12).
