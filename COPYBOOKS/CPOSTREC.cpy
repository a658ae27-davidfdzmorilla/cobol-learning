      *> ================================================================
      *> CPOSTREC.cpy
      *> Layout del fichero de referencia de códigos postales
      *> (codigos_postales.txt): código, municipio y provincia.
      *> PostcodeMaintenance lo mantiene; PostcodeCheck lo consulta para
      *> validar el código postal de las direcciones de contactos.txt.
      *> Un mismo código puede cubrir varios municipios, así que el
      *> código puede repetirse con municipios distintos; la pareja
      *> código + municipio no se repite.
      *>
      *> Se copia con REPLACING POSTCODE-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  POSTCODE-RECORD.
           05  CP-POSTCODE             PIC X(05).
      *>     Cinco dígitos, con el cero inicial (p.ej. "08001").
           05  CP-MUNICIPALITY         PIC X(30).
      *>     En mayúsculas, tal como se espera leer en la dirección.
           05  CP-PROVINCE             PIC X(20).
           05  FILLER                  PIC X(05).
