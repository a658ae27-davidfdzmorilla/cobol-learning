      *> ================================================================
      *> DOCUREC.cpy
      *> Layout del fichero de documentos de identidad (documentos.txt),
      *> compañero del maestro de personas y enlazado por DC-PERSON-ID:
      *> el DNI o NIE que el mostrador pide siempre y que no cabe en
      *> PERSONREC. WriteMultipleRecords y UpdateRecord lo capturan tras
      *> comprobar la letra de control con DocumentCheck.
      *>
      *> El fichero es de sólo-añadir, igual que contactos.txt: cada
      *> corrección escribe una línea nueva y la vigente de cada ID es
      *> la ÚLTIMA que aparece. Los lectores recorren el fichero entero
      *> quedándose con la última coincidencia.
      *>
      *> Se copia con REPLACING DOCUMENT-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  DOCUMENT-RECORD.
           05  DC-PERSON-ID            PIC 9(06).
           05  DC-DOC-TYPE             PIC X(03).
               88  DC-TYPE-DNI                 VALUE "DNI".
               88  DC-TYPE-NIE                 VALUE "NIE".
           05  DC-DOC-NUMBER           PIC X(09).
      *>     Normalizado por DocumentCheck: mayúsculas, sin espacios ni
      *>     guiones, DNI con ceros a la izquierda hasta 8 cifras más
      *>     la letra ("01234567L"), NIE con su letra inicial
      *>     ("X1234567L").
           05  DC-RECORD-DATE          PIC 9(08).
      *>     Fecha en que se anotó la línea, AAAAMMDD.
           05  DC-OPERATOR             PIC X(20).
           05  FILLER                  PIC X(14).
