      *>     baja o reactivación). A cero en registros anteriores a
      *>     la existencia del campo: la purga por antigüedad los
      *>     trata como de fecha desconocida y no los toca.
           05  PR-DECEASED-FLAG        PIC X(01) VALUE SPACE.
               88  PR-DECEASED                 VALUE "F".
      *>     "F" cuando DeceasedRegister ha anotado la defunción. La
      *>     persona queda además de baja (PR-STATUS "I"), de forma
      *>     que todo lo que ya filtra por activos la excluye; el
      *>     indicador sirve para distinguirla de una baja ordinaria
      *>     (estadísticas, plazo de conservación en la purga). En
      *>     registros anteriores al campo vale espacio.
           05  PR-DEATH-DATE           PIC 9(08) VALUE 0.
      *>     Fecha de defunción AAAAMMDD; sólo tiene sentido con
      *>     PR-DECEASED. La referencia del documento que la acredita
      *>     queda en defunciones.txt (ver DEFUNREC.cpy).
           05  FILLER                  PIC X(13).
