               10  SH-REGION-COUNT     PIC 9(07).
               10  SH-REGION-AVG-AGE   PIC 99V99.
               10  FILLER              PIC X(44).
           05  SH-DECEASED-COUNT       PIC 9(07).
      *>     Sólo en el registro "R": cuántas de las bajas de
      *>     SH-INACTIVE-COUNT son defunciones. SH-INACTIVE-COUNT sigue
      *>     contando todas las bajas para que la serie no dé un salto.
           05  FILLER                  PIC X(03).
