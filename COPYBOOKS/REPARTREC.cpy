      *> ================================================================
      *> REPARTREC.cpy
      *> Layout de la lista de reparto de informes (reparto.txt): qué
      *> informe va a qué destinatario. Una línea por informe y
      *> destinatario; las líneas en blanco o que empiezan por "*" son
      *> comentarios. Con sucursal en blanco el destinatario recibe el
      *> informe entero; con sucursal, sólo su parte, troceada según
      *> el modo:
      *>   P = por páginas: cada página empieza por una línea que lleva
      *>       "SUCURSAL: xxxx" en la columna RP-BURST-COL (así la
      *>       escribe DirectoryListing); la página entera es de esa
      *>       sucursal.
      *>   L = por líneas: las RP-HEAD-LINES primeras líneas son
      *>       cabecera y van siempre; del resto sólo las que llevan el
      *>       código de la sucursal en la columna RP-BURST-COL (así
      *>       sale el cuadro de calidad de DataQualityScorecard).
      *> ReportDistribution la lee al final de la cadena nocturna.
      *>
      *> Se copia con REPLACING REPARTO-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  REPARTO-RECORD.
           05  RP-REPORT               PIC X(20).
      *>     Nombre del fichero del informe (p.ej. directorio.rpt).
           05  RP-RECIPIENT            PIC X(12).
      *>     Destinatario; da nombre a su paquete REPARTO.<dest>.<fecha>.
           05  RP-BRANCH               PIC X(04).
           05  RP-BURST-MODE           PIC X(01).
               88  RP-BURST-PAGES              VALUE "P".
               88  RP-BURST-LINES              VALUE "L".
           05  RP-BURST-COL            PIC 9(03).
           05  RP-HEAD-LINES           PIC 9(02).
           05  FILLER                  PIC X(38).
