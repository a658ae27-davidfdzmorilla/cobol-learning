      *>     Sólo dígitos, espacios, "+" y "-".
           05  CT-EMAIL                PIC X(40).
      *>     Debe contener "@" y al menos un punto tras él.
           05  CT-UNDELIVERABLE        PIC X(01).
               88  CT-UNDELIV-NONE             VALUE SPACE.
               88  CT-UNDELIV-POST             VALUE "P" "B".
               88  CT-UNDELIV-EMAIL            VALUE "E" "B".
      *>     Marca de devolución que pone ReturnedMail: "P" la carta
      *>     volvió (dirección inservible), "E" el correo rebota, "B"
      *>     ambas cosas. La línea nueva que anota el operador con
      *>     otra dirección u otro correo la lleva en blanco para ese
      *>     canal; los lectores dejan fuera el canal marcado.
           05  CT-UNDELIV-DATE         PIC 9(08).
      *>     Fecha AAAAMMDD de la devolución; sin valor si no hay
      *>     marca (líneas anteriores al campo: blancos).
