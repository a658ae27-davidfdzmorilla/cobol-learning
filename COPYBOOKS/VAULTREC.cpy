      *> ================================================================
      *> VAULTREC.cpy
      *> Layout del depósito de recuperación ante desastres
      *> (BOVEDA.AAAAMMDD). VaultBackup mete en un único fichero fechado
      *> el maestro y todos los ficheros que lo acompañan; VaultRestore
      *> lo verifica y repone todos sus miembros o los elegidos.
      *> Orden de las líneas:
      *>   H  cabecera: fecha, hora y operador de la toma;
      *>   D  una línea por registro de cada miembro, con su número
      *>      de miembro y el registro tal cual;
      *>   M  manifiesto, una línea por miembro: nombre, si existía,
      *>      registros copiados y suma de control;
      *>   T  trailer con el número de miembros y de líneas D.
      *> El manifiesto va detrás de los datos para escribir el depósito
      *> en una sola pasada; la verificación lo lee antes de reponer.
      *>
      *> Se copia con REPLACING VAULT-RECORD BY <nombre-de-registro>
      *> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  VAULT-RECORD.
           05  VT-REC-TYPE             PIC X(01).
               88  VT-TYPE-HEADER              VALUE "H".
               88  VT-TYPE-DATA                VALUE "D".
               88  VT-TYPE-MANIFEST            VALUE "M".
               88  VT-TYPE-TRAILER             VALUE "T".
           05  VT-MEMBER-NO            PIC 9(02).
      *>     Número del miembro (01-30); ceros en cabecera y trailer.
           05  VT-BODY                 PIC X(250).
      *>     Líneas D: el registro del miembro tal cual.
           05  VT-HEADER-BODY REDEFINES VT-BODY.
               10  VH-VAULT-DATE       PIC 9(08).
               10  VH-VAULT-TIME       PIC 9(08).
               10  VH-OPERATOR         PIC X(20).
               10  FILLER              PIC X(214).
           05  VT-MANIFEST-BODY REDEFINES VT-BODY.
               10  VM-MEMBER-NAME      PIC X(30).
               10  VM-PRESENT          PIC X(01).
                   88  VM-MEMBER-PRESENT       VALUE "S".
                   88  VM-MEMBER-ABSENT        VALUE "N".
      *>         "N": el fichero no existía al tomar el depósito; al
      *>         reponer no se crea.
               10  VM-RECORD-COUNT     PIC 9(08).
               10  VM-CHECKSUM         PIC 9(08).
      *>         Suma de control encadenada de los registros del
      *>         miembro, con la misma fórmula que AuditSeal.
               10  FILLER              PIC X(203).
           05  VT-TRAILER-BODY REDEFINES VT-BODY.
               10  VX-MEMBER-COUNT     PIC 9(02).
               10  VX-DATA-LINES       PIC 9(08).
               10  FILLER              PIC X(240).
