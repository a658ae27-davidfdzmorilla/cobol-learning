      *> ================================================================
      *> RELACREC.cpy
      *> Layout del fichero de relaciones entre personas
      *> (relaciones.txt): quién es tutor legal, progenitor, cónyuge o
      *> contacto de emergencia de quién. Un hogar agrupa personas pero
      *> no dice nada de esto, y para los menores el tutor es un dato
      *> legal. RelationMaintenance lo mantiene (carga el fichero
      *> entero y lo reescribe al salir, como hogares.txt); una
      *> relación no se borra, se cierra con fecha de fin.
      *> GuardianReport lista los menores activos sin tutor vigente y
      *> GuardianAlert avisa cuando un tutor deja el fichero.
      *>
      *> Se copia con REPLACING RELATIONSHIP-RECORD BY
      *> <nombre-de-registro> en cada FD, igual que PERSONREC.cpy.
      *> ================================================================
       01  RELATIONSHIP-RECORD.
           05  RL-PERSON-ID            PIC 9(06).
      *>     Persona de referencia (el menor, en una tutela).
           05  RL-RELATED-ID           PIC 9(06).
      *>     Persona relacionada: la que es tutor, progenitor, cónyuge
      *>     o contacto de emergencia de RL-PERSON-ID.
           05  RL-TYPE                 PIC X(01).
               88  RL-TYPE-GUARDIAN            VALUE "T".
               88  RL-TYPE-PARENT              VALUE "P".
               88  RL-TYPE-SPOUSE              VALUE "C".
               88  RL-TYPE-EMERGENCY           VALUE "E".
               88  RL-TYPE-VALID               VALUE "T" "P" "C" "E".
               88  RL-TYPE-CUSTODY             VALUE "T" "P".
      *>     T tutor legal, P progenitor, C cónyuge/pareja, E contacto
      *>     de emergencia. Tutor y progenitor cuentan los dos como
      *>     tutela de un menor (RL-TYPE-CUSTODY).
           05  RL-START-DATE           PIC 9(08).
      *>     Fecha de inicio de la relación, AAAAMMDD.
           05  RL-END-DATE             PIC 9(08).
      *>     Fecha de fin, AAAAMMDD; 0 mientras está vigente.
           05  RL-OPERATOR             PIC X(20).
      *>     Operador firmado (OPERADOR) que la anotó o la cerró.
           05  FILLER                  PIC X(11).
