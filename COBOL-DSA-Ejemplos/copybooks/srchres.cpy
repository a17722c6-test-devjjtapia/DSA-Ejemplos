           05 SR-COUNT   PIC 9(3).
           05 SR-INDEXES PIC X(40).
           05 SR-DATE    PIC X(8).
      *> Nombre oficial hallado a traves de un alias (ver
      *> aliasrec.cpy): SR-TARGET queda como se busco y aqui va a que
      *> se resolvio; blanco si la busqueda fue directa.
           05 SR-ALIAS   PIC X(10).
