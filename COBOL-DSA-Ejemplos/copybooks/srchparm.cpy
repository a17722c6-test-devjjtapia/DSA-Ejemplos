      *> "A", no una coincidencia verdadera; el llamador decide si
      *> ofrece el "quiso decir" o archiva el suspenso.
           05 SP-NEAR-FLAG PIC X(1).
      *> "S" cuando la busqueda de la tabla de codigos fallo con el
      *> objetivo tal cual y lo hallado es el nombre oficial de un
      *> alias de ALIASMST (ver aliasrec.cpy); SP-ALIAS-TARGET trae
      *> ese nombre oficial para que el llamador muestre por que
      *> alias lo encontro.
           05 SP-ALIAS-FLAG   PIC X(1).
           05 SP-ALIAS-TARGET PIC X(10).
