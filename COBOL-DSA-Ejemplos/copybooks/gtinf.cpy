      *> FD del maestro de codigos de barra (ver gtins.cpy).
       FD  GTIN-FILE.
       01  GTIN-RECORD.
           COPY gtinrec.
