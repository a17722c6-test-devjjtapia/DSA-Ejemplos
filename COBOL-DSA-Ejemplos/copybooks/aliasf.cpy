      *> FD del maestro de alias (ver aliass.cpy).
       FD  ALIAS-FILE.
       01  ALIAS-RECORD.
           COPY aliasrec.
