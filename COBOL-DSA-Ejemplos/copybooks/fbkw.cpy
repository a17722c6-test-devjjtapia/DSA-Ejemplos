      *> Area de trabajo del calendario de repeticiones (ver
      *> fbkparm.cpy); el programa la pasa por CALL "FIB-BACKOFF".
       01 FIB-BACKOFF-PARM.
           COPY fbkparm.
