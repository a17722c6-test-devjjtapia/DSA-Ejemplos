      *> FD de la fecha de proceso (ver pdates.cpy): un solo registro.
       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05 RD-DATE      PIC X(8).
      *>      Dia de negocio que procesa la corrida.
           05 RD-STATE     PIC X(1).
      *>      "A" corrida en curso (o interrumpida) / "C" cerrada. Solo
      *>      una fecha abierta manda sobre el reloj.
           05 RD-MODE      PIC X(1).
      *>      "N" noche normal / "F" fecha forzada por el operador /
      *>      "R" recuperacion de noches perdidas.
           05 RD-CKPT-DATE PIC X(8).
      *>      Dia de negocio de la ultima corrida de la noche entera
      *>      (no de un subconjunto): el de los pasos asentados en
      *>      RUNCKPT. Un reinicio solo saltea pasos de ese mismo dia.
           05 RD-SET-DATE  PIC X(8).
           05 RD-SET-TIME  PIC 9(8).
      *>      Sello real de la ultima vez que se grabo el registro.
