      *> Registro del plan de trabajo JOBPLAN de RUN-ALL-DEMOS: un
      *> paso por registro, en el orden en que corre la noche. Lo lee
      *> tambien LINEAGE-REPORT para ubicar cada programa en el plan.
           05 JP-PROGRAM     PIC X(24).
           05 JP-LABEL       PIC X(40).
           05 JP-ENABLED     PIC X(1).
           05 JP-PREDECESSOR PIC X(24).
           05 JP-ON-ERROR    PIC X(1).
      *>      "C" continuar / "S" saltear dependientes / "A" abortar.
      *> "S" = el paso corre solo en dias habiles segun el
      *> calendario comercial CALENDAR.
           05 JP-BUSDAY-ONLY PIC X(1).
