      *> Registro compartido de la bitacora RSNUNREG: cada codigo de
      *> motivo no registrado en RSNCODE que un emisor grabo igual (un
      *> rechazo o una alerta no se pierden por su motivo), una vez por
      *> corrida, programa y codigo. REASON-CHECK la escribe y
      *> REASON-USAGE-REPORT la resume.
           05 RU-DATE    PIC X(8).
           05 RU-TIME    PIC 9(8).
           05 RU-PROGRAM PIC X(24).
           05 RU-DOMAIN  PIC X(10).
           05 RU-CODE    PIC X(20).
