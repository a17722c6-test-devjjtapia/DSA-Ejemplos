      *> "S" cuando ALERT-ROUTER ya ruteo esta alerta a su archivo de
      *> equipo: el ruteo no debe duplicar copias en cada corrida.
           05 ALERT-ROUTED  PIC X(1).
      *> Escalamientos de ALERT-ROUTER: cuantas veces salio ya la
      *> alerta en ESCARPT y cuando fue la ultima, para espaciar la
      *> siguiente segun el calendario FIB-BACKOFF. En blanco (todo
      *> lo escrito antes de los campos) se trata como nunca escalada.
           05 ALERT-ESC-COUNT PIC 9(3).
           05 ALERT-ESC-DATE  PIC X(8).
           05 ALERT-ESC-TIME  PIC 9(8).
