      *> Registro de aviso al cliente cuyo tique llego a la posicion
      *> AVISO-POS-<cola> de su cola: sale en NOTIFOUT hacia la
      *> pasarela de SMS y queda igual en el manifiesto NOTIFMANF, donde
      *> NOTIFY-ACK-MATCH marca el estado de entrega que devuelve la
      *> pasarela en NOTIFACK (mismo esquema que PARTOUT / SENDMANF /
      *> PARTACK). Los clientes salian del local y a la vuelta el
      *> tique figuraba como abandonado.
           05 NT-TICKET-ID     PIC X(6).
           05 NT-QUEUE-NAME    PIC X(10).
           05 NT-ITEM          PIC X(10).
           05 NT-CONTACT       PIC X(15).
      *> Posicion en la cola (orden de atencion) al emitir el aviso.
           05 NT-POSITION      PIC 9(3).
           05 NT-DATE          PIC X(8).
           05 NT-TIME          PIC 9(8).
      *> Blanco = sin acuse de la pasarela todavia / "E" entregado /
      *> "F" fallido; fecha del acuse.
           05 NT-DELIVERY      PIC X(1).
           05 NT-DELIVERY-DATE PIC X(8).
