      *> simplemente dejaba de existir al atenderse y "que paso con
      *> el tique 001234" se evaporaba en el momento del servicio.
           05 QD-STATUS       PIC X(1).
      *> Origen del tique: "C" turno con cita que APPT-RELEASE solto a
      *> la cola a su hora (ver apptrec.cpy); blanco = llegada sin cita,
      *> que es como cargan los registros anteriores al campo.
           05 QD-ORIGIN       PIC X(1).
      *> Espera estimada al emitir el tique, en centisegundos: tiques
      *> de la misma cola por delante (clase igual o mejor) por el
      *> ritmo de atencion reciente de esa cola (ver svcratew.cpy).
      *> Blanco = sin estimacion (registros viejos y tiques que no
      *> emitio QUEUE-DEMO).
           05 QD-EST-WAIT-CS  PIC X(9).
      *> Telefono del cliente para el aviso por SMS cuando el tique se
      *> acerca al frente (blanco = sin contacto, no se avisa) y la
      *> marca de aviso ya emitido ("S"), para que cada tique se avise
      *> una sola vez aunque pase por varias corridas.
           05 QD-CONTACT      PIC X(15).
           05 QD-NOTIFIED     PIC X(1).
      *> Numero de cliente del maestro CUSTMAST (ver custrec.cpy);
      *> blanco = cliente sin registrar, como cargan los registros
      *> anteriores al campo. QD-ITEM sigue siendo el texto que se
      *> muestra en pantalla.
           05 QD-CUSTOMER-ID  PIC X(10).
