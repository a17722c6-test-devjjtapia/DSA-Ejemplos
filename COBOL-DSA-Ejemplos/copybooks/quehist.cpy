           05 QH-WAIT-CS       PIC 9(9).
           05 QH-OPERATOR      PIC X(8).
           05 QH-REASON        PIC X(16).
      *> Origen del tique tal como venia en QD-ORIGIN: "C" cita,
      *> blanco llegada sin cita. El reporte de inasistencias lo usa
      *> para separar las citas abandonadas.
           05 QH-ORIGIN        PIC X(1).
      *> Espera estimada que se le dio al cliente al emitir el tique
      *> (QD-EST-WAIT-CS), junto a la real de QH-WAIT-CS: de ahi sale
      *> el reporte semanal de precision. Blanco = sin estimacion.
           05 QH-EST-WAIT-CS   PIC X(9).
      *> Numero de cliente tal como venia en QD-CUSTOMER-ID: la
      *> consulta de cliente y el reporte de clientes frecuentes
      *> siguen las visitas por aqui. Blanco = sin registrar.
           05 QH-CUSTOMER-ID   PIC X(10).
