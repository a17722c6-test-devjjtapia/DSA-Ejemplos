      *> Registro del maestro de clientes CUSTMAST: uno por cliente,
      *> mantenido solo por CUSTOMER-MAINT (bitacora CUSTLOG). El
      *> numero de cliente viaja en el tique (QD-CUSTOMER-ID) y en el
      *> historial (QH-CUSTOMER-ID), y es el mismo codigo que
      *> OR-CUSTOMER en los pedidos: el que vuelve deja de ser un
      *> desconocido cada vez y se le puede seguir la historia.
           05 CU-ID         PIC X(10).
           05 CU-NAME       PIC X(20).
      *> Telefono para el aviso por SMS: si el tique no trae uno,
      *> QUEUE-DEMO toma este.
           05 CU-PHONE      PIC X(15).
           05 CU-PREF-QUEUE PIC X(10).
           05 CU-NOTES      PIC X(40).
      *> "I" = dado de baja (baja logica: la historia lo sigue
      *> nombrando); "A" o blanco = activo.
           05 CU-ACTIVE     PIC X(1).
      *> Fecha de alta AAAAMMDD.
           05 CU-SINCE      PIC X(8).
