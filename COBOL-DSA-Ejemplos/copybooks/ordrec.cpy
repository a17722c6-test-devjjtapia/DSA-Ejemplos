      *> Renglon de pedido de cliente (CUSTORD): un articulo de un
      *> pedido por linea. Hasta aca la unica demanda que el sistema
      *> conocia era el ticket de QUEUE-DEMO y el renglon interno de
      *> RSTKREQ; los pedidos reales vivian en papel y dos vendedores
      *> podian vender la misma ultima caja. ORDER-ALLOCATE da de alta
      *> los renglones y les reserva existencia contra FRUTASDAT
      *> (FRUTA-ALLOC); STOCK-MOVEMENT descarga la reserva cuando el
      *> egreso trae el numero de pedido.
           05 OR-NUMBER      PIC X(6).
           05 OR-CUSTOMER    PIC X(10).
           05 OR-ITEM        PIC X(10).
           05 OR-QTY         PIC 9(5).
      *> Fecha pedida AAAAMMDD: la asignacion atiende primero al
      *> pedido que se necesita antes.
           05 OR-REQ-DATE    PIC X(8).
      *> Reservado y todavia no entregado / ya entregado. Lo que
      *> falta asignar es OR-QTY - OR-ALLOC-QTY - OR-SHIPPED-QTY.
           05 OR-ALLOC-QTY   PIC 9(5).
           05 OR-SHIPPED-QTY PIC 9(5).
      *> "N" nuevo sin reserva, "P" asignado en parte, "T" asignado
      *> total, "E" entregado, "X" anulado (la reserva se libera).
           05 OR-STATUS      PIC X(1).
           05 OR-ENTRY-DATE  PIC X(8).
