           05 PO-ORDER-DATE    PIC X(8).
           05 PO-EXPECTED-DATE PIC X(8).
           05 PO-STATUS        PIC X(1).
      *>      "A" abierta / "C" cerrada (recibida completa) /
      *>      "X" dada de baja por PO-MAINT (lo no recibido volvio al
      *>      ciclo de reposicion).
      *> Costo unitario pactado en centavos (de VENDPRC, ver
      *> vprcrec.cpy) al momento de emitir la orden; cero o en blanco
      *> (lineas viejas, o proveedor sin precio cargado) = orden sin
      *> precio, y la recepcion no puede medir la variacion.
           05 PO-UNIT-COST     PIC 9(7).
      *> Unidad de compra de la orden (ver uoms.cpy) y cantidad
      *> pedida en esa unidad -- lo que se le dice al proveedor ("3
      *> CAJA"). PO-QTY y PO-RECEIVED siguen en unidades de stock; en
      *> blanco/cero = orden en unidades de stock (lineas viejas).
           05 PO-UNIT          PIC X(4).
           05 PO-UNIT-QTY      PIC 9(5).
