      *> Renglon de factura de proveedor (INVCFILE): un articulo
      *> facturado por linea, agrupado bajo el numero de factura del
      *> proveedor. Cuentas a pagar cargaba y pagaba la factura sin
      *> mirar nunca POFILE ni lo recibido por PO-RECEIVING;
      *> INVOICE-MATCH la aparea ahora en tres vias (orden, recepcion,
      *> factura) antes de liberarla para pago. El mismo renglon,
      *> con la fecha de aprobacion, es el que sale en APRVINV.
           05 IV-VENDOR     PIC X(6).
           05 IV-NUMBER     PIC X(10).
           05 IV-PO-NUMBER  PIC X(6).
           05 IV-ITEM       PIC X(10).
           05 IV-QTY        PIC X(5).
      *> Precio unitario facturado en centavos, mismo formato que
      *> PO-UNIT-COST.
           05 IV-UNIT-PRICE PIC X(7).
