      *> Lista de precios pactados con proveedores VENDPRC: un renglon
      *> por proveedor, articulo y tramo de vigencia, mantenida por
      *> compras igual que VENDMAST y leida secuencialmente. Hasta
      *> aca la orden salia sin precio y la recepcion aceptaba el
      *> costo que viniera: el proveedor subia el precio entre el
      *> pedido y la entrega y el promedio movil lo absorbia sin que
      *> nadie se enterara. VENDOR-REORDER-REPORT pone el precio
      *> vigente en cada linea de orden (PO-UNIT-COST en porec.cpy) y
      *> PO-RECEIVING compara contra el lo que se factura al recibir.
           05 VP-VENDOR     PIC X(6).
           05 VP-ITEM       PIC X(10).
      *> Costo unitario pactado en centavos, mismo formato que
      *> FRUTA-COST.
           05 VP-UNIT-COST  PIC X(7).
      *> Vigencia AAAAMMDD; VP-VALID-TO en blanco = sin vencimiento.
           05 VP-VALID-FROM PIC X(8).
           05 VP-VALID-TO   PIC X(8).
