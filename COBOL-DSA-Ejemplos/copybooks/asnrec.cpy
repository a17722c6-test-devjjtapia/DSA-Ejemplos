      *> Registro compartido del archivo de recepciones esperadas
      *> ASNFILE: cada renglon aceptado de un aviso de despacho (ASN)
      *> que el proveedor manda el dia anterior a la entrega -- orden,
      *> articulo ya traducido a nuestro FRUTA-NAME, cantidad en
      *> unidades de stock, lote y vencimiento. ASN-INTAKE los da de
      *> alta validados contra POFILE y VENDXREF; PO-RECEIVING los
      *> confirma en el muelle (la entrega que nombra el ASN trae el
      *> lote y el vencimiento ya cargados) y ASN-PENDING-REPORT lista
      *> los anunciados que nunca llegaron.
           05 AS-ASN-ID        PIC X(8).
           05 AS-VENDOR        PIC X(6).
           05 AS-PO-NUMBER     PIC X(6).
           05 AS-ITEM          PIC X(10).
           05 AS-QTY           PIC 9(5).
      *> Cantidad y unidad tal como las anuncio el proveedor (ver
      *> uoms.cpy); en blanco si ya venia en unidades de stock.
           05 AS-ORIG-QTY      PIC X(5).
           05 AS-ORIG-UNIT     PIC X(4).
           05 AS-LOT           PIC X(10).
           05 AS-EXP-DATE      PIC X(8).
      *> Fecha en que el proveedor dice que llega y fecha de alta.
           05 AS-EXPECTED-DATE PIC X(8).
           05 AS-INTAKE-DATE   PIC X(8).
           05 AS-STATUS        PIC X(1).
      *>      "E" esperado / "R" recibido (confirmado en el muelle).
      *> Lo que se conto de verdad al recibir y cuando.
           05 AS-RECEIVED-QTY  PIC 9(5).
           05 AS-RECEIVED-DATE PIC X(8).
