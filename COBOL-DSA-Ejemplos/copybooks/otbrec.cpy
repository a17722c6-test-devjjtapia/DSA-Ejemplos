      *> Registro compartido del presupuesto de compras OTBBUDG (open
      *> to buy): un renglon por mes y por proveedor o nodo de
      *> categoria. Lo mantiene OTB-BUDGET-MAINT; VENDOR-REORDER-REPORT
      *> retiene las lineas que lo excederian y OTB-STATUS-REPORT lo
      *> muestra contra lo comprometido y lo recibido.
           05 OB-MONTH  PIC X(6).
      *>      AAAAMM del mes del presupuesto.
           05 OB-TYPE   PIC X(1).
      *>      "V" = por proveedor (OB-KEY = codigo de VENDMAST);
      *>      "C" = por nodo de CATMAST (departamento, categoria o
      *>      subcategoria, con la clave de 9 de catmrec).
           05 OB-KEY    PIC X(9).
      *> Monto presupuestado del mes, en centavos (mismo criterio que
      *> PO-UNIT-COST).
           05 OB-AMOUNT PIC 9(11).
