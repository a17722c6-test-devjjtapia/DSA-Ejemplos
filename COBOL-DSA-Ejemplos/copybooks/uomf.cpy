      *> FD de la tabla de unidades de medida (ver uoms.cpy): un
      *> renglon por articulo y unidad.
       FD  UOM-FILE.
       01  UOM-RECORD.
           05 UM-ITEM   PIC X(10).
           05 UM-UNIT   PIC X(4).
      *> Unidades de stock que trae una de esta unidad, con tres
      *> decimales (un kilo de kiwi = 8.500 unidades). La unidad de
      *> stock lleva factor 1.
           05 UM-FACTOR PIC 9(5)V999.
      *> "S" = unidad de stock del articulo; "C" = unidad de compra
      *> habitual (la que usa VENDOR-REORDER-REPORT para la orden);
      *> en blanco, otra unidad aceptada en la recepcion.
           05 UM-KIND   PIC X(1).
