      *> SELECT de la tabla de unidades de medida FRUTUOM: por
      *> articulo, su unidad de stock (la que cuenta el local y la que
      *> llevan FRUTA-QTY y PO-QTY) y el factor de cada unidad de
      *> compra (caja, kilo...) expresado en unidades de stock. Los
      *> proveedores venden por caja o por kilo y el recepcionista
      *> convertia de cabeza; una caja de 40 asentada como 40 cajas
      *> era la mitad de nuestras diferencias de recepcion. Se COPY-a
      *> dentro de FILE-CONTROL; las demas piezas van en uomf/uomw/
      *> uomp, igual que runparms.
           SELECT OPTIONAL UOM-FILE ASSIGN USING UOM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UOM-FILE-STATUS.
