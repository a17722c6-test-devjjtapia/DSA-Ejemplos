      *> Registro compartido del maestro de proveedores VENDMAST: un
      *> renglon por proveedor y articulo que provee, asi un mismo
      *> articulo puede tener varios proveedores (y un proveedor
      *> varios articulos). Leido secuencialmente, igual que VENDPRC.
           05 VN-CODE      PIC X(6).
           05 VN-NAME      PIC X(20).
      *> Plazo de entrega en dias de este proveedor para el articulo.
           05 VN-LEAD-DAYS PIC X(3).
           05 VN-ITEM      PIC X(10).
      *> Reglas de abastecimiento del articulo. Ranking: 1 = el
      *> preferido; en blanco (renglones viejos) = ultimo, y a igual
      *> ranking manda el orden del archivo. Cantidad minima de orden
      *> en unidades de stock, en blanco = sin minimo. Estado: "I" =
      *> inactivo (no se le emiten ordenes); "A" o en blanco = activo.
           05 VN-RANK      PIC X(2).
           05 VN-MIN-QTY   PIC X(5).
           05 VN-ACTIVE    PIC X(1).
