      *> Registro del maestro de codigos de barra GTINMAST: cada GTIN
      *> impreso en la mercaderia (la unidad o la caja) apunta a
      *> nuestro articulo. El codigo se guarda normalizado a 14
      *> digitos con ceros a la izquierda (un EAN-13 o un UPC-A
      *> leidos por el escaner quedan iguales que su GTIN-14), asi
      *> cualquier largo que traiga el lector encuentra la misma
      *> clave.
           05 GT-GTIN PIC X(14).
           05 GT-ITEM PIC X(10).
      *> Unidades de stock que representa una lectura del codigo: 1
      *> para el codigo de la unidad, 12 para la caja de doce, etc.
      *> Una caja escaneada tres veces son 36 unidades de stock.
           05 GT-MULTIPLIER PIC 9(5).
