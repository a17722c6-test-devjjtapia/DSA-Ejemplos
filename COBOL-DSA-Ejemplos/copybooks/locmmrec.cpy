      *> Registro compartido de niveles minimo/maximo por articulo y
      *> ubicacion FRUTLMIN: el umbral de ARRAY-DEMO mira el total del
      *> articulo, y con el deposito lleno el local de venta se
      *> quedaba vacio sin que nada avisara. FLOOR-REPLENISH compara
      *> la existencia de "TIENDA" en FRUTLOC contra MM-MIN y sube
      *> desde "DEPOSITO" hasta MM-MAX; un renglon de "DEPOSITO" marca
      *> el punto en que el propio deposito pide reposicion al
      *> proveedor. MM-LOCATION en blanco se toma como "TIENDA".
           05 MM-ITEM     PIC X(10).
           05 MM-LOCATION PIC X(8).
           05 MM-MIN      PIC 9(5).
           05 MM-MAX      PIC 9(5).
