      *> Categorias de reclamo (CS-CATEGORY en CASEFILE): el reporte
      *> de antiguedad agrupa los casos abiertos por aqui y CASE-MAINT
      *> no acepta otra. Una categoria nueva se agrega aqui y en
      *> ningun otro lado; OTRO es la que toma un caso abierto desde
      *> la pila sin categoria.
       01 CASE-CATEGORY-CATALOG.
          05 FILLER PIC X(24) VALUE "CALICALIDAD DEL PRODUCTO".
          05 FILLER PIC X(24) VALUE "DEMODEMORA EN ATENCION  ".
          05 FILLER PIC X(24) VALUE "ATENTRATO DEL PERSONAL  ".
          05 FILLER PIC X(24) VALUE "PRECPRECIO/COBRO        ".
          05 FILLER PIC X(24) VALUE "FALTFALTANTE/SIN STOCK  ".
          05 FILLER PIC X(24) VALUE "OTROOTROS               ".
       01 FILLER REDEFINES CASE-CATEGORY-CATALOG.
          05 CASE-CATEGORY-ENTRY OCCURS 6 TIMES.
             10 CASE-CATEGORY-CODE PIC X(4).
             10 CASE-CATEGORY-DESC PIC X(20).
       01 CASE-CATEGORY-COUNT PIC 9(2) VALUE 6.
