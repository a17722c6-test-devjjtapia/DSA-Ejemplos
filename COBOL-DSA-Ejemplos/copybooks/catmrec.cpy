      *> Registro compartido del maestro de categorias CATMAST: la
      *> jerarquia departamento / categoria / subcategoria con que la
      *> gerencia pregunta ("cuanto citrico movimos", "cuanto valen
      *> los tropicales"). Un renglon por nodo: categoria en blanco =
      *> renglon del departamento; subcategoria en blanco = renglon
      *> de la categoria. Lo mantiene CATEGORY-MAINT.
           05 CM-KEY.
              10 CM-DEPT     PIC X(3).
              10 CM-CATEGORY PIC X(3).
              10 CM-SUBCAT   PIC X(3).
           05 CM-NAME PIC X(20).
