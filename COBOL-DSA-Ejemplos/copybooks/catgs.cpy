      *> SELECT del maestro de categorias CATMAST (ver catmrec.cpy) y
      *> de la asignacion por articulo ITEMCAT (ver icatrec.cpy), para
      *> los reportes que imprimen subtotales por categoria. Se COPY-a
      *> dentro de FILE-CONTROL; las demas piezas van en catgf/catgw/
      *> catgp, igual que runparms.
           SELECT OPTIONAL CATEGORY-FILE ASSIGN USING CATEGORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGORY-FILE-STATUS.
           SELECT OPTIONAL ITEM-CATEGORY-FILE
               ASSIGN USING ITEM-CATEGORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-CATEGORY-STATUS.
