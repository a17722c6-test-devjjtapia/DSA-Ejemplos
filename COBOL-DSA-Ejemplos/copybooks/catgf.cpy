      *> FD del maestro de categorias y de la asignacion por articulo
      *> (ver catgs.cpy).
       FD  CATEGORY-FILE.
       01  CATEGORY-RECORD.
           COPY catmrec.

       FD  ITEM-CATEGORY-FILE.
       01  ITEM-CATEGORY-RECORD.
           COPY icatrec.
