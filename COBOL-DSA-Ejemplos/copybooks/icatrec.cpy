      *> Registro compartido de asignacion de categoria ITEMCAT: un
      *> renglon por articulo de FRUTASDAT con el nodo de CATMAST al
      *> que pertenece (subcategoria, o categoria/departamento si la
      *> jerarquia no baja mas). Lo mantiene CATEGORY-MAINT.
           05 IC-ITEM PIC X(10).
           05 IC-KEY.
              10 IC-DEPT     PIC X(3).
              10 IC-CATEGORY PIC X(3).
              10 IC-SUBCAT   PIC X(3).
