      *> SELECT de las tarjetas de control de ordenamiento (PRODCTL
      *> para PROD-SORT): que claves, en que orden y con que filtro se
      *> ordena un extracto. Antes la unica clave posible era el valor
      *> num2 del registro entero, y para ordenar por proveedor, luego
      *> articulo, luego fecha descendente se armaban claves pegando
      *> campos en una planilla. Se COPY-a dentro de FILE-CONTROL; las
      *> demas piezas van en sortcf/sortcw/sortcp, igual que runparms.
           SELECT OPTIONAL SORT-CTL-FILE ASSIGN USING SORT-CTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORT-CTL-FILE-STATUS.
