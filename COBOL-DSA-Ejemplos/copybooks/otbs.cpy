      *> SELECT del presupuesto de compras OTBBUDG (ver otbrec.cpy).
      *> El disponible de un mes es el presupuesto menos lo recibido
      *> menos lo pedido y aun no recibido de las lineas de POFILE
      *> emitidas ese mes. Se COPY-a dentro de FILE-CONTROL; las demas
      *> piezas van en otbf/otbw/otbp, igual que runparms. Quien usa
      *> otbp necesita tambien catgs/catgf/catgw/catgp (los
      *> presupuestos por categoria se resuelven con
      *> FIND-ITEM-CATEGORY).
           SELECT OPTIONAL OTB-BUDGET-FILE
               ASSIGN USING OTB-BUDGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OTB-BUDGET-STATUS.
