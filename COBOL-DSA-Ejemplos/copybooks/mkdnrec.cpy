      *> Registro compartido del archivo de rebajas MKDNPROP: un
      *> renglon por propuesta de rebaja de un lote de FRUTLOTE que al
      *> ritmo normal de venta no se vende antes de vencer. Lo llena
      *> MARKDOWN-PROPOSE, lo decide el supervisor con MARKDOWN-APPROVE
      *> y MARKDOWN-RECOVERY compara lo recuperado con las rebajas
      *> aprobadas contra lo que hubiera costado darlo de baja. Antes
      *> el reporte de vencimientos avisaba y nada ayudaba a venderlo
      *> primero.
           05 MK-ITEM         PIC X(10).
           05 MK-LOT          PIC X(10).
           05 MK-EXP-DATE     PIC X(8).
      *> Dias que le quedaban al lote, su existencia y las unidades
      *> que el consumo promedio no alcanza a vender antes del
      *> vencimiento, al momento de proponer.
           05 MK-DAYS-LEFT    PIC 9(3).
           05 MK-QTY          PIC 9(5).
           05 MK-EXCESS       PIC 9(5).
      *> Porcentaje de rebaja del escalon (REBAJA-PCT-n en RUNPARMS).
           05 MK-PCT          PIC 9(2).
      *> Costo del maestro y precio de venta vigente (PRICEMST) en
      *> centavos, sin rebaja; precio cero = articulo sin precio.
           05 MK-UNIT-COST    PIC 9(7).
           05 MK-UNIT-PRICE   PIC 9(7).
      *> "P" propuesta pendiente / "A" aprobada / "X" rechazada.
           05 MK-STATUS       PIC X(1).
           05 MK-PROPOSE-DATE PIC X(8).
           05 MK-DECIDE-DATE  PIC X(8).
           05 MK-SUPERVISOR   PIC X(8).
