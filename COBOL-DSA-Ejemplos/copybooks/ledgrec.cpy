      *> balanceo leen este archivo.
           05 LG-DATE    PIC X(8).
           05 LG-TIME    PIC 9(8).
      *> Tipo del asiento: R recepcion, E egreso, T transferencia, V
      *> devolucion a proveedor, M merma, C revaluacion, A apertura
      *> de ejercicio, U y F entrada y salida por fusion de articulos
      *> duplicados (ITEM-MERGE).
           05 LG-TYPE    PIC X(1).
           05 LG-ITEM    PIC X(10).
           05 LG-QTY     PIC 9(5).
           05 LG-BALANCE PIC 9(5).
      *> Costo unitario del articulo (centavos, mismo formato que
      *> FRUTA-COST) al momento del asiento -- para las recepciones,
      *> el promedio ya recalculado. Es lo que permite valuar un
      *> egreso viejo al costo de su dia y no al de hoy; los asientos
      *> anteriores al campo llegan en blanco.
           05 LG-UNIT-COST PIC X(7).
      *> Ubicacion (ver locrec.cpy) de la que salio o a la que entro
      *> el movimiento -- el origen, para las transferencias -- y
      *> motivo de la merma (ver mermacod.cpy) para los asientos tipo
      *> M; en blanco en los demas tipos y en los asientos viejos.
           05 LG-LOCATION  PIC X(8).
           05 LG-REASON    PIC X(4).
      *> Lote recibido o descargado (ver lotrec.cpy): un egreso que
      *> descarga varios lotes se asienta en un renglon por lote, con
      *> el saldo corrido, y lo que sale sin lote en un renglon con
      *> el lote en blanco. Es lo que permite rastrear un lote
      *> retirado (LOT-RECALL).
           05 LG-LOT       PIC X(10).
      *> Cantidad y unidad tal como llegaron (caja, kilo...) cuando
      *> el movimiento se convirtio a unidades de stock con FRUTUOM
      *> (ver uoms.cpy); LG-QTY es siempre lo convertido. En blanco
      *> si el movimiento ya venia en unidades de stock.
           05 LG-ORIG-QTY  PIC X(5).
           05 LG-ORIG-UNIT PIC X(4).
      *> Revaluacion de costo (asiento tipo "C" de COST-REVALUATION):
      *> el costo unitario anterior -- LG-UNIT-COST lleva el nuevo y
      *> LG-QTY la existencia revaluada, asi que el cambio de valor es
      *> LG-QTY x (nuevo - anterior) -- y el operador que la
      *> autorizo; el motivo va en LG-REASON (ver revalcod.cpy). En
      *> blanco en los demas tipos y en los asientos viejos.
           05 LG-PRIOR-COST PIC X(7).
           05 LG-OPERATOR   PIC X(8).
      *> Sello encadenado (ver chainw.cpy): valor de control calculado
      *> con el sello del asiento anterior y el contenido de este. En
      *> blanco solo en los asientos anteriores al campo.
           05 LG-CHAIN      PIC X(9).
