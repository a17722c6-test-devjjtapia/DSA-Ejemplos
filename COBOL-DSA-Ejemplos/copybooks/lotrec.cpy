           05 LT-LOT      PIC X(10).
           05 LT-EXP-DATE PIC X(8).
           05 LT-QTY      PIC 9(5).
      *> Proveedor del lote (de la orden de compra de la recepcion,
      *> MV-PO-NUMBER) y marca de cuarentena: "Q" = lote retirado por
      *> LOT-RECALL; los egresos no lo descargan y su cantidad espera
      *> en la ubicacion de cuarentena hasta devolverse (tipo V) o
      *> darse de baja (tipo M). En blanco en los lotes viejos.
           05 LT-VENDOR   PIC X(6).
           05 LT-STATUS   PIC X(1).
