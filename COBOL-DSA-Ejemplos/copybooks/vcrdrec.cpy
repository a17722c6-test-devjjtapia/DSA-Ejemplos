      *> Registro de credito pendiente de proveedor VCREDIT: cada
      *> devolucion a proveedor (movimiento "V" de STOCK-MOVEMENT) abre
      *> un renglon con la orden de compra y el lote devueltos, la
      *> cantidad y el importe que el proveedor nos debe acreditar.
      *> Antes la devolucion se tecleaba como un egreso comun y nadie
      *> perseguia la nota de credito. CREDIT-MEMO-APPLY lo cierra al
      *> llegar la nota; CREDIT-AGING lista por proveedor lo que
      *> sigue esperando.
           05 CR-VENDOR      PIC X(6).
           05 CR-PO-NUMBER   PIC X(6).
           05 CR-ITEM        PIC X(10).
           05 CR-LOT         PIC X(10).
           05 CR-QTY         PIC 9(5).
      *> Importe esperado en centavos: cantidad por el costo pactado
      *> de la orden (o el costo del maestro si la orden no tenia
      *> precio).
           05 CR-AMOUNT      PIC 9(9).
           05 CR-RETURN-DATE PIC X(8).
      *> "P" pendiente de credito / "C" acreditado.
           05 CR-STATUS      PIC X(1).
           05 CR-MEMO-NUMBER PIC X(10).
           05 CR-CREDIT-AMOUNT PIC 9(9).
           05 CR-CREDIT-DATE PIC X(8).
