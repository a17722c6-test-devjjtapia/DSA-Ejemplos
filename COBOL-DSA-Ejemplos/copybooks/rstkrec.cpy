      *> RESTOCK-APPROVE; RESTOCK-FULFILL la saltea mientras tanto.
      *> Blanco (o registro viejo corto) = solicitud normal. Un punto
      *> de repedido mal tecleado ya no puede pedir un camion sin que
      *> nadie lo mire. "B" = VENDOR-REORDER-REPORT no emitio la orden
      *> porque excede el presupuesto de compras del mes (ver
      *> otbs.cpy) y espera la misma decision; "P" = el supervisor la
      *> aprobo sobre presupuesto y la proxima corrida la emite.
           05 RR-HOLD      PIC X(1).
      *> Operador que genero la solicitud (OPERADOR-TURNO en RUNPARMS
      *> al momento de encolarla). RESTOCK-APPROVE no acepta que ese
      *> mismo operador decida sobre ella; blanco = solicitud anterior
      *> al campo o generada sin operador de turno.
           05 RR-REQUESTER PIC X(8).
