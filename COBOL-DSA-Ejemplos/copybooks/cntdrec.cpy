      *> Registro compartido de fechas de conteo CNTDATES: un renglon
      *> por articulo y ubicacion (ver locrec.cpy; "TIENDA" para los
      *> articulos sin detalle en FRUTLOC) con la fecha del ultimo
      *> conteo fisico conciliado y la de la ultima planilla emitida.
      *> CYCLE-COUNT-SCHEDULE lo lee para decidir que vence segun la
      *> clase ABC y sella la emision; PHYSICAL-COUNT-RECON sella el
      *> conteo al conciliarlo; COUNT-COMPLIANCE-REPORT lista lo
      *> vencido. Una planilla emitida despues del ultimo conteo es
      *> un conteo pendiente de volver.
           05 CD-ITEM           PIC X(10).
           05 CD-LOCATION       PIC X(8).
           05 CD-LAST-COUNTED   PIC X(8).
           05 CD-LAST-SCHEDULED PIC X(8).
