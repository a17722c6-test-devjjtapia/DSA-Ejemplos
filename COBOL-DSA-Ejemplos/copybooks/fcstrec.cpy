      *> Registro compartido del pronostico de demanda FCSTFILE: uno
      *> por articulo, regrabado entero en cada corrida de
      *> DEMAND-FORECAST. El promedio plano de USAGE-COVER-REPORT le
      *> erraba feo a la fruta (los citricos triplican en invierno y
      *> el fin de semana vende mas que el martes); aca la demanda
      *> diaria base viene corregida por indice de mes y de dia de la
      *> semana y se proyecta sobre el plazo del proveedor de
      *> VENDMAST. VENDOR-REORDER-REPORT toma FC-SUGGESTED-QTY como
      *> cantidad de la orden en vez de la cantidad fija del tique.
           05 FC-ITEM          PIC X(10).
           05 FC-VENDOR        PIC X(6).
           05 FC-LEAD-DAYS     PIC 9(3).
      *> Demanda diaria base (sin estacionalidad), con dos decimales.
           05 FC-DAILY-BASE    PIC 9(5)V99.
      *> Demanda proyectada sobre el plazo de entrega.
           05 FC-LEAD-QTY      PIC 9(7).
      *> Cantidad sugerida: demanda del plazo mas el ciclo de compra,
      *> menos lo disponible y lo ya pedido; cero = no hace falta.
           05 FC-SUGGESTED-QTY PIC 9(5).
           05 FC-RUN-DATE      PIC X(8).
