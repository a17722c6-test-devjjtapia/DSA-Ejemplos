      *> Maestro de precios de venta PRICEMST (indexado): un renglon
      *> por articulo y fecha de vigencia. El precio que rige en un
      *> dia es el del renglon del articulo con la mayor vigencia que
      *> no pasa de ese dia, asi que un cambio futuro se carga de
      *> antemano y entra solo cuando llega su fecha. Lo mantiene
      *> PRICE-MASTER-MAINT (bitacora PRICELOG) y lo lee el reporte
      *> de margen bruto.
           05 PM-KEY.
              10 PM-ITEM     PIC X(10).
              10 PM-EFF-DATE PIC X(8).
      *> Precio unitario de venta en centavos, mismo formato que
      *> FRUTA-COST.
           05 PM-PRICE       PIC 9(7).
