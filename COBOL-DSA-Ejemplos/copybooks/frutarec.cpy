      *> numericos van como PIC X y cada programa valida con IS
      *> NUMERIC, porque los archivos viejos mas cortos llegan con
      *> blancos en la cola y reciben valores por defecto al cargar.
      *>
      *> La clave es el numero de articulo, 0001 a 9999: con 9(2) el
      *> maestro no podia tener un articulo numero 100 y ya se estaban
      *> reusando claves de descontinuados. La clave es del articulo
      *> para siempre -- nadie renumera al regrabar -- y las altas
      *> toman la siguiente del numerador FRUTAKEY, que nunca
      *> retrocede; un maestro de clave 9(2) se convierte con
      *> FRUTAS-CONVERT.
           05 FRUTA-KEY  PIC 9(4).
           05 FRUTA-NAME PIC X(10).
           05 FRUTA-QTY     PIC X(5).
           05 FRUTA-REORDER PIC X(5).
           05 FRUTA-YTD-RECV  PIC X(7).
           05 FRUTA-YTD-ISSUE PIC X(7).
           05 FRUTA-PERIOD    PIC X(6).
      *> Cantidad comprometida a pedidos de clientes (ver ordrec.cpy):
      *> la sube ORDER-ALLOCATE al reservar y la baja STOCK-MOVEMENT
      *> al entregar contra el pedido. Lo libre para vender es
      *> FRUTA-QTY menos esto; blanco = nada comprometido.
           05 FRUTA-ALLOC     PIC X(5).
