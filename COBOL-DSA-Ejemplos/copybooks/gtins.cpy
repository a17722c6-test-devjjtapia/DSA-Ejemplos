      *> SELECT del maestro de codigos de barra GTINMAST (ver
      *> gtinrec.cpy). Los muelles y el conteo leen la caja con un
      *> escaner y el sistema solo entendia FRUTA-NAME; con esto cada
      *> lectura se resuelve a nuestro articulo. Se COPY-a dentro de
      *> FILE-CONTROL; las demas piezas van en gtinf/gtinw/gtinp,
      *> igual que uoms.
           SELECT OPTIONAL GTIN-FILE ASSIGN USING GTIN-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-GTIN
               FILE STATUS IS GTIN-FILE-STATUS.
