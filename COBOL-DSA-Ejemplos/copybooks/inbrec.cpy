      *> Registro del registro de archivos entrantes INBREG: un
      *> renglon por cada archivo de afuera (MOVCSV, VENDMOVS, DLVFILE,
      *> CNTFILE, PARTACK) que un cargador encontro al arrancar. Lo
      *> escriben los cargadores via CHECK-INBOUND-FILE (ver inbp.cpy)
      *> y INBOUND-REGISTER al anular una llegada; lo lee el registro
      *> diario de INBOUND-REGISTER.
           05 IR-SOURCE    PIC X(8).
      *>      Nombre del archivo entrante.
           05 IR-SEQUENCE  PIC 9(6).
      *>      Numero de llegada dentro de la fuente (1, 2, ...); en un
      *>      repetido o una anulacion, el de la llegada original.
           05 IR-FILE-DATE PIC X(8).
      *>      Fecha del renglon HDR del archivo si lo trae; si no, la
      *>      fecha de recepcion.
           05 IR-COUNT     PIC 9(6).
           05 IR-CHECKSUM  PIC 9(9).
      *>      Sello encadenado de todos los renglones (ver chainp.cpy):
      *>      dos archivos con el mismo sello y la misma cantidad son
      *>      el mismo archivo.
           05 IR-RECV-DATE PIC X(8).
           05 IR-RECV-TIME PIC 9(8).
           05 IR-PROGRAM   PIC X(24).
           05 IR-RESULT    PIC X(1).
      *>      "A" aceptado / "D" repetido, no se proceso / "X" llegada
      *>      anulada por operaciones (se puede volver a procesar).
           05 IR-OPERATOR  PIC X(8).
      *>      Legajo que anulo; en blanco en las llegadas.
