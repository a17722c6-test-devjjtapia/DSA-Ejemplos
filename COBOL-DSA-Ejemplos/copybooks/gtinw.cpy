      *> Area de trabajo de la resolucion de codigos de barra (ver
      *> gtins.cpy): GTINMAST se carga una vez por corrida en una
      *> tabla hash de direccionamiento abierto con sondeo lineal,
      *> igual que HASH-LOOKUP, y cada lectura cuesta un par de
      *> sondeos en vez de un acceso al archivo.
      *> Nombre segun el entorno de la corrida (ver fenvparm.cpy).
       01 GTIN-FILE-NAME PIC X(40) VALUE "GTINMAST".
       01 GTIN-FILE-STATUS PIC XX VALUE "00".
           88 GTIN-FILE-OK  VALUE "00".
           88 GTIN-FILE-EOF VALUE "10".
      *> Tamano primo; con los codigos de unidad y de caja de cada
      *> articulo el factor de carga queda lejos del 70 por ciento.
       01 GTIN-HASH-SIZE PIC 9(4) VALUE 503.
       01 GTIN-HASH-TABLE.
          05 GH-SLOT OCCURS 503 TIMES.
             10 GH-USED       PIC X(1).
             10 GH-GTIN       PIC X(14).
             10 GH-ITEM       PIC X(10).
             10 GH-MULTIPLIER PIC 9(5).
       01 GTIN-ENTRY-COUNT PIC 9(4) VALUE 0.
       01 GTIN-HASH-VALUE PIC 9(8) COMP.
       01 GTIN-HASH-IDX PIC 9(4).
       01 GTIN-PROBES PIC 9(4).
       01 GTIN-C PIC 9(2).
       01 GTIN-LENGTH PIC 9(2).
       01 GTIN-DIGIT PIC 9(1).
       01 GTIN-CHECK-SUM PIC 9(4).
       01 GTIN-CHECK-DIGIT PIC 9(1).
       01 GTIN-WORK PIC X(14).
       01 GTIN-TABLE-FULL-SW PIC X VALUE "N".
           88 GTIN-TABLE-FULL VALUE "Y".
      *> Entrada de NORMALIZE-GTIN / RESOLVE-GTIN: el codigo como lo
      *> entrego el escaner, alineado a la izquierda.
       01 GTIN-WANTED PIC X(14).
      *> Salida: el codigo normalizado a 14 digitos y, si se resolvio,
      *> el articulo y el multiplicador.
       01 GTIN-NORMALIZED PIC X(14).
       01 GTIN-VALID-SW PIC X VALUE "N".
           88 GTIN-VALID VALUE "Y".
       01 GTIN-RESULT-SW PIC X VALUE " ".
           88 GTIN-RESOLVED  VALUE "H".
           88 GTIN-UNKNOWN   VALUE "M".
           88 GTIN-MALFORMED VALUE "I".
       01 GTIN-ITEM-FOUND PIC X(10).
       01 GTIN-MULT-FOUND PIC 9(5).
