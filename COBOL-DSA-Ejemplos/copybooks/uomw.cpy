      *> Area de trabajo de la tabla de unidades de medida (ver
      *> uoms.cpy): la tabla cargada por LOAD-UOM-TABLE y los campos de
      *> consulta de CONVERT-TO-STOCK-UNIT y GET-PURCHASE-UNIT.
      *> Nombre segun el entorno de la corrida (ver fenvparm.cpy).
       01 UOM-FILE-NAME PIC X(40) VALUE "FRUTUOM".
       01 UOM-FILE-STATUS PIC XX VALUE "00".
           88 UOM-FILE-OK  VALUE "00".
           88 UOM-FILE-EOF VALUE "10".
       01 UOM-TABLE.
          05 UOM-COUNT PIC 9(3) VALUE 0.
          05 UOM-ENTRY OCCURS 300 TIMES.
             10 UOT-ITEM   PIC X(10).
             10 UOT-UNIT   PIC X(4).
             10 UOT-FACTOR PIC 9(5)V999.
             10 UOT-KIND   PIC X(1).
       01 UOM-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 UM PIC 9(3).
       01 UOM-ITEM-WANTED  PIC X(10).
       01 UOM-UNIT-WANTED  PIC X(4).
       01 UOM-QTY-IN       PIC 9(5).
       01 UOM-QTY-OUT      PIC 9(8).
       01 UOM-FACTOR-FOUND PIC 9(5)V999.
       01 UOM-UNIT-FOUND   PIC X(4).
       01 UOM-FOUND-SW PIC X VALUE "N".
           88 UOM-FOUND VALUE "Y".
      *> Prendido cuando la unidad pedida no es la de stock: hubo
      *> conversion y el original se guarda en el asiento.
       01 UOM-CONVERTED-SW PIC X VALUE "N".
           88 UOM-CONVERTED VALUE "Y".
