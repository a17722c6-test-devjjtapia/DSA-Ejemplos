      *> Area de trabajo de los subtotales por categoria (ver
      *> catgs.cpy): las tablas cargadas por LOAD-CATEGORY-TABLES, los
      *> acumuladores por nodo de ADD-TO-CATEGORY-SUBTOTALS y los
      *> articulos sin categoria, que cada reporte lista como
      *> excepcion.
      *> Nombre segun el entorno de la corrida (ver fenvparm.cpy).
       01 CATEGORY-FILE-NAME PIC X(40) VALUE "CATMAST".
       01 ITEM-CATEGORY-FILE-NAME PIC X(40) VALUE "ITEMCAT".
       01 CATEGORY-FILE-STATUS PIC XX VALUE "00".
           88 CATEGORY-FILE-OK  VALUE "00".
           88 CATEGORY-FILE-EOF VALUE "10".
       01 ITEM-CATEGORY-STATUS PIC XX VALUE "00".
           88 ITEM-CATEGORY-OK  VALUE "00".
           88 ITEM-CATEGORY-EOF VALUE "10".
       01 CATEGORY-TABLE.
          05 CG-COUNT PIC 9(3) VALUE 0.
          05 CG-ENTRY OCCURS 200 TIMES.
             10 CG-KEY.
                15 CG-DEPT     PIC X(3).
                15 CG-CATEGORY PIC X(3).
                15 CG-SUBCAT   PIC X(3).
             10 CG-NAME PIC X(20).
       01 CATEGORY-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 CG PIC 9(3).
       01 ITEM-CATEGORY-TABLE.
          05 ICT-COUNT PIC 9(3) VALUE 0.
          05 ICT-ENTRY OCCURS 300 TIMES.
             10 ICT-ITEM PIC X(10).
             10 ICT-KEY  PIC X(9).
       01 ITEM-CATEGORY-CAPACITY PIC 9(3) VALUE 300.
       01 ICT PIC 9(3).
      *> Prendido si ITEMCAT trae al menos una asignacion: sin
      *> asignaciones los reportes no imprimen la seccion.
      *> Prendido si CATMAST o ITEMCAT no entraron enteros en la
      *> tabla: quien los regraba desde aqui tiene que rehusarse.
       01 CATEGORY-OVERFLOW-SW PIC X VALUE "N".
           88 CATEGORY-OVERFLOW VALUE "Y".
       01 CATEGORIES-ACTIVE-SW PIC X VALUE "N".
           88 CATEGORIES-ACTIVE VALUE "Y".
      *> Subtotales por nodo (departamento, categoria y subcategoria);
      *> el significado de cada acumulador lo pone el reporte.
       01 CATEGORY-SUBTOTAL-TABLE.
          05 CS-COUNT PIC 9(3) VALUE 0.
          05 CS-ENTRY OCCURS 200 TIMES.
             10 CS-KEY      PIC X(9).
             10 CS-ITEMS    PIC 9(5).
             10 CS-QTY      PIC S9(9).
             10 CS-AMOUNT   PIC S9(11)V99.
             10 CS-AMOUNT-2 PIC S9(11)V99.
       01 CS PIC 9(3).
       01 CS-J PIC 9(3).
       01 CS-SWAP PIC X(49).
      *> Articulos sin categoria: su propio subtotal y la lista.
       01 CAT-UNASSIGNED-ITEMS    PIC 9(5) VALUE 0.
       01 CAT-UNASSIGNED-QTY      PIC S9(9) VALUE 0.
       01 CAT-UNASSIGNED-AMOUNT   PIC S9(11)V99 VALUE 0.
       01 CAT-UNASSIGNED-AMOUNT-2 PIC S9(11)V99 VALUE 0.
       01 CAT-UNASSIGNED-TABLE.
          05 CU-COUNT PIC 9(3) VALUE 0.
          05 CU-ITEM OCCURS 300 TIMES PIC X(10).
       01 CU PIC 9(3).
      *> Entrada de FIND-ITEM-CATEGORY / ADD-TO-CATEGORY-SUBTOTALS.
       01 CAT-ITEM-WANTED   PIC X(10).
       01 CAT-ADD-QTY       PIC S9(9).
       01 CAT-ADD-AMOUNT    PIC S9(11)V99.
       01 CAT-ADD-AMOUNT-2  PIC S9(11)V99.
      *> Salida de FIND-ITEM-CATEGORY y FORMAT-CATEGORY-LABEL.
       01 CAT-KEY-FOUND.
          05 CAT-DEPT-FOUND     PIC X(3).
          05 CAT-CATEGORY-FOUND PIC X(3).
          05 CAT-SUBCAT-FOUND   PIC X(3).
       01 CAT-FOUND-SW PIC X VALUE "N".
           88 CAT-FOUND VALUE "Y".
       01 CAT-NODE-KEY PIC X(9).
       01 CAT-LABEL PIC X(34).
       01 CAT-NAME-FOUND PIC X(20).
