       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT VALUATION-REPORT-FILE
               ASSIGN USING VALUATION-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUATION-REPORT-STATUS.

       COPY catgs.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
      *> Mismo maestro de inventario que array.cbl.
       FD  VALUATION-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY catgf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
      *> Detalle cargado en dos pasadas logicas: con costo primero,
      *> sin costo despues, cada seccion con su total.
       01 ITEM-TABLE.
          05 ITEM-COUNT PIC 9(4) VALUE 0.
          05 ITEM-ENTRY OCCURS 9999 TIMES.
             10 VAL-NAME   PIC X(10).
             10 VAL-QTY    PIC 9(5).
             10 VAL-COST   PIC 9(5)V99.
             10 VAL-AMOUNT PIC 9(9)V99.
       01 ITEM-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 I PIC 9(5).

       01 ONHAND-QTY PIC 9(5).
       01 UNIT-COST  PIC 9(5)V99.

       01 EDITED-COST   PIC ZZ,ZZ9.99.
       01 EDITED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 EDITED-QTY    PIC ZZZ,ZZZ,ZZ9.

       COPY catgw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME           PIC X(40) VALUE "FRUTASDAT".
          05 VALUATION-REPORT-FILE-NAME PIC X(40) VALUE "VALRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-ITEM-TABLE.
       PERFORM LOAD-CATEGORY-TABLES.

       OPEN OUTPUT VALUATION-REPORT-FILE.
       MOVE "VALUACION DEL INVENTARIO (EXISTENCIA X COSTO PROMEDIO)"
           TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Fecha: " BUSINESS-DATE
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
               TO REPORT-LINE
           WRITE REPORT-LINE
       END-IF.
       IF CATEGORIES-ACTIVE
           PERFORM WRITE-CATEGORY-SECTION
       END-IF.
       CLOSE VALUATION-REPORT-FILE.
       MOVE VALUATION-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "INVENTORY-VALUATION-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Valuacion grabada en VALRPT (" ITEM-COUNT
           " articulo(s), " NO-COST-COUNT " sin costo).".
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-CATEGORY-SECTION.
      *> Existencia y valor por departamento, categoria y
      *> subcategoria (ITEMCAT); los articulos sin categoria van
      *> aparte y listados, para que la suma cierre con el total.
           MOVE 0 TO CS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               MOVE VAL-NAME(I) TO CAT-ITEM-WANTED
               MOVE VAL-QTY(I) TO CAT-ADD-QTY
               MOVE VAL-AMOUNT(I) TO CAT-ADD-AMOUNT
               MOVE 0 TO CAT-ADD-AMOUNT-2
               PERFORM ADD-TO-CATEGORY-SUBTOTALS
           END-PERFORM.
           PERFORM SORT-CATEGORY-SUBTOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- SUBTOTALES POR CATEGORIA ---" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CATEGORIA                          ARTIC.   EXISTENCIA"
               TO REPORT-LINE.
           MOVE "           VALOR" TO REPORT-LINE(55:16).
           WRITE REPORT-LINE.
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > CS-COUNT
               PERFORM FORMAT-CATEGORY-LABEL
               MOVE CS-QTY(CS) TO EDITED-QTY
               MOVE CS-AMOUNT(CS) TO EDITED-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING CAT-LABEL " " CS-ITEMS(CS) " " EDITED-QTY
                   "  " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE CAT-UNASSIGNED-QTY TO EDITED-QTY.
           MOVE CAT-UNASSIGNED-AMOUNT TO EDITED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "*** SIN CATEGORIA ***             " " "
               CAT-UNASSIGNED-ITEMS " " EDITED-QTY "  " EDITED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING CU FROM 1 BY 1 UNTIL CU > CU-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "    Articulo sin categoria: " CU-ITEM(CU)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

       COPY catgp.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
