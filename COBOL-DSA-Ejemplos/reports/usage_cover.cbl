       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT USAGE-REPORT-FILE ASSIGN USING USAGE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USAGE-REPORT-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       COPY runparms.
       COPY catgs.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
           COPY opsalert.

       COPY runparmf.
       COPY catgf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".

      *> Un renglon de calculo por articulo del maestro.
       01 ITEM-TABLE.
          05 ITEM-COUNT PIC 9(4) VALUE 0.
          05 ITEM-ENTRY OCCURS 9999 TIMES.
             10 UC-NAME       PIC X(10).
             10 UC-ONHAND     PIC 9(5).
             10 UC-REORDER-PT PIC 9(5).
             10 UC-COVER-DAYS PIC 9(5).
             10 UC-LEAD-DAYS  PIC 9(3).
             10 UC-RISK-SW    PIC X(1).
       01 ITEM-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 I PIC 9(5).
       01 J PIC 9(5).
       01 ITEM-IDX PIC 9(4).
       01 SWAP-ENTRY PIC X(43).
       01 REORDER-COVER-DAYS PIC 9(5).
       01 RISK-COUNT PIC 9(4) VALUE 0.
       01 EDITED-RATE PIC ZZ9.99.
       01 CAT-DAILY-RATE PIC 9(7)V99.
       01 CAT-COVER-DAYS PIC 9(5).
       01 CAT-RISK-ITEMS PIC 9(5).
       01 EDITED-QTY PIC ZZZ,ZZ9.
       01 EDITED-ISSUED PIC Z,ZZZ,ZZ9.
       01 EDITED-CAT-RATE PIC ZZ,ZZ9.99.

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       COPY runparmw.
       COPY catgw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LEDGER-FILE-NAME       PIC X(40) VALUE "STKLEDG".
          05 FRUTAS-FILE-NAME       PIC X(40) VALUE "FRUTASDAT".
          05 VENDOR-FILE-NAME       PIC X(40) VALUE "VENDMAST".
          05 USAGE-REPORT-FILE-NAME PIC X(40) VALUE "USOCOB".
          05 OPS-ALERT-FILE-NAME    PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM LOAD-RUN-PARMS.
       MOVE "VENTANA-CONSUMO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       END-IF.

       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).
       COMPUTE CUTOFF-DAY-NUM = TODAY-DAY-NUM - WINDOW-DAYS.

       PERFORM LOAD-ITEM-TABLE.
       PERFORM LOAD-CATEGORY-TABLES.
       IF ITEM-COUNT = 0
           DISPLAY "FRUTASDAT vacio o ausente; no hay consumos que "
               "medir."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF CATEGORIES-ACTIVE
               PERFORM WRITE-CATEGORY-SECTION
           END-IF.
           CLOSE USAGE-REPORT-FILE.
           MOVE USAGE-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "USAGE-COVER-REPORT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-CATEGORY-SECTION.
      *> Existencia y egresos de la ventana por departamento,
      *> categoria y subcategoria (ITEMCAT); el consumo diario y la
      *> cobertura salen del subtotal, y se cuentan los articulos en
      *> riesgo de cada nodo. Sin categoria va aparte y listado.
           MOVE 0 TO CS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               MOVE UC-NAME(I) TO CAT-ITEM-WANTED
               MOVE UC-ONHAND(I) TO CAT-ADD-QTY
               MOVE UC-ISSUED(I) TO CAT-ADD-AMOUNT
               IF UC-RISK-SW(I) = "S"
                   MOVE 1 TO CAT-ADD-AMOUNT-2
               ELSE
                   MOVE 0 TO CAT-ADD-AMOUNT-2
               END-IF
               PERFORM ADD-TO-CATEGORY-SUBTOTALS
           END-PERFORM.
           PERFORM SORT-CATEGORY-SUBTOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- SUBTOTALES POR CATEGORIA ---" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CATEGORIA" TO REPORT-LINE.
           MOVE "ARTIC.   EXIST  EGRESOS    DIARIO  COBERTURA  RIESGO"
               TO REPORT-LINE(36:).
           WRITE REPORT-LINE.
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > CS-COUNT
               PERFORM FORMAT-CATEGORY-LABEL
               MOVE CS-QTY(CS) TO CAT-ADD-QTY
               MOVE CS-AMOUNT(CS) TO CAT-ADD-AMOUNT
               MOVE CS-AMOUNT-2(CS) TO CAT-RISK-ITEMS
               PERFORM WRITE-CATEGORY-LINE
               MOVE CS-ITEMS(CS) TO REPORT-LINE(36:5)
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE "*** SIN CATEGORIA ***" TO CAT-LABEL.
           MOVE CAT-UNASSIGNED-QTY TO CAT-ADD-QTY.
           MOVE CAT-UNASSIGNED-AMOUNT TO CAT-ADD-AMOUNT.
           MOVE CAT-UNASSIGNED-AMOUNT-2 TO CAT-RISK-ITEMS.
           PERFORM WRITE-CATEGORY-LINE.
           MOVE CAT-UNASSIGNED-ITEMS TO REPORT-LINE(36:5).
           WRITE REPORT-LINE.
           PERFORM VARYING CU FROM 1 BY 1 UNTIL CU > CU-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "    Articulo sin categoria: " CU-ITEM(CU)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

       WRITE-CATEGORY-LINE.
      *> Arma el renglon de CAT-LABEL con existencia CAT-ADD-QTY y
      *> egresos CAT-ADD-AMOUNT; el llamador pone la cantidad de
      *> articulos en la columna 36.
           COMPUTE CAT-DAILY-RATE ROUNDED =
               CAT-ADD-AMOUNT / WINDOW-DAYS.
           IF CAT-DAILY-RATE > 0
               COMPUTE CAT-COVER-DAYS = CAT-ADD-QTY / CAT-DAILY-RATE
           ELSE
               MOVE 99999 TO CAT-COVER-DAYS
           END-IF.
           MOVE CAT-ADD-QTY TO EDITED-QTY.
           MOVE CAT-ADD-AMOUNT TO EDITED-ISSUED.
           MOVE CAT-DAILY-RATE TO EDITED-CAT-RATE.
           MOVE SPACES TO REPORT-LINE.
           STRING CAT-LABEL "      " EDITED-QTY " "
               EDITED-ISSUED " " EDITED-CAT-RATE "     "
               CAT-COVER-DAYS "d  " CAT-RISK-ITEMS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY runparmp.
       COPY catgp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
