       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROSS-MARGIN-REPORT.

      *> Margen bruto por articulo: cruza los egresos del libro mayor
      *> STKLEDG de un periodo con el precio de venta que regia el
      *> dia de cada egreso (PRICEMST, ver pricerec.cpy) y con el
      *> costo unitario asentado en el mismo renglon del libro (ver
      *> ledgrec.cpy), y escribe MARGINRPT con ingreso, costo, margen
      *> y porcentaje por articulo y en total. Las decisiones de
      *> precio salian de una planilla que nadie conciliaba contra
      *> nuestros costos; este reporte es esa conciliacion.
      *>
      *> argv(1) = periodo AAAAMM (por defecto el mes en curso). Un
      *> asiento anterior al costo en el libro se valua al costo
      *> actual del maestro y se cuenta aparte; un egreso sin precio
      *> vigente no entra al margen y deja RC 8 -- alguien tiene que
      *> cargarle el precio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL PRICE-FILE ASSIGN USING PRICE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS PRICE-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT MARGIN-REPORT-FILE
               ASSIGN USING MARGIN-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARGIN-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           COPY pricerec.

      *> Mismo maestro de inventario que array.cbl.
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  MARGIN-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 PRICE-FILE-STATUS PIC XX VALUE "00".
           88 PRICE-FILE-OK  VALUE "00".
           88 PRICE-FILE-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-EOF VALUE "10".
       01 MARGIN-REPORT-STATUS PIC XX VALUE "00".
           88 MARGIN-REPORT-OK VALUE "00".

       01 PERIOD-PARM PIC X(6).
       01 REPORT-PERIOD PIC X(6).

      *> Precios en memoria en orden de clave (articulo, vigencia):
      *> el ultimo renglon del articulo que no pasa del dia es el que
      *> regia.
       01 PRICE-TABLE.
          05 PRICE-COUNT PIC 9(3) VALUE 0.
          05 PRICE-ENTRY OCCURS 500 TIMES.
             10 PT-ITEM     PIC X(10).
             10 PT-EFF-DATE PIC X(8).
             10 PT-PRICE    PIC 9(7).
       01 PRICE-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 P PIC 9(3).
       01 PRICE-IDX PIC 9(3).

      *> Costo actual del maestro, solo para los asientos viejos sin
      *> costo propio.
       01 COST-TABLE.
          05 COST-COUNT PIC 9(4) VALUE 0.
          05 COST-ENTRY OCCURS 9999 TIMES.
             10 CT-ITEM  PIC X(10).
             10 CT-COST  PIC 9(7).
       01 COST-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 C PIC 9(5).

      *> Acumulado por articulo del periodo.
       01 MARGIN-TABLE.
          05 MARGIN-COUNT PIC 9(4) VALUE 0.
          05 MARGIN-ENTRY OCCURS 9999 TIMES.
             10 MG-ITEM     PIC X(10).
             10 MG-QTY      PIC 9(7).
             10 MG-REVENUE  PIC 9(9)V99.
             10 MG-COST     PIC 9(9)V99.
             10 MG-NOPRICE-QTY PIC 9(7).
       01 MARGIN-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 M PIC 9(5).
       01 MARGIN-IDX PIC 9(4).

       01 UNIT-PRICE-CENTS PIC 9(7).
       01 UNIT-COST-CENTS  PIC 9(7).
       01 ISSUE-COUNT      PIC 9(7) VALUE 0.
       01 NO-PRICE-COUNT   PIC 9(7) VALUE 0.
       01 OLD-COST-COUNT   PIC 9(7) VALUE 0.
       01 TABLE-OVERFLOW-SW PIC X VALUE "N".
           88 TABLE-OVERFLOW VALUE "Y".

       01 MARGIN-AMOUNT  PIC S9(9)V99.
       01 MARGIN-PCT     PIC S9(3)V9.
       01 TOTAL-QTY      PIC 9(9) VALUE 0.
       01 TOTAL-REVENUE  PIC 9(11)V99 VALUE 0.
       01 TOTAL-COST     PIC 9(11)V99 VALUE 0.

       01 EDITED-REVENUE PIC ZZZ,ZZZ,ZZ9.99.
       01 EDITED-COST    PIC ZZZ,ZZZ,ZZ9.99.
       01 EDITED-MARGIN  PIC -ZZZ,ZZZ,ZZ9.99.
       01 EDITED-PCT     PIC -ZZ9.9.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LEDGER-FILE-NAME        PIC X(40) VALUE "STKLEDG".
          05 PRICE-FILE-NAME         PIC X(40) VALUE "PRICEMST".
          05 FRUTAS-FILE-NAME        PIC X(40) VALUE "FRUTASDAT".
          05 MARGIN-REPORT-FILE-NAME PIC X(40) VALUE "MARGINRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT PERIOD-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO PERIOD-PARM
       END-ACCEPT.
       IF PERIOD-PARM IS NUMERIC
           MOVE PERIOD-PARM TO REPORT-PERIOD
       ELSE
           MOVE BUSINESS-DATE(1:6) TO REPORT-PERIOD
       END-IF.

       PERFORM LOAD-PRICE-TABLE.
       PERFORM LOAD-COST-TABLE.
       PERFORM ACCUMULATE-ISSUES.

       OPEN OUTPUT MARGIN-REPORT-FILE.
       MOVE "MARGEN BRUTO POR ARTICULO (EGRESOS A PRECIO VIGENTE)"
           TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Periodo: " REPORT-PERIOD "   Fecha: "
           BUSINESS-DATE
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "ARTICULO    CANTIDAD        INGRESO          COSTO"
           TO REPORT-LINE.
       MOVE "          MARGEN  MARGEN%" TO REPORT-LINE(51:25).
       WRITE REPORT-LINE.

       PERFORM VARYING M FROM 1 BY 1 UNTIL M > MARGIN-COUNT
           PERFORM WRITE-ITEM-LINE
       END-PERFORM.

       PERFORM WRITE-TOTAL-LINE.
       CLOSE MARGIN-REPORT-FILE.
       MOVE MARGIN-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "GROSS-MARGIN-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Margen bruto del periodo " REPORT-PERIOD
           " grabado en MARGINRPT (" ISSUE-COUNT " egreso(s), "
           NO-PRICE-COUNT " sin precio vigente).".
       IF NO-PRICE-COUNT > 0 OR TABLE-OVERFLOW
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-PRICE-TABLE.
           OPEN INPUT PRICE-FILE.
           IF PRICE-FILE-OK
               MOVE LOW-VALUES TO PM-KEY
               START PRICE-FILE KEY IS NOT LESS THAN PM-KEY
                   INVALID KEY SET PRICE-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL PRICE-FILE-EOF
                   READ PRICE-FILE NEXT RECORD
                       AT END
                           SET PRICE-FILE-EOF TO TRUE
                       NOT AT END
                           IF PRICE-COUNT < PRICE-TABLE-CAPACITY
                               ADD 1 TO PRICE-COUNT
                               MOVE PM-ITEM TO PT-ITEM(PRICE-COUNT)
                               MOVE PM-EFF-DATE
                                   TO PT-EFF-DATE(PRICE-COUNT)
                               MOVE PM-PRICE TO PT-PRICE(PRICE-COUNT)
                           ELSE
                               SET TABLE-OVERFLOW TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "PRICEMST no existe; ningun egreso tiene "
                   "precio vigente."
           END-IF.
           CLOSE PRICE-FILE.

       LOAD-COST-TABLE.
           OPEN INPUT FRUTAS-FILE.
           IF FRUTAS-FILE-OK
               MOVE LOW-VALUES TO FRUTA-KEY
               START FRUTAS-FILE KEY IS NOT LESS THAN FRUTA-KEY
                   INVALID KEY SET FRUTAS-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL FRUTAS-FILE-EOF
                       OR COST-COUNT >= COST-TABLE-CAPACITY
                   READ FRUTAS-FILE NEXT RECORD
                       AT END
                           SET FRUTAS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO COST-COUNT
                           MOVE FRUTA-NAME TO CT-ITEM(COST-COUNT)
                           IF FRUTA-COST IS NUMERIC
                               MOVE FRUTA-COST TO CT-COST(COST-COUNT)
                           ELSE
                               MOVE 0 TO CT-COST(COST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FRUTAS-FILE.

       ACCUMULATE-ISSUES.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           IF LG-TYPE = "E"
                                   AND LG-DATE(1:6) = REPORT-PERIOD
                               PERFORM ACCUMULATE-ONE-ISSUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.

       ACCUMULATE-ONE-ISSUE.
           ADD 1 TO ISSUE-COUNT.
           PERFORM FIND-MARGIN-ENTRY.
           IF MARGIN-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PRICE-IN-EFFECT.
           IF PRICE-IDX = 0
               ADD 1 TO NO-PRICE-COUNT
               ADD LG-QTY TO MG-NOPRICE-QTY(MARGIN-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-PRICE(PRICE-IDX) TO UNIT-PRICE-CENTS.
      *> Costo del dia del asiento; el asiento viejo sin costo se
      *> valua al costo actual del maestro.
           IF LG-UNIT-COST IS NUMERIC
               MOVE LG-UNIT-COST TO UNIT-COST-CENTS
           ELSE
               ADD 1 TO OLD-COST-COUNT
               MOVE 0 TO UNIT-COST-CENTS
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > COST-COUNT
                   IF FUNCTION TRIM(CT-ITEM(C)) = FUNCTION TRIM(LG-ITEM)
                       MOVE CT-COST(C) TO UNIT-COST-CENTS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           ADD LG-QTY TO MG-QTY(MARGIN-IDX).
           COMPUTE MG-REVENUE(MARGIN-IDX) = MG-REVENUE(MARGIN-IDX)
               + LG-QTY * UNIT-PRICE-CENTS / 100.
           COMPUTE MG-COST(MARGIN-IDX) = MG-COST(MARGIN-IDX)
               + LG-QTY * UNIT-COST-CENTS / 100.

       FIND-MARGIN-ENTRY.
           MOVE 0 TO MARGIN-IDX.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MARGIN-COUNT
               IF MG-ITEM(M) = LG-ITEM
                   MOVE M TO MARGIN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF MARGIN-IDX = 0
               IF MARGIN-COUNT < MARGIN-TABLE-CAPACITY
                   ADD 1 TO MARGIN-COUNT
                   MOVE LG-ITEM TO MG-ITEM(MARGIN-COUNT)
                   MOVE 0 TO MG-QTY(MARGIN-COUNT)
                   MOVE 0 TO MG-REVENUE(MARGIN-COUNT)
                   MOVE 0 TO MG-COST(MARGIN-COUNT)
                   MOVE 0 TO MG-NOPRICE-QTY(MARGIN-COUNT)
                   MOVE MARGIN-COUNT TO MARGIN-IDX
               ELSE
                   SET TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       FIND-PRICE-IN-EFFECT.
      *> La tabla viene en orden (articulo, vigencia): el ultimo
      *> renglon del articulo con vigencia hasta el dia del egreso.
           MOVE 0 TO PRICE-IDX.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PRICE-COUNT
               IF PT-ITEM(P) = LG-ITEM
                       AND PT-EFF-DATE(P) NOT > LG-DATE
                   MOVE P TO PRICE-IDX
               END-IF
           END-PERFORM.

       WRITE-ITEM-LINE.
           COMPUTE MARGIN-AMOUNT = MG-REVENUE(M) - MG-COST(M).
           IF MG-REVENUE(M) > 0
               COMPUTE MARGIN-PCT ROUNDED =
                   MARGIN-AMOUNT * 100 / MG-REVENUE(M)
           ELSE
               MOVE 0 TO MARGIN-PCT
           END-IF.
           MOVE MG-REVENUE(M) TO EDITED-REVENUE.
           MOVE MG-COST(M) TO EDITED-COST.
           MOVE MARGIN-AMOUNT TO EDITED-MARGIN.
           MOVE MARGIN-PCT TO EDITED-PCT.
           MOVE SPACES TO REPORT-LINE.
           STRING MG-ITEM(M) " " MG-QTY(M) " " EDITED-REVENUE " "
               EDITED-COST " " EDITED-MARGIN " " EDITED-PCT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           IF MG-NOPRICE-QTY(M) > 0
               STRING FUNCTION TRIM(REPORT-LINE TRAILING)
                   "  *SIN PRECIO: " MG-NOPRICE-QTY(M)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           ADD MG-QTY(M) TO TOTAL-QTY.
           ADD MG-REVENUE(M) TO TOTAL-REVENUE.
           ADD MG-COST(M) TO TOTAL-COST.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE MARGIN-AMOUNT = TOTAL-REVENUE - TOTAL-COST.
           IF TOTAL-REVENUE > 0
               COMPUTE MARGIN-PCT ROUNDED =
                   MARGIN-AMOUNT * 100 / TOTAL-REVENUE
           ELSE
               MOVE 0 TO MARGIN-PCT
           END-IF.
           MOVE TOTAL-REVENUE TO EDITED-REVENUE.
           MOVE TOTAL-COST TO EDITED-COST.
           MOVE MARGIN-AMOUNT TO EDITED-MARGIN.
           MOVE MARGIN-PCT TO EDITED-PCT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL      " TOTAL-QTY " " EDITED-REVENUE " "
               EDITED-COST " " EDITED-MARGIN " " EDITED-PCT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF NO-PRICE-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " NO-PRICE-COUNT " egreso(s) sin precio "
                   "vigente quedan fuera del margen ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           IF OLD-COST-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Nota: " OLD-COST-COUNT " asiento(s) sin costo "
                   "propio valuados al costo actual del maestro."
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           IF TABLE-OVERFLOW
               MOVE "*** TABLA LLENA: EL REPORTE ESTA INCOMPLETO ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
