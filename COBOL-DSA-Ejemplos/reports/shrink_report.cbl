       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRINK-REPORT.

      *> Reporte mensual de mermas: toma de STKLEDG los asientos tipo
      *> M del mes (ver mermacod.cpy) y muestra las unidades y el
      *> valor perdidos por articulo, por motivo y por ubicacion,
      *> como porcentaje de lo recibido en el mes (asientos tipo R).
      *> El valor es al costo unitario sellado en el asiento, no al
      *> de hoy. Antes la fruta perdida salia como egreso comun o como
      *> ajuste de conteo y la merma -- el costo controlable mas
      *> grande que tenemos -- no se podia medir.
      *>
      *> Parametro: argv(1) = mes a informar (AAAAMM); sin parametro,
      *> el mes en curso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
      *> Reporte imprimible, se reescribe completo en cada corrida.
           SELECT SHRINK-REPORT-FILE
               ASSIGN USING SHRINK-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHRINK-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  SHRINK-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 SHRINK-REPORT-STATUS PIC XX VALUE "00".
           88 SHRINK-REPORT-OK VALUE "00".

       01 MONTH-PARM PIC X(10).
       01 TARGET-MONTH PIC X(6).

      *> Motivos de merma y su descripcion.
           COPY mermacod.
       01 SR PIC 9(2).

      *> Un renglon por articulo con recepciones o mermas en el mes.
       01 ITEM-TABLE.
          05 ITEM-ENTRY OCCURS 100 TIMES.
             10 SI-ITEM     PIC X(10).
             10 SI-RECEIVED PIC 9(7).
             10 SI-UNITS    PIC 9(7).
             10 SI-VALUE    PIC 9(11).
       01 ITEM-COUNT PIC 9(3) VALUE 0.
       01 ITEM-TABLE-CAPACITY PIC 9(3) VALUE 100.
       01 I PIC 9(3).
       01 ITEM-IDX PIC 9(3).

      *> Detalle articulo x motivo x ubicacion.
       01 DETAIL-TABLE.
          05 DETAIL-ENTRY OCCURS 300 TIMES.
             10 SD-ITEM     PIC X(10).
             10 SD-REASON   PIC X(4).
             10 SD-LOCATION PIC X(8).
             10 SD-UNITS    PIC 9(7).
             10 SD-VALUE    PIC 9(11).
       01 DETAIL-COUNT PIC 9(3) VALUE 0.
       01 DETAIL-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 D PIC 9(3).
       01 DETAIL-IDX PIC 9(3).

      *> Totales por motivo, en el orden del catalogo; el renglon 6
      *> junta los asientos con un motivo que el catalogo no conoce.
       01 REASON-TOTALS.
          05 REASON-TOTAL-ENTRY OCCURS 6 TIMES.
             10 RT-UNITS PIC 9(7).
             10 RT-VALUE PIC 9(11).
       01 UNKNOWN-REASON-IDX PIC 9(2) VALUE 6.

      *> Totales por ubicacion.
       01 LOCATION-TOTALS.
          05 LOCATION-TOTAL-ENTRY OCCURS 20 TIMES.
             10 LTT-LOCATION PIC X(8).
             10 LTT-UNITS    PIC 9(7).
             10 LTT-VALUE    PIC 9(11).
       01 LOCATION-COUNT PIC 9(2) VALUE 0.
       01 LOCATION-TABLE-CAPACITY PIC 9(2) VALUE 20.
       01 L PIC 9(2).
       01 LOCATION-IDX PIC 9(2).

       01 ENTRY-LOCATION PIC X(8).
       01 ENTRY-UNIT-COST PIC 9(7).
       01 ENTRY-VALUE PIC 9(11).
       01 TOTAL-RECEIVED PIC 9(9) VALUE 0.
       01 TOTAL-UNITS    PIC 9(9) VALUE 0.
       01 TOTAL-VALUE    PIC 9(11) VALUE 0.
       01 WRITE-OFF-COUNT PIC 9(5) VALUE 0.
       01 UNCOSTED-COUNT  PIC 9(5) VALUE 0.

       01 PCT-BASE    PIC 9(9).
       01 PCT-UNITS   PIC 9(9).
       01 PCT-EDIT    PIC ZZZ9.99.
       01 PCT-TEXT    PIC X(10).
       01 UNITS-EDIT  PIC Z(6)9.
       01 RECV-EDIT   PIC Z(6)9.
       01 VALUE-EDIT  PIC Z(8)9.99.
       01 REASON-DESC PIC X(20).
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LEDGER-FILE-NAME        PIC X(40) VALUE "STKLEDG".
          05 SHRINK-REPORT-FILE-NAME PIC X(40) VALUE "SHRINKRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 2 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 2.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT MONTH-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO MONTH-PARM
       END-ACCEPT.
       IF MONTH-PARM NOT = SPACES
               AND FUNCTION TRIM(MONTH-PARM) IS NUMERIC
           MOVE MONTH-PARM(1:6) TO TARGET-MONTH
       ELSE
           MOVE BUSINESS-DATE(1:6) TO TARGET-MONTH
       END-IF.

       PERFORM VARYING SR FROM 1 BY 1 UNTIL SR > UNKNOWN-REASON-IDX
           MOVE 0 TO RT-UNITS(SR)
           MOVE 0 TO RT-VALUE(SR)
       END-PERFORM.

       PERFORM SCAN-LEDGER-FILE.

       PERFORM WRITE-SHRINK-REPORT.

       DISPLAY "Mermas de " TARGET-MONTH ": " WRITE-OFF-COUNT
           " asiento(s), " TOTAL-UNITS " unidad(es). Detalle en "
           "SHRINKRPT.".
       IF UNCOSTED-COUNT > 0
           DISPLAY "Aviso: " UNCOSTED-COUNT " merma(s) sin costo en "
               "el asiento; cuentan en unidades pero no en valor."
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       SCAN-LEDGER-FILE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           IF LG-DATE(1:6) = TARGET-MONTH
                               PERFORM TALLY-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.

       TALLY-LEDGER-ENTRY.
           IF LG-TYPE NOT = "R" AND LG-TYPE NOT = "M"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OR-ADD-ITEM.
           IF ITEM-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF LG-TYPE = "R"
               ADD LG-QTY TO SI-RECEIVED(ITEM-IDX)
               ADD LG-QTY TO TOTAL-RECEIVED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRITE-OFF-COUNT.
           IF LG-UNIT-COST IS NUMERIC
               MOVE LG-UNIT-COST TO ENTRY-UNIT-COST
               COMPUTE ENTRY-VALUE = LG-QTY * ENTRY-UNIT-COST
           ELSE
               MOVE 0 TO ENTRY-VALUE
               ADD 1 TO UNCOSTED-COUNT
           END-IF.
           IF LG-LOCATION = SPACES
               MOVE "(S/UBIC)" TO ENTRY-LOCATION
           ELSE
               MOVE LG-LOCATION TO ENTRY-LOCATION
           END-IF.
           ADD LG-QTY TO SI-UNITS(ITEM-IDX).
           ADD ENTRY-VALUE TO SI-VALUE(ITEM-IDX).
           ADD LG-QTY TO TOTAL-UNITS.
           ADD ENTRY-VALUE TO TOTAL-VALUE.
           PERFORM VARYING SR FROM 1 BY 1
                   UNTIL SR > SHRINK-REASON-COUNT
               IF SHRINK-REASON-CODE(SR) = LG-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SR > SHRINK-REASON-COUNT
               MOVE UNKNOWN-REASON-IDX TO SR
           END-IF.
           ADD LG-QTY TO RT-UNITS(SR).
           ADD ENTRY-VALUE TO RT-VALUE(SR).
           PERFORM TALLY-LOCATION.
           PERFORM TALLY-DETAIL.

       FIND-OR-ADD-ITEM.
           MOVE 0 TO ITEM-IDX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               IF SI-ITEM(I) = LG-ITEM
                   MOVE I TO ITEM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ITEM-IDX > 0
               EXIT PARAGRAPH
           END-IF.
           IF ITEM-COUNT >= ITEM-TABLE-CAPACITY
               DISPLAY "Aviso: mas de " ITEM-TABLE-CAPACITY
                   " articulos en el mes; se omite '"
                   FUNCTION TRIM(LG-ITEM) "'."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ITEM-COUNT.
           MOVE ITEM-COUNT TO ITEM-IDX.
           MOVE LG-ITEM TO SI-ITEM(ITEM-IDX).
           MOVE 0 TO SI-RECEIVED(ITEM-IDX).
           MOVE 0 TO SI-UNITS(ITEM-IDX).
           MOVE 0 TO SI-VALUE(ITEM-IDX).

       TALLY-LOCATION.
           MOVE 0 TO LOCATION-IDX.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOCATION-COUNT
               IF LTT-LOCATION(L) = ENTRY-LOCATION
                   MOVE L TO LOCATION-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LOCATION-IDX = 0
               IF LOCATION-COUNT >= LOCATION-TABLE-CAPACITY
                   DISPLAY "Aviso: mas de " LOCATION-TABLE-CAPACITY
                       " ubicaciones; se omite '" ENTRY-LOCATION "'."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LOCATION-COUNT
               MOVE LOCATION-COUNT TO LOCATION-IDX
               MOVE ENTRY-LOCATION TO LTT-LOCATION(LOCATION-IDX)
               MOVE 0 TO LTT-UNITS(LOCATION-IDX)
               MOVE 0 TO LTT-VALUE(LOCATION-IDX)
           END-IF.
           ADD LG-QTY TO LTT-UNITS(LOCATION-IDX).
           ADD ENTRY-VALUE TO LTT-VALUE(LOCATION-IDX).

       TALLY-DETAIL.
           MOVE 0 TO DETAIL-IDX.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DETAIL-COUNT
               IF SD-ITEM(D) = LG-ITEM
                       AND SD-REASON(D) = LG-REASON
                       AND SD-LOCATION(D) = ENTRY-LOCATION
                   MOVE D TO DETAIL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DETAIL-IDX = 0
               IF DETAIL-COUNT >= DETAIL-TABLE-CAPACITY
                   DISPLAY "Aviso: tabla de detalle de mermas llena ("
                       DETAIL-TABLE-CAPACITY "); '"
                       FUNCTION TRIM(LG-ITEM) "' queda solo en los "
                       "totales."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DETAIL-COUNT
               MOVE DETAIL-COUNT TO DETAIL-IDX
               MOVE LG-ITEM TO SD-ITEM(DETAIL-IDX)
               MOVE LG-REASON TO SD-REASON(DETAIL-IDX)
               MOVE ENTRY-LOCATION TO SD-LOCATION(DETAIL-IDX)
               MOVE 0 TO SD-UNITS(DETAIL-IDX)
               MOVE 0 TO SD-VALUE(DETAIL-IDX)
           END-IF.
           ADD LG-QTY TO SD-UNITS(DETAIL-IDX).
           ADD ENTRY-VALUE TO SD-VALUE(DETAIL-IDX).

       FORMAT-PERCENT.
      *> PCT-UNITS sobre PCT-BASE; sin recepciones en el mes no hay
      *> base contra la cual medir.
           IF PCT-BASE = 0
               MOVE "SIN RECEP." TO PCT-TEXT
           ELSE
               COMPUTE PCT-EDIT ROUNDED =
                   PCT-UNITS * 100 / PCT-BASE
               MOVE SPACES TO PCT-TEXT
               STRING PCT-EDIT "%" DELIMITED BY SIZE INTO PCT-TEXT
               END-STRING
           END-IF.

       WRITE-SHRINK-REPORT.
           OPEN OUTPUT SHRINK-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MERMAS DEL MES " TARGET-MONTH
               " (unidades y valor al costo del asiento)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "POR ARTICULO" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARTICULO    RECIBIDO    MERMA          VALOR"
               "  % RECIBIDO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               IF SI-UNITS(I) > 0
                   PERFORM WRITE-ITEM-BLOCK
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "POR MOTIVO" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING SR FROM 1 BY 1 UNTIL SR > UNKNOWN-REASON-IDX
               IF RT-UNITS(SR) > 0
                   IF SR > SHRINK-REASON-COUNT
                       MOVE "MOTIVO DESCONOCIDO" TO REASON-DESC
                   ELSE
                       MOVE SHRINK-REASON-DESC(SR) TO REASON-DESC
                   END-IF
                   MOVE RT-UNITS(SR) TO PCT-UNITS
                   MOVE TOTAL-RECEIVED TO PCT-BASE
                   PERFORM FORMAT-PERCENT
                   MOVE RT-UNITS(SR) TO UNITS-EDIT
                   COMPUTE VALUE-EDIT = RT-VALUE(SR) / 100
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " REASON-DESC " " UNITS-EDIT " "
                       VALUE-EDIT "  " PCT-TEXT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "POR UBICACION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOCATION-COUNT
               MOVE LTT-UNITS(L) TO PCT-UNITS
               MOVE TOTAL-RECEIVED TO PCT-BASE
               PERFORM FORMAT-PERCENT
               MOVE LTT-UNITS(L) TO UNITS-EDIT
               COMPUTE VALUE-EDIT = LTT-VALUE(L) / 100
               MOVE SPACES TO REPORT-LINE
               STRING "  " LTT-LOCATION(L) " " UNITS-EDIT " "
                   VALUE-EDIT "  " PCT-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-UNITS TO PCT-UNITS.
           MOVE TOTAL-RECEIVED TO PCT-BASE.
           PERFORM FORMAT-PERCENT.
           MOVE TOTAL-UNITS TO UNITS-EDIT.
           MOVE TOTAL-RECEIVED TO RECV-EDIT.
           COMPUTE VALUE-EDIT = TOTAL-VALUE / 100.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL      " RECV-EDIT "  " UNITS-EDIT " "
               VALUE-EDIT "  " PCT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WRITE-OFF-COUNT = 0
               MOVE "Sin mermas asentadas en el mes." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE SHRINK-REPORT-FILE.
           MOVE SHRINK-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "SHRINK-REPORT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-ITEM-BLOCK.
           MOVE SI-UNITS(I) TO PCT-UNITS.
           MOVE SI-RECEIVED(I) TO PCT-BASE.
           PERFORM FORMAT-PERCENT.
           MOVE SI-RECEIVED(I) TO RECV-EDIT.
           MOVE SI-UNITS(I) TO UNITS-EDIT.
           COMPUTE VALUE-EDIT = SI-VALUE(I) / 100.
           MOVE SPACES TO REPORT-LINE.
           STRING SI-ITEM(I) " " RECV-EDIT "  " UNITS-EDIT " "
               VALUE-EDIT "  " PCT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DETAIL-COUNT
               IF SD-ITEM(D) = SI-ITEM(I)
                   MOVE SD-UNITS(D) TO PCT-UNITS
                   PERFORM FORMAT-PERCENT
                   MOVE SD-UNITS(D) TO UNITS-EDIT
                   COMPUTE VALUE-EDIT = SD-VALUE(D) / 100
                   MOVE SPACES TO REPORT-LINE
                   STRING "    " SD-REASON(D) " " SD-LOCATION(D)
                       "   " UNITS-EDIT " " VALUE-EDIT "  " PCT-TEXT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
