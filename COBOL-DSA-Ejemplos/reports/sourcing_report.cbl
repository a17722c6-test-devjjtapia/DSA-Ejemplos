
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-SOURCING-REPORT.

      *> Abastecimiento real contra ranking, por trimestre: para cada
      *> articulo con reglas en VENDMAST (ver vendrec.cpy) lista sus
      *> proveedores en orden de ranking con lo pedido y lo recibido
      *> en las lineas de POFILE emitidas en el trimestre, y que parte
      *> del volumen recibido del articulo se llevo cada uno. Marca
      *> el articulo cuyo mayor volumen no vino del preferido (los
      *> cambios de proveedor de VENDOR-REORDER-REPORT dejaron de ser
      *> la excepcion) y cierra con un resumen por proveedor: cuanto
      *> recibio como preferido y cuanto como alternativa. Lo pedido a
      *> un proveedor que no tiene regla para el articulo sale igual,
      *> marcado SIN REGLA.
      *>
      *> Parametro opcional AAAAT (anio y trimestre, 20263); sin el,
      *> el trimestre en curso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-FILE ASSIGN USING VENDOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT SOURCING-REPORT-FILE
               ASSIGN USING SOURCING-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCING-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           COPY vendrec.

       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

       FD  SOURCING-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS PIC XX VALUE "00".
           88 VENDOR-FILE-OK  VALUE "00".
           88 VENDOR-FILE-EOF VALUE "10".
       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
       01 SOURCING-REPORT-STATUS PIC XX VALUE "00".
           88 SOURCING-REPORT-OK VALUE "00".

       01 QUARTER-PARM PIC X(5).
       01 REPORT-YEAR PIC 9(4).
       01 REPORT-QUARTER PIC 9(1).
       01 FIRST-MONTH PIC 9(2).
       01 LAST-MONTH PIC 9(2).
       01 PERIOD-FROM PIC X(8).
       01 PERIOD-TO PIC X(8).

      *> Un renglon por proveedor y articulo: los de VENDMAST y los
      *> que aparecen en POFILE sin regla.
       01 SOURCING-TABLE.
          05 SOURCING-COUNT PIC 9(3) VALUE 0.
          05 SOURCING-ENTRY OCCURS 300 TIMES.
             10 SRC-ITEM     PIC X(10).
             10 SRC-RANK     PIC 9(2).
             10 SRC-VENDOR   PIC X(6).
             10 SRC-NAME     PIC X(20).
             10 SRC-STATE    PIC X(1).
      *>        "A" activo / "I" inactivo / "S" sin regla en VENDMAST.
             10 SRC-LINES    PIC 9(5).
             10 SRC-ORDERED  PIC 9(7).
             10 SRC-RECEIVED PIC 9(7).
       01 SOURCING-CAPACITY PIC 9(3) VALUE 300.
       01 S PIC 9(3).
       01 W PIC 9(3).
       01 SOURCING-IDX PIC 9(3).
       01 SWAP-ENTRY.
          05 FILLER PIC X(58).
       01 TABLE-OVERFLOW-SW PIC X VALUE "N".
           88 TABLE-OVERFLOW VALUE "Y".

      *> Resumen por proveedor.
       01 VENDOR-SUMMARY-TABLE.
          05 SUMMARY-COUNT PIC 9(3) VALUE 0.
          05 SUMMARY-ENTRY OCCURS 300 TIMES.
             10 SUM-VENDOR    PIC X(6).
             10 SUM-NAME      PIC X(20).
             10 SUM-PREFERRED PIC 9(7).
             10 SUM-ALTERNATE PIC 9(7).
       01 SM PIC 9(3).

      *> Corte por articulo.
       01 ITEM-FIRST PIC 9(3).
       01 ITEM-LAST PIC 9(3).
       01 ITEM-RECEIVED PIC 9(8).
       01 PREFERRED-IDX PIC 9(3).
       01 TOP-IDX PIC 9(3).
       01 SHARE-PCT PIC 9(3).
       01 EDITED-ORDERED PIC Z,ZZZ,ZZ9.
       01 EDITED-RECEIVED PIC Z,ZZZ,ZZ9.
       01 EDITED-SHARE PIC ZZ9.
       01 STATE-LABEL PIC X(9).

       01 PO-LINE-COUNT PIC 9(5) VALUE 0.
       01 ITEM-COUNT PIC 9(3) VALUE 0.
       01 OFF-RANK-COUNT PIC 9(3) VALUE 0.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 VENDOR-FILE-NAME          PIC X(40) VALUE "VENDMAST".
          05 PO-FILE-NAME              PIC X(40) VALUE "POFILE".
          05 SOURCING-REPORT-FILE-NAME PIC X(40) VALUE "SRCRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT QUARTER-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO QUARTER-PARM
       END-ACCEPT.
       IF QUARTER-PARM IS NUMERIC
               AND QUARTER-PARM(5:1) >= "1"
               AND QUARTER-PARM(5:1) <= "4"
           MOVE QUARTER-PARM(1:4) TO REPORT-YEAR
           MOVE QUARTER-PARM(5:1) TO REPORT-QUARTER
       ELSE
           MOVE BUSINESS-DATE(1:4) TO REPORT-YEAR
           COMPUTE REPORT-QUARTER =
               (FUNCTION NUMVAL(BUSINESS-DATE(5:2)) + 2) / 3
       END-IF.
       COMPUTE FIRST-MONTH = (REPORT-QUARTER - 1) * 3 + 1.
       COMPUTE LAST-MONTH = REPORT-QUARTER * 3.
       STRING REPORT-YEAR FIRST-MONTH "01"
           DELIMITED BY SIZE INTO PERIOD-FROM
       END-STRING.
       STRING REPORT-YEAR LAST-MONTH "31"
           DELIMITED BY SIZE INTO PERIOD-TO
       END-STRING.

       PERFORM LOAD-SOURCING-RULES.
       PERFORM SCAN-PO-LINES.
       PERFORM SORT-BY-ITEM-AND-RANK.

       OPEN OUTPUT SOURCING-REPORT-FILE.
       MOVE "ABASTECIMIENTO REAL CONTRA RANKING DE PROVEEDORES"
           TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Trimestre: " REPORT-YEAR "-T" REPORT-QUARTER
           "  (" PERIOD-FROM(1:6) " a " PERIOD-TO(1:6) ")"
           "   Fecha: " BUSINESS-DATE
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "ARTICULO   RK PROVEEDOR                    ESTADO   "
           "   PEDIDO  RECIBIDO   %"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.

       MOVE 1 TO ITEM-FIRST.
       PERFORM UNTIL ITEM-FIRST > SOURCING-COUNT
           MOVE ITEM-FIRST TO ITEM-LAST
           PERFORM UNTIL ITEM-LAST >= SOURCING-COUNT
               IF SRC-ITEM(ITEM-LAST + 1) NOT = SRC-ITEM(ITEM-FIRST)
                   EXIT PERFORM
               END-IF
               ADD 1 TO ITEM-LAST
           END-PERFORM
           PERFORM WRITE-ITEM-GROUP
           COMPUTE ITEM-FIRST = ITEM-LAST + 1
       END-PERFORM.

       PERFORM WRITE-VENDOR-SUMMARY.
       CLOSE SOURCING-REPORT-FILE.
       MOVE SOURCING-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "VENDOR-SOURCING-REPORT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Abastecimiento del trimestre " REPORT-YEAR "-T"
           REPORT-QUARTER " grabado en SRCRPT (" ITEM-COUNT
           " articulo(s), " PO-LINE-COUNT " linea(s) de orden; "
           OFF-RANK-COUNT " con el volumen fuera del preferido).".
       IF TABLE-OVERFLOW
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-SOURCING-RULES.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-OK
               PERFORM UNTIL VENDOR-FILE-EOF
                   READ VENDOR-FILE
                       AT END
                           SET VENDOR-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-SOURCING-ENTRY
                           IF SOURCING-IDX > 0
                               MOVE VN-NAME TO SRC-NAME(SOURCING-IDX)
                               IF VN-RANK IS NUMERIC
                                   MOVE VN-RANK
                                       TO SRC-RANK(SOURCING-IDX)
                               END-IF
                               IF VN-ACTIVE = "I"
                                   MOVE "I" TO SRC-STATE(SOURCING-IDX)
                               ELSE
                                   MOVE "A" TO SRC-STATE(SOURCING-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "Aviso: VENDMAST no existe; todo lo pedido "
                   "saldra SIN REGLA."
           END-IF.
           CLOSE VENDOR-FILE.

       ADD-SOURCING-ENTRY.
      *> Alta de un renglon para VN-CODE/VN-ITEM (el llamador los
      *> carga); SOURCING-IDX = 0 si la tabla esta llena.
           IF SOURCING-COUNT >= SOURCING-CAPACITY
               IF NOT TABLE-OVERFLOW
                   DISPLAY "Aviso: mas de " SOURCING-CAPACITY
                       " pares proveedor/articulo; el resto queda "
                       "fuera del reporte."
               END-IF
               SET TABLE-OVERFLOW TO TRUE
               MOVE 0 TO SOURCING-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SOURCING-COUNT.
           MOVE SOURCING-COUNT TO SOURCING-IDX.
           MOVE VN-ITEM TO SRC-ITEM(SOURCING-IDX).
           MOVE 99 TO SRC-RANK(SOURCING-IDX).
           MOVE VN-CODE TO SRC-VENDOR(SOURCING-IDX).
           MOVE SPACES TO SRC-NAME(SOURCING-IDX).
           MOVE "S" TO SRC-STATE(SOURCING-IDX).
           MOVE 0 TO SRC-LINES(SOURCING-IDX).
           MOVE 0 TO SRC-ORDERED(SOURCING-IDX).
           MOVE 0 TO SRC-RECEIVED(SOURCING-IDX).

       SCAN-PO-LINES.
      *> Lineas emitidas en el trimestre, abiertas, cerradas o dadas
      *> de baja: lo recibido de una baja tambien se recibio.
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           IF PO-ORDER-DATE >= PERIOD-FROM
                                   AND PO-ORDER-DATE <= PERIOD-TO
                               PERFORM ADD-ONE-PO-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       ADD-ONE-PO-LINE.
           MOVE 0 TO SOURCING-IDX.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SOURCING-COUNT
               IF SRC-VENDOR(S) = PO-VENDOR
                       AND FUNCTION TRIM(SRC-ITEM(S))
                           = FUNCTION TRIM(PO-ITEM)
                   MOVE S TO SOURCING-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SOURCING-IDX = 0
               MOVE PO-VENDOR TO VN-CODE
               MOVE PO-ITEM TO VN-ITEM
               PERFORM ADD-SOURCING-ENTRY
               IF SOURCING-IDX = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO PO-LINE-COUNT.
           ADD 1 TO SRC-LINES(SOURCING-IDX).
           IF PO-QTY IS NUMERIC
               ADD PO-QTY TO SRC-ORDERED(SOURCING-IDX)
           END-IF.
           IF PO-RECEIVED IS NUMERIC
               ADD PO-RECEIVED TO SRC-RECEIVED(SOURCING-IDX)
           END-IF.

       SORT-BY-ITEM-AND-RANK.
      *> Burbuja estable: articulo y, dentro del articulo, ranking; a
      *> igual ranking queda el orden de VENDMAST.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S >= SOURCING-COUNT
               PERFORM VARYING W FROM 1 BY 1
                       UNTIL W > SOURCING-COUNT - S
                   IF SRC-ITEM(W) > SRC-ITEM(W + 1)
                       OR (SRC-ITEM(W) = SRC-ITEM(W + 1)
                           AND SRC-RANK(W) > SRC-RANK(W + 1))
                       MOVE SOURCING-ENTRY(W) TO SWAP-ENTRY
                       MOVE SOURCING-ENTRY(W + 1) TO SOURCING-ENTRY(W)
                       MOVE SWAP-ENTRY TO SOURCING-ENTRY(W + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ITEM-GROUP.
      *> Renglones ITEM-FIRST..ITEM-LAST: un articulo. El preferido es
      *> el primer activo con regla; el principal, el que mas recibio.
           ADD 1 TO ITEM-COUNT.
           MOVE 0 TO ITEM-RECEIVED.
           MOVE 0 TO PREFERRED-IDX.
           MOVE 0 TO TOP-IDX.
           PERFORM VARYING S FROM ITEM-FIRST BY 1 UNTIL S > ITEM-LAST
               ADD SRC-RECEIVED(S) TO ITEM-RECEIVED
               IF PREFERRED-IDX = 0 AND SRC-STATE(S) = "A"
                   MOVE S TO PREFERRED-IDX
               END-IF
               IF SRC-RECEIVED(S) > 0
                   IF TOP-IDX = 0
                       MOVE S TO TOP-IDX
                   ELSE
                       IF SRC-RECEIVED(S) > SRC-RECEIVED(TOP-IDX)
                           MOVE S TO TOP-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING S FROM ITEM-FIRST BY 1 UNTIL S > ITEM-LAST
               PERFORM WRITE-SOURCING-LINE
               PERFORM ADD-TO-VENDOR-SUMMARY
           END-PERFORM.
           IF TOP-IDX > 0 AND TOP-IDX NOT = PREFERRED-IDX
               ADD 1 TO OFF-RANK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "           *** EL MAYOR VOLUMEN VINO DE "
                   SRC-VENDOR(TOP-IDX) ", NO DEL PREFERIDO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-SOURCING-LINE.
           EVALUATE TRUE
               WHEN SRC-STATE(S) = "S"
                   MOVE "SIN REGLA" TO STATE-LABEL
               WHEN SRC-STATE(S) = "I"
                   MOVE "INACTIVO" TO STATE-LABEL
               WHEN S = PREFERRED-IDX
                   MOVE "PREFERIDO" TO STATE-LABEL
               WHEN OTHER
                   MOVE "ALTERNAT." TO STATE-LABEL
           END-EVALUATE.
           IF ITEM-RECEIVED > 0
               COMPUTE SHARE-PCT ROUNDED =
                   SRC-RECEIVED(S) * 100 / ITEM-RECEIVED
           ELSE
               MOVE 0 TO SHARE-PCT
           END-IF.
           MOVE SRC-ORDERED(S) TO EDITED-ORDERED.
           MOVE SRC-RECEIVED(S) TO EDITED-RECEIVED.
           MOVE SHARE-PCT TO EDITED-SHARE.
           MOVE SPACES TO REPORT-LINE.
           IF S = ITEM-FIRST
               MOVE SRC-ITEM(S) TO REPORT-LINE(1:10)
           END-IF.
           STRING SRC-RANK(S) " " SRC-VENDOR(S) " " SRC-NAME(S) " "
               STATE-LABEL " " EDITED-ORDERED " " EDITED-RECEIVED
               " " EDITED-SHARE
               DELIMITED BY SIZE INTO REPORT-LINE(12:89)
           END-STRING.
           WRITE REPORT-LINE.

       ADD-TO-VENDOR-SUMMARY.
           PERFORM VARYING SM FROM 1 BY 1 UNTIL SM > SUMMARY-COUNT
               IF SUM-VENDOR(SM) = SRC-VENDOR(S)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SM > SUMMARY-COUNT
               ADD 1 TO SUMMARY-COUNT
               MOVE SUMMARY-COUNT TO SM
               MOVE SRC-VENDOR(S) TO SUM-VENDOR(SM)
               MOVE SRC-NAME(S) TO SUM-NAME(SM)
               MOVE 0 TO SUM-PREFERRED(SM)
               MOVE 0 TO SUM-ALTERNATE(SM)
           END-IF.
           IF SUM-NAME(SM) = SPACES
               MOVE SRC-NAME(S) TO SUM-NAME(SM)
           END-IF.
           IF S = PREFERRED-IDX
               ADD SRC-RECEIVED(S) TO SUM-PREFERRED(SM)
           ELSE
               ADD SRC-RECEIVED(S) TO SUM-ALTERNATE(SM)
           END-IF.

       WRITE-VENDOR-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESUMEN POR PROVEEDOR: RECIBIDO COMO PREFERIDO Y "
               "COMO ALTERNATIVA"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROVEEDOR                     PREFERIDO  ALTERNAT."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING SM FROM 1 BY 1 UNTIL SM > SUMMARY-COUNT
               MOVE SUM-PREFERRED(SM) TO EDITED-ORDERED
               MOVE SUM-ALTERNATE(SM) TO EDITED-RECEIVED
               MOVE SPACES TO REPORT-LINE
               STRING SUM-VENDOR(SM) " " SUM-NAME(SM) " "
                   EDITED-ORDERED " " EDITED-RECEIVED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           IF SUMMARY-COUNT = 0
               MOVE "Sin reglas ni ordenes en el trimestre."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
