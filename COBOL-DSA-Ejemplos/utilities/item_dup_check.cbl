       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-DUPLICATE-CHECK.

      *> Articulos casi duplicados en FRUTASDAT (ver frutarec.cpy):
      *> las altas de ARRAY-DEMO y de los cargadores solo frenan el
      *> nombre exactamente repetido en la clave alternada, asi que
      *> "Manzana", "MANZANA" y "Man zana" conviven como articulos
      *> distintos, cada uno con su stock, su mayor y su repedido.
      *> Aqui se compara cada par de articulos no descontinuados por
      *> el nombre en mayusculas y sin blancos: iguales asi son
      *> duplicados de escritura (MAYUSC/ESPACIOS, o MISMO NOMBRE si
      *> coinciden tal cual), y a un caracter de distancia con el
      *> metodo "A" de SEARCH-SERVICE son sospechosos (UN CARACTER).
      *>
      *> DUPRPT lista cada par con la existencia de ambos, la fecha
      *> del ultimo asiento de STKLEDG y las referencias abiertas en
      *> RSTKREQ (solicitudes), POFILE (lineas de orden abiertas) y
      *> VENDXREF (codigos de proveedor), y sugiere como sobreviviente
      *> el de clave mas baja (el alta mas vieja). Un par aprobado se
      *> fusiona con ITEM-MERGE; las referencias abiertas del que
      *> desaparece se repuntan antes, porque ITEM-MERGE las rechaza.
      *> RC 4 si hay pares sospechosos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT OPTIONAL XREF-FILE ASSIGN USING XREF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-KEY
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT DUPLICATE-REPORT-FILE
               ASSIGN USING DUPLICATE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUPLICATE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  RESTOCK-DETAIL-FILE.
       01  RESTOCK-DETAIL-RECORD.
           COPY rstkrec.

       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

      *> Mismo maestro que VENDOR-XREF-MAINT.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 VX-KEY.
              10 VX-VENDOR      PIC X(6).
              10 VX-VENDOR-ITEM PIC X(15).
           05 VX-OUR-ITEM PIC X(10).

       FD  DUPLICATE-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 FRUTAS-FILE-EOF VALUE "10".
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
           88 LEDGER-FILE-EOF VALUE "10".
       01 RESTOCK-DETAIL-STATUS PIC XX VALUE "00".
           88 RESTOCK-DETAIL-OK  VALUE "00".
           88 RESTOCK-DETAIL-EOF VALUE "10".
       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
       01 XREF-FILE-STATUS PIC XX VALUE "00".
           88 XREF-FILE-OK  VALUE "00".
           88 XREF-FILE-EOF VALUE "10".
       01 DUPLICATE-REPORT-STATUS PIC XX VALUE "00".
           88 DUPLICATE-REPORT-OK VALUE "00".

      *> Articulos vigentes en orden de clave, con el nombre
      *> normalizado (mayusculas, sin blancos) y, para los que caen en
      *> algun par, la historia y las referencias abiertas.
       01 ITEM-TABLE.
          05 ITEM-COUNT PIC 9(3) VALUE 0.
          05 ITEM-ENTRY OCCURS 500 TIMES.
             10 DI-KEY       PIC 9(4).
             10 DI-NAME      PIC X(10).
             10 DI-NORM      PIC X(10).
             10 DI-QTY       PIC 9(5).
             10 DI-LAST-DATE PIC X(8).
             10 DI-RSTK      PIC 9(3).
             10 DI-PO        PIC 9(3).
             10 DI-XREF      PIC 9(3).
             10 DI-PAIRED-SW PIC X(1).
       01 ITEM-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 ITEM-OVERFLOW PIC 9(5) VALUE 0.
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 M PIC 9(3).
       01 ITEM-IDX PIC 9(3).

      *> Pares hallados: los dos articulos y la clase de parecido.
       01 PAIR-TABLE.
          05 PAIR-COUNT PIC 9(3) VALUE 0.
          05 PAIR-ENTRY OCCURS 200 TIMES.
             10 PR-FIRST  PIC 9(3).
             10 PR-SECOND PIC 9(3).
             10 PR-KIND   PIC X(16).
       01 PAIR-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 PAIR-OVERFLOW PIC 9(5) VALUE 0.
       01 P PIC 9(3).
       01 PAIR-KIND PIC X(16).
       01 EXACT-PAIRS PIC 9(3) VALUE 0.
       01 NEAR-PAIRS  PIC 9(3) VALUE 0.

      *> Comparacion: la tabla de SEARCH-SERVICE lleva hasta 100
      *> codigos, asi que los articulos siguientes a I van por tandas.
       01 SEARCH-PARM.
           COPY srchparm.
       01 CHUNK-START PIC 9(3).
       01 SEARCH-CALLS PIC 9(7) VALUE 0.

       01 NAME-UPPER PIC X(10).
       01 NAME-NORM  PIC X(10).
       01 NP PIC 9(2).
       01 NQ PIC 9(2).

       01 EDITED-QTY PIC ZZZZ9.
       01 LAST-DATE-TEXT PIC X(8).

      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME           PIC X(40) VALUE "FRUTASDAT".
          05 LEDGER-FILE-NAME           PIC X(40) VALUE "STKLEDG".
          05 RESTOCK-DETAIL-FILE-NAME   PIC X(40) VALUE "RSTKREQ".
          05 PO-FILE-NAME               PIC X(40) VALUE "POFILE".
          05 XREF-FILE-NAME             PIC X(40) VALUE "VENDXREF".
          05 DUPLICATE-REPORT-FILE-NAME PIC X(40) VALUE "DUPRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 6 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 6.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       OPEN INPUT FRUTAS-FILE.
       IF NOT FRUTAS-FILE-OK
           DISPLAY "ERROR: no se pudo abrir FRUTASDAT (estado "
               FRUTAS-FILE-STATUS ")."
           CLOSE FRUTAS-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LOAD-ITEM-TABLE.
       CLOSE FRUTAS-FILE.

       PERFORM VARYING I FROM 1 BY 1 UNTIL I >= ITEM-COUNT
           PERFORM COMPARE-ONE-ITEM
       END-PERFORM.

       IF PAIR-COUNT > 0
           PERFORM SCAN-LEDGER-DATES
           PERFORM COUNT-RSTKREQ-REFERENCES
           PERFORM COUNT-PO-REFERENCES
           PERFORM COUNT-VENDXREF-REFERENCES
       END-IF.

       OPEN OUTPUT DUPLICATE-REPORT-FILE.
       MOVE SPACES TO REPORT-LINE.
       STRING "ARTICULOS CASI DUPLICADOS EN FRUTASDAT  ("
           FUNCTION CURRENT-DATE(1:8) ")"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       MOVE "Nombre comparado en mayusculas y sin blancos; UN CARACTER"
           TO REPORT-LINE.
       MOVE " = a una letra de dist." TO REPORT-LINE(58:23).
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING P FROM 1 BY 1 UNTIL P > PAIR-COUNT
           PERFORM WRITE-ONE-PAIR
       END-PERFORM.
       IF PAIR-COUNT = 0
           MOVE "Sin articulos casi duplicados." TO REPORT-LINE
           WRITE REPORT-LINE
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "Articulos comparados: " ITEM-COUNT
           "  pares: " PAIR-COUNT
           " (iguales normalizados " EXACT-PAIRS
           ", un caracter " NEAR-PAIRS ")"
           DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING.
       WRITE REPORT-LINE.
       IF ITEM-OVERFLOW > 0
           MOVE SPACES TO REPORT-LINE
           STRING "*** " ITEM-OVERFLOW " articulo(s) no entraron en la"
               " tabla de " ITEM-TABLE-CAPACITY "; no se compararon ***"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       IF PAIR-OVERFLOW > 0
           MOVE SPACES TO REPORT-LINE
           STRING "*** " PAIR-OVERFLOW " par(es) mas no entraron en la"
               " tabla de " PAIR-TABLE-CAPACITY " ***"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
       END-IF.
       CLOSE DUPLICATE-REPORT-FILE.
       MOVE DUPLICATE-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "ITEM-DUPLICATE-CHECK" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.

       DISPLAY "Articulos casi duplicados: " PAIR-COUNT
           " par(es) entre " ITEM-COUNT " articulo(s); detalle en "
           "DUPRPT.".
       IF PAIR-COUNT > 0 OR PAIR-OVERFLOW > 0
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-ITEM-TABLE.
      *> Los descontinuados quedan afuera: un duplicado ya fusionado
      *> por ITEM-MERGE no vuelve a salir.
           MOVE LOW-VALUES TO FRUTA-KEY.
           START FRUTAS-FILE KEY IS NOT LESS THAN FRUTA-KEY
               INVALID KEY SET FRUTAS-FILE-EOF TO TRUE
           END-START.
           PERFORM UNTIL FRUTAS-FILE-EOF
               READ FRUTAS-FILE NEXT RECORD
                   AT END
                       SET FRUTAS-FILE-EOF TO TRUE
                   NOT AT END
                       IF FRUTA-STATUS NOT = "D"
                               AND FRUTA-NAME NOT = SPACES
                           PERFORM ADD-ITEM-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ITEM-ENTRY.
           IF ITEM-COUNT >= ITEM-TABLE-CAPACITY
               ADD 1 TO ITEM-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ITEM-COUNT.
           MOVE FRUTA-KEY TO DI-KEY(ITEM-COUNT).
           MOVE FRUTA-NAME TO DI-NAME(ITEM-COUNT).
           PERFORM NORMALIZE-ITEM-NAME.
           MOVE NAME-NORM TO DI-NORM(ITEM-COUNT).
           IF FRUTA-QTY IS NUMERIC
               MOVE FRUTA-QTY TO DI-QTY(ITEM-COUNT)
           ELSE
               MOVE 0 TO DI-QTY(ITEM-COUNT)
           END-IF.
           MOVE SPACES TO DI-LAST-DATE(ITEM-COUNT).
           MOVE 0 TO DI-RSTK(ITEM-COUNT).
           MOVE 0 TO DI-PO(ITEM-COUNT).
           MOVE 0 TO DI-XREF(ITEM-COUNT).
           MOVE "N" TO DI-PAIRED-SW(ITEM-COUNT).

       NORMALIZE-ITEM-NAME.
      *> Mayusculas y sin ningun blanco: "Man zana " y "MANZANA"
      *> quedan iguales.
           MOVE FUNCTION UPPER-CASE(FRUTA-NAME) TO NAME-UPPER.
           MOVE SPACES TO NAME-NORM.
           MOVE 0 TO NQ.
           PERFORM VARYING NP FROM 1 BY 1 UNTIL NP > 10
               IF NAME-UPPER(NP:1) NOT = SPACE
                   ADD 1 TO NQ
                   MOVE NAME-UPPER(NP:1) TO NAME-NORM(NQ:1)
               END-IF
           END-PERFORM.

       COMPARE-ONE-ITEM.
      *> I contra todos los que le siguen, de a 100 por llamada.
           COMPUTE CHUNK-START = I + 1.
           PERFORM UNTIL CHUNK-START > ITEM-COUNT
               PERFORM COMPARE-ONE-CHUNK
               ADD 100 TO CHUNK-START
           END-PERFORM.

       COMPARE-ONE-CHUNK.
      *> Los iguales normalizados se anotan aca y su lugar en la
      *> tabla se tapa: la sonda exacta del metodo "A" los encontraria
      *> y el servicio ya no devolveria los candidatos aproximados.
           MOVE 0 TO SP-COUNT.
           PERFORM VARYING J FROM CHUNK-START BY 1
                   UNTIL J > ITEM-COUNT OR SP-COUNT >= 100
               ADD 1 TO SP-COUNT
               IF DI-NORM(J) = DI-NORM(I)
                   IF DI-NAME(J) = DI-NAME(I)
                       MOVE "MISMO NOMBRE" TO PAIR-KIND
                   ELSE
                       MOVE "MAYUSC/ESPACIOS" TO PAIR-KIND
                   END-IF
                   PERFORM RECORD-PAIR
                   MOVE HIGH-VALUES TO SP-CODE-ELEM(SP-COUNT)
               ELSE
                   MOVE DI-NORM(J) TO SP-CODE-ELEM(SP-COUNT)
               END-IF
           END-PERFORM.
           MOVE "C" TO SP-KIND.
           MOVE "A" TO SP-METHOD.
           MOVE 3 TO SP-MODE.
           MOVE DI-NORM(I) TO SP-TARGET-CODE.
           CALL "SEARCH-SERVICE" USING SEARCH-PARM.
           ADD 1 TO SEARCH-CALLS.
      *> Un hallazgo por alias de ALIASMST es un sinonimo dado de alta
      *> a proposito, no un duplicado.
           IF SP-NEAR-FLAG = "S" AND SP-ALIAS-FLAG NOT = "S"
               MOVE "UN CARACTER" TO PAIR-KIND
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > SP-MATCH-COUNT
                   COMPUTE J = CHUNK-START + SP-MATCH-IDX(M) - 1
                   PERFORM RECORD-PAIR
               END-PERFORM
           END-IF.

       RECORD-PAIR.
           IF PAIR-COUNT >= PAIR-TABLE-CAPACITY
               ADD 1 TO PAIR-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAIR-COUNT.
           MOVE I TO PR-FIRST(PAIR-COUNT).
           MOVE J TO PR-SECOND(PAIR-COUNT).
           MOVE PAIR-KIND TO PR-KIND(PAIR-COUNT).
           MOVE "S" TO DI-PAIRED-SW(I).
           MOVE "S" TO DI-PAIRED-SW(J).
           IF PAIR-KIND = "UN CARACTER"
               ADD 1 TO NEAR-PAIRS
           ELSE
               ADD 1 TO EXACT-PAIRS
           END-IF.

       FIND-PAIRED-ITEM.
      *> Deja ITEM-IDX en el articulo emparejado que se llama
      *> FRUTA-NAME (0 = ninguno).
           MOVE 0 TO ITEM-IDX.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > ITEM-COUNT
               IF DI-PAIRED-SW(M) = "S" AND DI-NAME(M) = FRUTA-NAME
                   MOVE M TO ITEM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SCAN-LEDGER-DATES.
      *> Ultimo asiento de cualquier tipo de cada articulo emparejado.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE LG-ITEM TO FRUTA-NAME
                           PERFORM FIND-PAIRED-ITEM
                           IF ITEM-IDX > 0
                                   AND LG-DATE > DI-LAST-DATE(ITEM-IDX)
                               MOVE LG-DATE TO DI-LAST-DATE(ITEM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.

       COUNT-RSTKREQ-REFERENCES.
      *> RESTOCK-FULFILL saca las solicitudes cumplidas: lo que queda
      *> en RSTKREQ esta abierto.
           OPEN INPUT RESTOCK-DETAIL-FILE.
           IF RESTOCK-DETAIL-OK
               PERFORM UNTIL RESTOCK-DETAIL-EOF
                   READ RESTOCK-DETAIL-FILE
                       AT END
                           SET RESTOCK-DETAIL-EOF TO TRUE
                       NOT AT END
                           MOVE RR-ITEM TO FRUTA-NAME
                           PERFORM FIND-PAIRED-ITEM
                           IF ITEM-IDX > 0
                               ADD 1 TO DI-RSTK(ITEM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESTOCK-DETAIL-FILE.

       COUNT-PO-REFERENCES.
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           IF PO-STATUS = "A"
                               MOVE PO-ITEM TO FRUTA-NAME
                               PERFORM FIND-PAIRED-ITEM
                               IF ITEM-IDX > 0
                                   ADD 1 TO DI-PO(ITEM-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       COUNT-VENDXREF-REFERENCES.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-OK
               PERFORM UNTIL XREF-FILE-EOF
                   READ XREF-FILE NEXT RECORD
                       AT END
                           SET XREF-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE VX-OUR-ITEM TO FRUTA-NAME
                           PERFORM FIND-PAIRED-ITEM
                           IF ITEM-IDX > 0
                               ADD 1 TO DI-XREF(ITEM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE XREF-FILE.

       WRITE-ONE-PAIR.
           MOVE PR-FIRST(P) TO I.
           MOVE PR-SECOND(P) TO J.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAR " P "  " PR-KIND(P)
               "  sobreviviente sugerido: " DI-KEY(I) " '"
               DI-NAME(I) "'"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE I TO ITEM-IDX.
           PERFORM WRITE-PAIR-ITEM-LINE.
           MOVE J TO ITEM-IDX.
           PERFORM WRITE-PAIR-ITEM-LINE.
           IF DI-RSTK(J) > 0 OR DI-PO(J) > 0 OR DI-XREF(J) > 0
               MOVE SPACES TO REPORT-LINE
               STRING "      (repuntar las referencias abiertas del "
                   "segundo antes de fusionar)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-PAIR-ITEM-LINE.
           MOVE DI-QTY(ITEM-IDX) TO EDITED-QTY.
           IF DI-LAST-DATE(ITEM-IDX) = SPACES
               MOVE "sin mov." TO LAST-DATE-TEXT
           ELSE
               MOVE DI-LAST-DATE(ITEM-IDX) TO LAST-DATE-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " DI-KEY(ITEM-IDX) " " DI-NAME(ITEM-IDX)
               "  exist. " EDITED-QTY
               "  ult.mov. " LAST-DATE-TEXT
               "  RSTKREQ " DI-RSTK(ITEM-IDX)
               "  OC abiertas " DI-PO(ITEM-IDX)
               "  VENDXREF " DI-XREF(ITEM-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COPY fenvp.
       COPY rarcp.
