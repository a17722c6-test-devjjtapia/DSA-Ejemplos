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
           SELECT ABC-REPORT-FILE ASSIGN USING ABC-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABC-REPORT-STATUS.

               FILE STATUS IS LOCK-FILE-STATUS.

       COPY runparms.
       COPY catgs.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
           COPY lockrec.

       COPY runparmf.
       COPY catgf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
       01 CUTOFF-DAY-NUM PIC 9(7).

       01 ITEM-TABLE.
          05 ITEM-COUNT PIC 9(4) VALUE 0.
          05 ITEM-ENTRY OCCURS 9999 TIMES.
             10 AB-NAME   PIC X(10).
             10 AB-ISSUED PIC 9(7).
             10 AB-COST   PIC 9(5)V99.
             10 AB-VALUE  PIC 9(11)V99.
             10 AB-CLASS  PIC X(1).
       01 ITEM-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 I PIC 9(5).
       01 J PIC 9(5).
       01 ITEM-IDX PIC 9(4).
       01 SWAP-ENTRY PIC X(38).

       01 TOTAL-VALUE PIC 9(13)V99 VALUE 0.
       01 RUNNING-PCT PIC 9(3)V99.
       01 EDITED-VALUE PIC ZZZ,ZZZ,ZZ9.99.
       01 EDITED-PCT PIC ZZ9.99.
       01 EDITED-QTY PIC ZZZ,ZZZ,ZZ9.
       01 COUNT-FREQ-DESC PIC X(12).
       01 CLASSIFIED-COUNT PIC 9(4) VALUE 0.

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY runparmw.
       COPY catgw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LEDGER-FILE-NAME     PIC X(40) VALUE "STKLEDG".
          05 FRUTAS-FILE-NAME     PIC X(40) VALUE "FRUTASDAT".
          05 ABC-REPORT-FILE-NAME PIC X(40) VALUE "ABCRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
       END-IF.

       COMPUTE TODAY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(BUSINESS-DATE)).
       COMPUTE CUTOFF-DAY-NUM = TODAY-DAY-NUM - 365.

       PERFORM LOAD-ITEM-TABLE.
       PERFORM LOAD-CATEGORY-TABLES.
       IF ITEM-COUNT = 0
           DISPLAY "FRUTASDAT vacio o ausente; nada que clasificar."
           PERFORM RELEASE-RUN-LOCK
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARTICULO    EGRESOS        VALOR   ACUM%  CLASE"
               TO REPORT-LINE.
           MOVE "CONTEO SUGERIDO" TO REPORT-LINE(50:).
           WRITE REPORT-LINE.
           MOVE 0 TO RUNNING-VALUE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF CATEGORIES-ACTIVE
               PERFORM WRITE-CATEGORY-SECTION
           END-IF.
           CLOSE ABC-REPORT-FILE.
           MOVE ABC-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "ABC-CLASSIFY" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-CATEGORY-SECTION.
      *> Egresos y valor anual por departamento, categoria y
      *> subcategoria (ITEMCAT), con su parte del valor total; los
      *> articulos sin categoria van aparte y listados.
           MOVE 0 TO CS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               MOVE AB-NAME(I) TO CAT-ITEM-WANTED
               MOVE AB-ISSUED(I) TO CAT-ADD-QTY
               MOVE AB-VALUE(I) TO CAT-ADD-AMOUNT
               MOVE 0 TO CAT-ADD-AMOUNT-2
               PERFORM ADD-TO-CATEGORY-SUBTOTALS
           END-PERFORM.
           PERFORM SORT-CATEGORY-SUBTOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- SUBTOTALES POR CATEGORIA ---" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CATEGORIA" TO REPORT-LINE.
           MOVE "ARTIC.     EGRESOS    VALOR ANUAL    %"
               TO REPORT-LINE(36:).
           WRITE REPORT-LINE.
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > CS-COUNT
               PERFORM FORMAT-CATEGORY-LABEL
               MOVE CS-QTY(CS) TO EDITED-QTY
               MOVE CS-AMOUNT(CS) TO EDITED-VALUE
               IF TOTAL-VALUE > 0
                   COMPUTE RUNNING-PCT ROUNDED =
                       CS-AMOUNT(CS) * 100 / TOTAL-VALUE
               ELSE
                   MOVE 0 TO RUNNING-PCT
               END-IF
               MOVE RUNNING-PCT TO EDITED-PCT
               MOVE SPACES TO REPORT-LINE
               STRING CAT-LABEL " " CS-ITEMS(CS) " " EDITED-QTY
                   " " EDITED-VALUE " " EDITED-PCT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE CAT-UNASSIGNED-QTY TO EDITED-QTY.
           MOVE CAT-UNASSIGNED-AMOUNT TO EDITED-VALUE.
           IF TOTAL-VALUE > 0
               COMPUTE RUNNING-PCT ROUNDED =
                   CAT-UNASSIGNED-AMOUNT * 100 / TOTAL-VALUE
           ELSE
               MOVE 0 TO RUNNING-PCT
           END-IF.
           MOVE RUNNING-PCT TO EDITED-PCT.
           MOVE SPACES TO REPORT-LINE.
           MOVE "*** SIN CATEGORIA ***" TO CAT-LABEL.
           STRING CAT-LABEL " " CAT-UNASSIGNED-ITEMS " " EDITED-QTY
               " " EDITED-VALUE " " EDITED-PCT
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

       ACQUIRE-RUN-LOCK.
      *> Toma el candado LOCK-FILE-NAME; si ya esta tomado deja
      *> LOCK-BUSY prendido y el llamador decide (abortar la corrida o
      *> posponer la escritura puntual).
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           MOVE "N" TO LOCK-BUSY-SW.
           MOVE SPACES TO LOCK-HOLDER.
           SET LOCK-FILE-OK TO TRUE.
           END-IF.
           CLOSE LOCK-FILE.
           IF LOCK-BUSY
               DISPLAY "ERROR: el candado "
                   FUNCTION TRIM(LOCK-FILE-NAME)
                   " esta tomado por " FUNCTION TRIM(LOCK-HOLDER)
                   "; no se puede actualizar el archivo ahora."
           ELSE
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "F" TO LOCK-FLAG.
           MOVE "ABC-CLASSIFY" TO LOCK-PROGRAM.
           CLOSE LOCK-FILE.

       COPY runparmp.
       COPY catgp.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
