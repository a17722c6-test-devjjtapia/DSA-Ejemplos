       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               FILE STATUS IS FRUTAS-FILE-STATUS.
      *> Instantanea del periodo a cerrar, nombre resuelto en tiempo
      *> de corrida.
           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN USING SNAPSHOT-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.
      *> Instantanea del periodo anterior, para el comparativo.
           SELECT OPTIONAL PRIOR-SNAPSHOT-FILE
               ASSIGN USING PRIOR-SNAPSHOT-ENV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-SNAPSHOT-STATUS.
           SELECT COMPARISON-REPORT-FILE
               ASSIGN USING COMPARISON-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPARISON-REPORT-STATUS.
      *> Bitacora compartida de corridas.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       COPY catgs.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  FRUTAS-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY catgf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK  VALUE "00".
           88 HISTORY-FILE-OK VALUE "00".

       01 SNAPSHOT-FILE-NAME PIC X(10) VALUE "SNAP000000".
      *> Nombre real con el prefijo del entorno (ver fenvparm.cpy).
       01 SNAPSHOT-ENV-NAME PIC X(40).
       01 PRIOR-SNAPSHOT-NAME PIC X(10) VALUE "SNAP000000".
       01 PRIOR-SNAPSHOT-ENV-NAME PIC X(40).

       01 MONTH-PARM    PIC X(10).
       01 TARGET-MONTH  PIC X(6).

       01 ALREADY-CLOSED-SW PIC X VALUE "N".
           88 ALREADY-CLOSED VALUE "Y".
       01 SNAPPED-COUNT PIC 9(4) VALUE 0.

       01 ONHAND-QTY PIC 9(5).
       01 UNIT-COST  PIC 9(5)V99.

      *> Comparativo en memoria: este mes contra el anterior.
       01 COMPARE-TABLE.
          05 COMPARE-COUNT PIC 9(4) VALUE 0.
          05 COMPARE-ENTRY OCCURS 9999 TIMES.
             10 CP-ITEM       PIC X(10).
             10 CP-QTY        PIC 9(5).
             10 CP-VALUE      PIC 9(9)V99.
             10 CP-QTY-DELTA  PIC S9(6).
             10 CP-VALUE-DELTA PIC S9(9)V99.
             10 CP-ABS-DELTA  PIC 9(9)V99.
       01 COMPARE-TABLE-CAPACITY PIC 9(4) VALUE 9999.
       01 I PIC 9(5).
       01 J PIC 9(5).
       01 SWAP-ENTRY PIC X(70).
       01 PRIOR-FOUND-SW PIC X VALUE "N".
           88 PRIOR-FOUND VALUE "Y".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

       01 EDITED-VALUE PIC ZZZ,ZZZ,ZZ9.99.

       COPY catgw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME            PIC X(40) VALUE "FRUTASDAT".
          05 COMPARISON-REPORT-FILE-NAME PIC X(40) VALUE "MOMRPT".
          05 HISTORY-FILE-NAME           PIC X(40) VALUE "HISTLOG".
          05 OPS-ALERT-FILE-NAME         PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       PERFORM GET-TARGET-MONTH.
       MOVE SPACES TO SNAPSHOT-FILE-NAME.
       STRING "SNAP" TARGET-MONTH

       PERFORM LOAD-PRIOR-SNAPSHOT.
       PERFORM SORT-BIGGEST-SWINGS.
       PERFORM LOAD-CATEGORY-TABLES.
       PERFORM WRITE-COMPARISON-REPORT.
       PERFORM WRITE-HISTORY-ENTRY.

                   AND FUNCTION TRIM(MONTH-PARM) IS NUMERIC
               MOVE FUNCTION TRIM(MONTH-PARM) TO TARGET-MONTH
           ELSE
               MOVE BUSINESS-DATE TO TODAY-DATE
               COMPUTE FIRST-OF-MONTH =
                   FUNCTION NUMVAL(TODAY-DATE(1:6)) * 100 + 1
               COMPUTE PREV-MONTH-DAY =
       CHECK-ALREADY-CLOSED.
           MOVE "N" TO ALREADY-CLOSED-SW.
           SET SNAPSHOT-FILE-OK TO TRUE.
           MOVE SNAPSHOT-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO SNAPSHOT-ENV-NAME.
           OPEN INPUT SNAPSHOT-FILE.
           IF SNAPSHOT-FILE-OK
               READ SNAPSHOT-FILE
      *> Congela cada articulo con su existencia, valor y
      *> acumuladores del periodo tal como estan ahora; carga ademas
      *> la tabla del comparativo.
           MOVE SNAPSHOT-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO SNAPSHOT-ENV-NAME.
           OPEN OUTPUT SNAPSHOT-FILE.
           OPEN INPUT FRUTAS-FILE.
           IF FRUTAS-FILE-OK

       LOAD-PRIOR-SNAPSHOT.
           SET PRIOR-SNAPSHOT-OK TO TRUE.
           MOVE PRIOR-SNAPSHOT-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO PRIOR-SNAPSHOT-ENV-NAME.
           OPEN INPUT PRIOR-SNAPSHOT-FILE.
           IF PRIOR-SNAPSHOT-OK
               PERFORM UNTIL PRIOR-SNAPSHOT-EOF
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           IF CATEGORIES-ACTIVE
               PERFORM WRITE-CATEGORY-SECTION
           END-IF.
           CLOSE COMPARISON-REPORT-FILE.
           MOVE COMPARISON-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "MONTH-END-CLOSE" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       WRITE-CATEGORY-SECTION.
      *> Variacion de cantidad, valor del cierre y variacion de valor
      *> por departamento, categoria y subcategoria (ITEMCAT); los
      *> articulos sin categoria van aparte y listados.
           MOVE 0 TO CS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COMPARE-COUNT
               MOVE CP-ITEM(I) TO CAT-ITEM-WANTED
               MOVE CP-QTY-DELTA(I) TO CAT-ADD-QTY
               MOVE CP-VALUE(I) TO CAT-ADD-AMOUNT
               MOVE CP-VALUE-DELTA(I) TO CAT-ADD-AMOUNT-2
               PERFORM ADD-TO-CATEGORY-SUBTOTALS
           END-PERFORM.
           PERFORM SORT-CATEGORY-SUBTOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- SUBTOTALES POR CATEGORIA ---" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CATEGORIA" TO REPORT-LINE.
           MOVE "ARTIC.  VAR-CANT           VALOR     VAR-VALOR"
               TO REPORT-LINE(36:).
           WRITE REPORT-LINE.
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > CS-COUNT
               PERFORM FORMAT-CATEGORY-LABEL
               MOVE CS-QTY(CS) TO EDITED-QTY-DELTA
               MOVE CS-AMOUNT(CS) TO EDITED-VALUE
               MOVE CS-AMOUNT-2(CS) TO EDITED-VALUE-DELTA
               MOVE SPACES TO REPORT-LINE
               STRING CAT-LABEL " " CS-ITEMS(CS) "   "
                   EDITED-QTY-DELTA "  " EDITED-VALUE "  "
                   EDITED-VALUE-DELTA
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE "*** SIN CATEGORIA ***" TO CAT-LABEL.
           MOVE CAT-UNASSIGNED-QTY TO EDITED-QTY-DELTA.
           MOVE CAT-UNASSIGNED-AMOUNT TO EDITED-VALUE.
           MOVE CAT-UNASSIGNED-AMOUNT-2 TO EDITED-VALUE-DELTA.
           MOVE SPACES TO REPORT-LINE.
           STRING CAT-LABEL " " CAT-UNASSIGNED-ITEMS "   "
               EDITED-QTY-DELTA "  " EDITED-VALUE "  "
               EDITED-VALUE-DELTA
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

       WRITE-HISTORY-ENTRY.
      *> Bitacora compartida de corridas: una linea por ejecucion en
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY catgp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
