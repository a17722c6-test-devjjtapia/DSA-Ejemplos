      *> partidas de diario balanceadas valuadas al costo promedio
      *> del maestro -- recepcion = debe inventario / haber
      *> proveedores, egreso = debe costo de ventas / haber
      *> inventario, devolucion a proveedor = debe proveedores /
      *> haber inventario, merma = debe perdidas por merma / haber
      *> inventario, revaluacion de costo (asiento "C" de
      *> COST-REVALUATION) = inventario contra la cuenta de
      *> revaluacion por la diferencia de valor -- y las graba en
      *> GLJRNL con la disciplina HDR/TRL de nuestros archivos de
      *> intercambio (mismo esquema que PRODOUT). El reporte de
      *> control GLCTLRPT muestra los totales de debe y haber para
      *> que contabilidad tilde y cierre sin llamarnos: hoy
      *> re-teclean nuestros numeros a mano.
      *>
      *> Parametro: argv(1) = fecha a extraer (AAAAMMDD); sin
      *> parametro, hoy.
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
           SELECT GL-JOURNAL-FILE ASSIGN USING GL-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.
           SELECT CONTROL-REPORT-FILE
               ASSIGN USING CONTROL-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-REPORT-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC XX VALUE "00".
           88 LEDGER-FILE-OK  VALUE "00".
       01 INVENTORY-ACCOUNT PIC X(4) VALUE "1400".
       01 PAYABLES-ACCOUNT  PIC X(4) VALUE "2100".
       01 COGS-ACCOUNT      PIC X(4) VALUE "5100".
       01 SHRINK-ACCOUNT    PIC X(4) VALUE "5300".
       01 REVALUE-ACCOUNT   PIC X(4) VALUE "5400".

       01 UNIT-COST-CENTS PIC 9(7).
       01 AMOUNT-CENTS PIC 9(11).
       01 TOTAL-CREDITS PIC 9(13) VALUE 0.
       01 MOVEMENT-COUNT PIC 9(5) VALUE 0.
       01 UNCOSTED-COUNT PIC 9(5) VALUE 0.
       01 REVALUE-COUNT PIC 9(5) VALUE 0.
       01 PRIOR-COST-CENTS PIC 9(7).
       01 GL-SOURCE-NAME PIC X(24).
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 LEDGER-FILE-NAME         PIC X(40) VALUE "STKLEDG".
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 GL-JOURNAL-FILE-NAME     PIC X(40) VALUE "GLJRNL".
          05 CONTROL-REPORT-FILE-NAME PIC X(40) VALUE "GLCTLRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 4 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 4.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT DATE-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
       IF FUNCTION TRIM(DATE-PARM) IS NUMERIC
           MOVE DATE-PARM(1:8) TO TARGET-DATE
       ELSE
           MOVE BUSINESS-DATE TO TARGET-DATE
       END-IF.

       OPEN INPUT FRUTAS-FILE.
                           SET LEDGER-FILE-EOF TO TRUE
                       NOT AT END
                           IF LG-DATE = TARGET-DATE
                               AND (LG-TYPE = "R" OR LG-TYPE = "E"
                                   OR LG-TYPE = "V" OR LG-TYPE = "M")
                               ADD 1 TO MOVEMENT-COUNT
                               MOVE "STOCK-MOVEMENT" TO GL-SOURCE-NAME
                               PERFORM EXTRACT-ONE-MOVEMENT
                           END-IF
                           IF LG-DATE = TARGET-DATE AND LG-TYPE = "C"
                               ADD 1 TO REVALUE-COUNT
                               MOVE "COST-REVALUATION"
                                   TO GL-SOURCE-NAME
                               PERFORM EXTRACT-ONE-REVALUATION
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE AMOUNT-CENTS = LG-QTY * UNIT-COST-CENTS.
           EVALUATE LG-TYPE
               WHEN "R"
      *> Recepcion: debe inventario, haber proveedores.
                   MOVE INVENTORY-ACCOUNT TO GJ-ACCOUNT
                   MOVE "D" TO GJ-DC
                   PERFORM WRITE-GL-DETAIL
                   MOVE PAYABLES-ACCOUNT TO GJ-ACCOUNT
                   MOVE "H" TO GJ-DC
                   PERFORM WRITE-GL-DETAIL
               WHEN "V"
      *> Devolucion a proveedor: la deuda con el proveedor baja por
      *> lo devuelto (debe proveedores, haber inventario).
                   MOVE PAYABLES-ACCOUNT TO GJ-ACCOUNT
                   MOVE "D" TO GJ-DC
                   PERFORM WRITE-GL-DETAIL
                   MOVE INVENTORY-ACCOUNT TO GJ-ACCOUNT
                   MOVE "H" TO GJ-DC
                   PERFORM WRITE-GL-DETAIL
               WHEN "M"
      *> Merma: la perdida va a su propia cuenta y no se mezcla con
      *> el costo de lo vendido (debe mermas, haber inventario).
                   MOVE SHRINK-ACCOUNT TO GJ-ACCOUNT
                   MOVE "D" TO GJ-DC
                   PERFORM WRITE-GL-DETAIL
                   MOVE INVENTORY-ACCOUNT TO GJ-ACCOUNT
                   MOVE "H" TO GJ-DC
                   PERFORM WRITE-GL-DETAIL
               WHEN OTHER
      *> Egreso: debe costo de ventas, haber inventario.
                   MOVE COGS-ACCOUNT TO GJ-ACCOUNT
                   MOVE "D" TO GJ-DC
                   PERFORM WRITE-GL-DETAIL
                   MOVE INVENTORY-ACCOUNT TO GJ-ACCOUNT
                   MOVE "H" TO GJ-DC
                   PERFORM WRITE-GL-DETAIL
           END-EVALUATE.

       EXTRACT-ONE-REVALUATION.
      *> La revaluacion se valua con los dos costos del propio
      *> asiento, no con el del maestro (que para entonces puede
      *> haber vuelto a cambiar): existencia x diferencia de costo.
      *> Suba: debe inventario / haber revaluacion; baja: al reves.
           IF LG-UNIT-COST IS NOT NUMERIC
                   OR LG-PRIOR-COST IS NOT NUMERIC
               ADD 1 TO UNCOSTED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-UNIT-COST TO UNIT-COST-CENTS.
           MOVE LG-PRIOR-COST TO PRIOR-COST-CENTS.
           IF UNIT-COST-CENTS > PRIOR-COST-CENTS
               COMPUTE AMOUNT-CENTS =
                   LG-QTY * (UNIT-COST-CENTS - PRIOR-COST-CENTS)
               MOVE INVENTORY-ACCOUNT TO GJ-ACCOUNT
               MOVE "D" TO GJ-DC
               PERFORM WRITE-REVALUE-DETAIL
               MOVE REVALUE-ACCOUNT TO GJ-ACCOUNT
               MOVE "H" TO GJ-DC
               PERFORM WRITE-REVALUE-DETAIL
           ELSE
               COMPUTE AMOUNT-CENTS =
                   LG-QTY * (PRIOR-COST-CENTS - UNIT-COST-CENTS)
               MOVE REVALUE-ACCOUNT TO GJ-ACCOUNT
               MOVE "D" TO GJ-DC
               PERFORM WRITE-REVALUE-DETAIL
               MOVE INVENTORY-ACCOUNT TO GJ-ACCOUNT
               MOVE "H" TO GJ-DC
               PERFORM WRITE-REVALUE-DETAIL
           END-IF.

       WRITE-REVALUE-DETAIL.
      *> Una revaluacion sin existencia no mueve valor: sin partida.
           IF AMOUNT-CENTS = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-GL-DETAIL.

       WRITE-GL-DETAIL.
           MOVE "DET" TO GJ-TAG.
           MOVE LG-DATE TO GJ-DATE.
           MOVE AMOUNT-CENTS TO GJ-AMOUNT.
           MOVE GL-SOURCE-NAME TO GJ-SOURCE.
           MOVE LG-ITEM TO GJ-ITEM.
           WRITE GL-DETAIL-RECORD.
           ADD 1 TO ENTRY-COUNT.
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Revaluaciones        : " REVALUE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Partidas generadas   : " ENTRY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           END-IF.
           WRITE REPORT-LINE.
           CLOSE CONTROL-REPORT-FILE.
           MOVE CONTROL-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "GL-JOURNAL-EXTRACT" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       COPY pdatep.

       COPY fenvp.
       COPY rarcp.
