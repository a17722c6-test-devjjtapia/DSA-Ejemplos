      *> el camino normal con su rastro en el libro mayor. Antes, un
      *> conteo que no coincidia terminaba en una edicion a mano del
      *> maestro y la pista de auditoria era nada.
      *> El conteo puede venir por ubicacion (la planilla de
      *> CYCLE-COUNT-SCHEDULE trae un renglon por articulo y ubicacion
      *> de FRUTLOC): los renglones del mismo articulo se suman y se
      *> concilia el total contra el maestro. Si algun renglon del
      *> articulo se rechaza, el articulo entero queda sin conciliar
      *> (un total parcial daria un ajuste falso). Cada articulo
      *> conciliado sella la fecha del conteo en CNTDATES, en todas
      *> sus ubicaciones.
      *> El renglon puede traer el codigo de barras escaneado (CN-GTIN)
      *> en lugar del articulo: se resuelve contra GTINMAST (ver
      *> gtins.cpy) y, si es un codigo de bulto, lo contado son bultos
      *> y se multiplica por las unidades del bulto. Un codigo que no
      *> esta en GTINMAST o mal formado se rechaza a RJCTFILE con el
      *> codigo escaneado.
      *>
      *> Antes de procesar, CNTFILE pasa por el registro de archivos
      *> entrantes INBREG (ver inbs.cpy): un archivo con el mismo
      *> contenido que una llegada anterior no se procesa (RC 8 y
      *> alerta ARCHIVO-REPETIDO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COUNT-FILE ASSIGN USING COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT VARIANCE-REPORT-FILE
               ASSIGN USING VARIANCE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIANCE-REPORT-STATUS.
      *> Movimientos de ajuste en el layout de STKMOVS; se reescribe
      *> completo por corrida y el operador lo alimenta al posteo.
           SELECT ADJUSTMENT-FILE ASSIGN USING ADJUSTMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.
      *> Fechas de ultimo conteo por articulo y ubicacion (ver
      *> cntdrec.cpy).
           SELECT OPTIONAL COUNT-DATES-FILE
               ASSIGN USING COUNT-DATES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-DATES-STATUS.
      *> Archivo compartido de rechazos (ver rjctrec.cpy).
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           COPY gtins.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
           COPY inbs.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
           05 CN-ITEM PIC X(10).
           05 CN-QTY  PIC X(5).
           05 CN-DATE PIC X(8).
      *>   Ubicacion de FRUTLOC; en blanco = el articulo entero.
           05 CN-LOCATION PIC X(8).
      *>   Codigo de barras escaneado (ver gtins.cpy); en blanco = el
      *>   articulo viene tipeado en CN-ITEM.
           05 CN-GTIN PIC X(14).

      *> Mismo maestro de inventario que array.cbl.
       FD  FRUTAS-FILE.
           05 AJ-QTY  PIC X(5).
           05 AJ-UNIT-COST PIC X(7).

       FD  COUNT-DATES-FILE.
       01  COUNT-DATES-RECORD.
           COPY cntdrec.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       COPY inbf.

       COPY gtinf.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 COUNT-FILE-STATUS PIC XX VALUE "00".
           88 COUNT-FILE-OK  VALUE "00".
           88 ADJUSTMENT-FILE-OK VALUE "00".
       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".
       01 COUNT-DATES-STATUS PIC XX VALUE "00".
           88 COUNT-DATES-OK  VALUE "00".
           88 COUNT-DATES-EOF VALUE "10".

       01 COUNT-COUNT     PIC 9(5) VALUE 0.
       01 MATCHED-COUNT   PIC 9(5) VALUE 0.
       01 EDITED-VALUE    PIC -(7)9.99.
       01 RECORD-FOUND-SW PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       01 TODAY-DATE PIC X(8).
       01 EDITED-TOTAL PIC 9(5).

      *> Total contado por articulo, en el orden del lote.
       01 COUNT-TOTAL-TABLE.
          05 CT-COUNT PIC 9(4) VALUE 0.
          05 CT-ENTRY OCCURS 9999 TIMES.
             10 CT-ITEM    PIC X(10).
             10 CT-QTY     PIC 9(6).
             10 CT-DATE    PIC X(8).
             10 CT-PARTIAL PIC X(1).
       01 COUNT-TOTAL-CAPACITY PIC 9(4) VALUE 9999.
       01 T PIC 9(5).
       01 CT-IDX PIC 9(4).

      *> CNTDATES en memoria; se regraba si cambio.
       01 COUNT-DATE-TABLE.
          05 DT-COUNT PIC 9(3) VALUE 0.
          05 DT-ENTRY OCCURS 500 TIMES.
             10 DT-ITEM           PIC X(10).
             10 DT-LOCATION       PIC X(8).
             10 DT-LAST-COUNTED   PIC X(8).
             10 DT-LAST-SCHEDULED PIC X(8).
       01 DATE-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 D PIC 9(3).
       01 ITEM-ROWS PIC 9(3).
       01 DATE-OVERFLOW-SW PIC X VALUE "N".
           88 DATE-TABLE-OVERFLOW VALUE "Y".
       01 DATES-CHANGED-SW PIC X VALUE "N".
           88 DATES-CHANGED VALUE "Y".

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
       COPY inbw.
       COPY chainw.
       COPY gtinw.
      *> Unidades por bulto del codigo escaneado; 1 sin codigo.
       01 COUNT-MULTIPLIER PIC 9(5) VALUE 1.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 COUNT-FILE-NAME           PIC X(40) VALUE "CNTFILE".
          05 FRUTAS-FILE-NAME          PIC X(40) VALUE "FRUTASDAT".
          05 VARIANCE-REPORT-FILE-NAME PIC X(40) VALUE "CNTRPT".
          05 ADJUSTMENT-FILE-NAME      PIC X(40) VALUE "CNTADJ".
          05 COUNT-DATES-FILE-NAME     PIC X(40) VALUE "CNTDATES".
          05 REJECT-FILE-NAME          PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME       PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 7 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 7.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       OPEN INPUT FRUTAS-FILE.
       IF NOT FRUTAS-FILE-OK
           DISPLAY "ERROR: no se pudo abrir FRUTASDAT (estado "
           GOBACK
       END-IF.

      *> Un archivo repetido no se procesa (ver inbs.cpy).
       MOVE "CNTFILE" TO INBOUND-SOURCE.
       MOVE "PHYSICAL-COUNT-RECON" TO INBOUND-PROGRAM.
       PERFORM CHECK-INBOUND-FILE.
       IF INBOUND-DUPLICATE
           CLOSE FRUTAS-FILE
           MOVE "ARCHIVO-REPETIDO" TO ALERT-REASON
           MOVE INBOUND-SOURCE TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN OUTPUT VARIANCE-REPORT-FILE.
       OPEN OUTPUT ADJUSTMENT-FILE.
       MOVE "CONCILIACION DE CONTEO FISICO CONTRA FRUTASDAT"
           TO REPORT-LINE.
       WRITE REPORT-LINE.

       MOVE BUSINESS-DATE TO TODAY-DATE.
       PERFORM LOAD-COUNT-DATES.
       PERFORM LOAD-GTIN-TABLE.
       PERFORM PROCESS-COUNT-BATCH.
       PERFORM VARYING T FROM 1 BY 1 UNTIL T > CT-COUNT
           PERFORM RECONCILE-COUNTED-QTY
       END-PERFORM.
       IF DATES-CHANGED
           IF DATE-TABLE-OVERFLOW
      *>       Regrabar desde una tabla incompleta perderia fechas.
               DISPLAY "ERROR: CNTDATES supera " DATE-TABLE-CAPACITY
                   " renglones; las fechas de conteo no se sellaron."
               MOVE "CNTDATES-LLENO" TO ALERT-REASON
               MOVE DATE-TABLE-CAPACITY TO ALERT-VALUE
               PERFORM WRITE-OPS-ALERT
           ELSE
               PERFORM SAVE-COUNT-DATES
           END-IF
       END-IF.

       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE VARIANCE-REPORT-FILE.
       MOVE VARIANCE-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "PHYSICAL-COUNT-RECON" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
       CLOSE ADJUSTMENT-FILE.
       CLOSE FRUTAS-FILE.

       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       IF DATE-TABLE-OVERFLOW AND DATES-CHANGED
           MOVE 16 TO RETURN-CODE
       END-IF.
       GOBACK.

       PROCESS-COUNT-BATCH.
           CLOSE COUNT-FILE.

       RECONCILE-ONE-COUNT.
      *> Valida el renglon y lo suma al total del articulo; la
      *> conciliacion se hace con el lote completo.
           MOVE 1 TO COUNT-MULTIPLIER.
           IF CN-GTIN NOT = SPACES
               MOVE CN-GTIN TO GTIN-WANTED
               PERFORM RESOLVE-GTIN
               IF GTIN-MALFORMED
                   ADD 1 TO REJECTED-COUNT
                   MOVE "GTIN-INVALIDO" TO RJ-REASON
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF GTIN-UNKNOWN
                   ADD 1 TO REJECTED-COUNT
                   MOVE "GTIN-DESCONOCIDO" TO RJ-REASON
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
               END-IF
      *>       Articulo tipeado y escaneado a la vez: tienen que
      *>       coincidir.
               IF CN-ITEM NOT = SPACES
                       AND CN-ITEM NOT = GTIN-ITEM-FOUND
                   ADD 1 TO REJECTED-COUNT
                   MOVE "GTIN-NO-COINCIDE" TO RJ-REASON
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE GTIN-ITEM-FOUND TO CN-ITEM
               MOVE GTIN-MULT-FOUND TO COUNT-MULTIPLIER
           END-IF.
           MOVE 0 TO CT-IDX.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > CT-COUNT
               IF CT-ITEM(T) = CN-ITEM
                   MOVE T TO CT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CT-IDX = 0
               IF CT-COUNT >= COUNT-TOTAL-CAPACITY
                   ADD 1 TO REJECTED-COUNT
                   MOVE "LOTE-EXCEDIDO" TO RJ-REASON
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CT-COUNT
               MOVE CT-COUNT TO CT-IDX
               MOVE CN-ITEM TO CT-ITEM(CT-IDX)
               MOVE 0 TO CT-QTY(CT-IDX)
               MOVE "N" TO CT-PARTIAL(CT-IDX)
               IF CN-DATE IS NUMERIC
                   MOVE CN-DATE TO CT-DATE(CT-IDX)
               ELSE
                   MOVE TODAY-DATE TO CT-DATE(CT-IDX)
               END-IF
           END-IF.
           IF CN-QTY IS NOT NUMERIC
               ADD 1 TO REJECTED-COUNT
               MOVE "CANT-NO-NUMERICA" TO RJ-REASON
               PERFORM WRITE-REJECT-RECORD
               MOVE "S" TO CT-PARTIAL(CT-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CT-QTY(CT-IDX) = CT-QTY(CT-IDX)
               + FUNCTION NUMVAL(CN-QTY) * COUNT-MULTIPLIER.

       RECONCILE-COUNTED-QTY.
      *> Total del articulo T contra el maestro. Los rechazos de aqui
      *> llevan la imagen del total (articulo y cantidad sumada).
           MOVE SPACES TO COUNT-RECORD.
           MOVE CT-ITEM(T) TO CN-ITEM.
           MOVE CT-DATE(T) TO CN-DATE.
           IF CT-PARTIAL(T) = "S"
               ADD 1 TO REJECTED-COUNT
               MOVE "CONTEO-PARCIAL" TO RJ-REASON
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF CT-QTY(T) > 99999
               ADD 1 TO REJECTED-COUNT
               MOVE "CANT-EXCEDIDA" TO RJ-REASON
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-QTY(T) TO COUNTED-QTY.
           MOVE COUNTED-QTY TO EDITED-TOTAL.
           MOVE EDITED-TOTAL TO CN-QTY.
           PERFORM READ-MASTER-BY-NAME.
           IF NOT RECORD-FOUND
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF.
      *> El conteo quedo conciliado (con o sin variacion): se sella.
           PERFORM STAMP-COUNT-DATES.
           IF FRUTA-QTY IS NUMERIC
               MOVE FRUTA-QTY TO ONHAND-QTY
           ELSE
           WRITE REPORT-LINE.
           PERFORM WRITE-ADJUSTMENT-MOVEMENT.

       STAMP-COUNT-DATES.
      *> Todas las ubicaciones del articulo quedan contadas en la
      *> fecha del conteo; sin renglones previos se abre "TIENDA".
           MOVE 0 TO ITEM-ROWS.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DT-COUNT
               IF DT-ITEM(D) = CT-ITEM(T)
                   ADD 1 TO ITEM-ROWS
                   IF DT-LAST-COUNTED(D) NOT = CT-DATE(T)
                       MOVE CT-DATE(T) TO DT-LAST-COUNTED(D)
                       SET DATES-CHANGED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF ITEM-ROWS > 0
               EXIT PARAGRAPH
           END-IF.
           IF DT-COUNT >= DATE-TABLE-CAPACITY
               SET DATE-TABLE-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DT-COUNT.
           MOVE CT-ITEM(T) TO DT-ITEM(DT-COUNT).
           MOVE "TIENDA" TO DT-LOCATION(DT-COUNT).
           MOVE CT-DATE(T) TO DT-LAST-COUNTED(DT-COUNT).
           MOVE SPACES TO DT-LAST-SCHEDULED(DT-COUNT).
           SET DATES-CHANGED TO TRUE.

       LOAD-COUNT-DATES.
           OPEN INPUT COUNT-DATES-FILE.
           IF COUNT-DATES-OK
               PERFORM UNTIL COUNT-DATES-EOF
                   READ COUNT-DATES-FILE
                       AT END
                           SET COUNT-DATES-EOF TO TRUE
                       NOT AT END
                           IF DT-COUNT >= DATE-TABLE-CAPACITY
                               SET DATE-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO DT-COUNT
                               MOVE COUNT-DATES-RECORD
                                   TO DT-ENTRY(DT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COUNT-DATES-FILE.

       SAVE-COUNT-DATES.
           OPEN OUTPUT COUNT-DATES-FILE.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DT-COUNT
               MOVE DT-ENTRY(D) TO COUNT-DATES-RECORD
               WRITE COUNT-DATES-RECORD
           END-PERFORM.
           CLOSE COUNT-DATES-FILE.

       READ-MASTER-BY-NAME.
      *> Acceso directo por la clave alternada, igual que
      *> STOCK-MOVEMENT.
           MOVE "PHYSICAL-COUNT-RECON" TO RJ-PROGRAM.
           MOVE "CNTFILE" TO RJ-FILE.
           MOVE COUNT-RECORD(1:20) TO RJ-IMAGE.
      *> El codigo que no se pudo resolver va tal cual se escaneo.
           IF RJ-REASON(1:5) = "GTIN-"
               MOVE SPACES TO RJ-IMAGE
               STRING CN-GTIN CN-QTY
                   DELIMITED BY SIZE INTO RJ-IMAGE
               END-STRING
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.
           DISPLAY "Rechazado: conteo de '" FUNCTION TRIM(CN-ITEM)
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY gtinp.

       COPY inbp.

       COPY chainp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
       COPY rarcp.
