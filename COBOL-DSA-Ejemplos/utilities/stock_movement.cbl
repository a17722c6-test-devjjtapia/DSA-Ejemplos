      *> proyectada por articulo -- pero nada se regraba; el posteo
      *> real es una corrida aparte sin parametro. La primera noticia
      *> de un lote malo deja de ser la mitad del lote ya aplicada.
      *>
      *> Los egresos respetan la existencia comprometida a pedidos de
      *> clientes (FRUTA-ALLOC, ver ordrec.cpy): sin numero de pedido
      *> un egreso solo se lleva lo libre; con numero, descarga
      *> primero lo reservado para ese renglon de CUSTORD y lo da por
      *> entregado.
      *>
      *> Tipo V = devolucion a proveedor: mercaderia que llego danada
      *> y vuelve al proveedor. Lleva la orden de compra original
      *> (MV-PO-NUMBER) y el lote devuelto (MV-LOT), descarga ese lote
      *> puntual -- no el que vence antes --, se asienta en STKLEDG
      *> con su propio tipo y abre un credito pendiente en VCREDIT
      *> (ver vcrdrec.cpy) a nombre del proveedor de la orden. Antes
      *> se tecleaba como un egreso comun y el credito nunca se
      *> reclamaba.
      *>
      *> Tipo M = merma: fruta podrida, danada, robada, dada a probar
      *> o vencida. Exige un motivo de mermacod.cpy (MV-REASON) y,
      *> si el articulo tiene detalle de lotes, el lote perdido
      *> (MV-LOT); se asienta en STKLEDG con su tipo, su ubicacion y
      *> su motivo para que el reporte de mermas (SHRINK-REPORT) la
      *> separe de las ventas. No cuenta como consumo del periodo.
      *>
      *> Cada asiento lleva el lote que recibio o descargo (LG-LOT):
      *> un egreso que vacia varios lotes por vencimiento deja un
      *> renglon por lote. Un lote retirado por LOT-RECALL queda en
      *> cuarentena: su cantidad espera en la ubicacion CUARENT, que
      *> los egresos no tocan, y el lote no se descarga por
      *> vencimiento; solo sale devuelto (V), dado de baja (M) o
      *> liberado por transferencia explicita desde CUARENT.
      *>
      *> Cada posteo registra su lote en STKBATCH con el conteo de
      *> movimientos, la suma de cantidades y una huella del
      *> contenido (el mismo calculo del sello encadenado, ver
      *> chainp.cpy), mas la fecha y el programa del HDR cuando
      *> STKMOVS trae encabezado; si trae cola TRL, su conteo y suma
      *> tienen que cerrar con el detalle o el lote no se postea. Un
      *> lote ya registrado no se vuelve a postear (el mismo CNTADJ o
      *> MOVTRAD copiado dos veces duplicaba cada recepcion); con
      *> argv(1) = REPETIR se postea igual, a sabiendas, y el
      *> registro queda marcado.
      *>
      *> Reinicio: STKMVCKP guarda el ultimo movimiento del lote en
      *> curso, marcado "en curso" antes de aplicarlo y "hecho"
      *> despues de regrabar FRUTLOC, FRUTLOTE y CUSTORD, que por eso
      *> se graban en cada movimiento. Si la corrida muere, la
      *> siguiente con el mismo lote saltea lo hecho y sigue en el
      *> primer movimiento sin postear. El movimiento que quedo "en
      *> curso" no se repostea nunca -- puede haber llegado a
      *> FRUTASDAT y STKLEDG y no a las tablas de detalle --: se
      *> informa con lo que se encontro en STKLEDG y deja alerta
      *> MOV-EN-DUDA para revisarlo a mano.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVEMENT-FILE ASSIGN USING MOVEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVEMENT-FILE-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
           SELECT MOVEMENT-REPORT-FILE
               ASSIGN USING MOVEMENT-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVEMENT-REPORT-STATUS.
      *> Detalle de existencias por ubicacion (ver locrec.cpy): se
      *> carga entero al arranque y se regraba al cierre, bajo el
      *> mismo candado FRUTASLCK que el maestro.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
      *> Detalle de lotes y vencimientos (ver lotrec.cpy): mismo
      *> esquema de carga/regrabado que FRUTLOC.
           SELECT OPTIONAL LOT-FILE ASSIGN USING LOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
      *> Pedidos de clientes (ver ordrec.cpy): mismo esquema de
      *> carga/regrabado que FRUTLOC; ORDER-ALLOCATE reserva, aqui se
      *> entrega.
           SELECT OPTIONAL ORDER-FILE ASSIGN USING ORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-FILE-STATUS.
      *> Ordenes de compra (ver porec.cpy), solo lectura: la
      *> devolucion a proveedor se ata a su orden original.
           SELECT OPTIONAL PO-FILE ASSIGN USING PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
      *> Creditos pendientes de proveedores (ver vcrdrec.cpy): cada
      *> devolucion agrega el suyo (EXTEND).
           SELECT OPTIONAL CREDIT-FILE ASSIGN USING CREDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-FILE-STATUS.
      *> Libro mayor permanente de movimientos (ver ledgrec.cpy):
      *> STKMOVRPT se pisa en cada corrida, esto se acumula (EXTEND)
      *> y es la historia consultable de cada existencia.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
      *> Registro de lotes ya posteados (uno por lote completo).
           SELECT OPTIONAL BATCH-REGISTRY-FILE
               ASSIGN USING BATCH-REGISTRY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-REGISTRY-STATUS.
      *> Punto de reinicio del lote en curso: un solo registro,
      *> vacio cuando no hay lote a medio postear.
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN USING CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.

      *> Archivo compartido de rechazos (ver rjctrec.cpy): cada
      *> movimiento rechazado deja su imagen y motivo, ademas del
      *> renglon en STKMOVRPT que se pisa a la corrida siguiente.
           SELECT OPTIONAL REJECT-FILE ASSIGN USING REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
      *> del articulo descargan por vencimiento lo que si lo tenga.
           05 MV-LOT      PIC X(10).
           05 MV-EXP-DATE PIC X(8).
      *> Pedido de cliente que el egreso entrega (ver ordrec.cpy); en
      *> blanco, el egreso es venta de mostrador y solo toca lo libre.
           05 MV-ORDER    PIC X(6).
      *> Orden de compra original de una devolucion a proveedor
      *> (tipo V); en blanco para los demas tipos.
           05 MV-PO-NUMBER PIC X(6).
      *> Motivo de la merma (tipo M, ver mermacod.cpy); en blanco
      *> para los demas tipos.
           05 MV-REASON    PIC X(4).
      *> Cantidad y unidad originales cuando el cargador convirtio a
      *> unidades de stock (ver uoms.cpy); pasan tal cual al asiento
      *> de STKLEDG. En blanco si el movimiento vino en unidades de
      *> stock.
           05 MV-ORIG-QTY  PIC X(5).
           05 MV-ORIG-UNIT PIC X(4).
      *> Vistas de control del mismo registro, para los lotes que
      *> traen encabezado HDR (fecha y programa que los genero) y
      *> cola TRL (conteo y suma de cantidades), igual que PRODIN.
       01  MOVEMENT-HEADER.
           05 MH-TAG     PIC X(3).
           05 MH-DATE    PIC X(8).
           05 MH-PROGRAM PIC X(24).
       01  MOVEMENT-TRAILER.
           05 MT-TAG   PIC X(3).
           05 MT-COUNT PIC 9(6).
           05 MT-SUM   PIC S9(12) SIGN LEADING SEPARATE.

      *> Mismo maestro de inventario que array.cbl.
       FD  FRUTAS-FILE.
       01  LOT-RECORD.
           COPY lotrec.

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           COPY ordrec.

       FD  PO-FILE.
       01  PO-RECORD.
           COPY porec.

       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           COPY vcrdrec.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ledgrec.

       FD  BATCH-REGISTRY-FILE.
       01  BATCH-REGISTRY-RECORD.
           05 SB-DATE        PIC X(8).
           05 SB-TIME        PIC 9(8).
      *> Identidad del lote: huella, conteo y suma del detalle.
           05 SB-FINGERPRINT PIC 9(9).
           05 SB-COUNT       PIC 9(6).
           05 SB-QTY-TOTAL   PIC 9(9).
      *> Encabezado HDR del lote; en blanco si no lo trae.
           05 SB-HDR-DATE    PIC X(8).
           05 SB-HDR-PROGRAM PIC X(24).
           05 SB-APPLIED     PIC 9(5).
           05 SB-REJECTED    PIC 9(5).
           05 SB-IN-DOUBT    PIC 9(5).
      *> "S" si se posteo con REPETIR estando ya registrado.
           05 SB-REPEATED    PIC X(1).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CK-FINGERPRINT PIC 9(9).
           05 CK-COUNT       PIC 9(6).
           05 CK-QTY-TOTAL   PIC 9(9).
           05 CK-SEQ         PIC 9(6).
      *> "I" = movimiento CK-SEQ en curso / "H" = hecho.
           05 CK-PHASE       PIC X(1).
           05 CK-TYPE        PIC X(1).
           05 CK-ITEM        PIC X(10).
           05 CK-DATE        PIC X(8).
           05 CK-TIME        PIC 9(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY rjctrec.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 MOVEMENT-FILE-STATUS PIC XX VALUE "00".
           88 MOVEMENT-FILE-OK  VALUE "00".
       01 LOC-IDX PIC 9(3).
       01 DEFAULT-RECEIPT-LOCATION PIC X(8) VALUE "DEPOSITO".
       01 DEFAULT-ISSUE-LOCATION   PIC X(8) VALUE "TIENDA".
      *> Ubicacion de cuarentena de los lotes retirados (LOT-RECALL).
       01 QUARANTINE-LOCATION      PIC X(8) VALUE "CUARENT".
       01 QUARANTINE-QTY PIC 9(5).
       01 WORK-LOCATION PIC X(8).
       01 WORK-LOC-FROM PIC X(8).
       01 WORK-LOC-TO   PIC X(8).
             10 LOT-NUM  PIC X(10).
             10 LOT-EXP  PIC X(8).
             10 LOT-QTY  PIC 9(5).
             10 LOT-VENDOR PIC X(6).
             10 LOT-STATUS PIC X(1).
       01 LOT-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 T PIC 9(3).
       01 LOT-IDX PIC 9(3).
       01 BEST-LOT-IDX PIC 9(3).
       01 RELIEVE-REMAINING PIC 9(5).
       01 LOT-TAKE-QTY PIC 9(5).
      *> Lotes que descargo el egreso en curso, para asentar un
      *> renglon del libro mayor por lote.
       01 LOT-DRAW-TABLE.
          05 DRAW-COUNT PIC 9(2) VALUE 0.
          05 DRAW-ENTRY OCCURS 20 TIMES.
             10 DRAW-LOT PIC X(10).
             10 DRAW-QTY PIC 9(5).
       01 DRAW-TABLE-CAPACITY PIC 9(2) VALUE 20.
       01 DR PIC 9(2).
       01 DRAWN-TOTAL PIC 9(5).
       01 LEDGER-RUNNING-BALANCE PIC 9(5).

       01 ORDER-FILE-STATUS PIC XX VALUE "00".
           88 ORDER-FILE-OK  VALUE "00".
           88 ORDER-FILE-EOF VALUE "10".
      *> Renglones de pedido en memoria; se regraban completos al
      *> cierre si algun egreso entrego contra un pedido.
       01 ORDER-TABLE.
          05 ORD-COUNT PIC 9(3) VALUE 0.
          05 ORD-ENTRY OCCURS 200 TIMES.
             10 ORD-NUMBER   PIC X(6).
             10 ORD-CUSTOMER PIC X(10).
             10 ORD-ITEM     PIC X(10).
             10 ORD-QTY      PIC 9(5).
             10 ORD-REQ-DATE PIC X(8).
             10 ORD-ALLOC    PIC 9(5).
             10 ORD-SHIPPED  PIC 9(5).
             10 ORD-STATUS   PIC X(1).
             10 ORD-ENTRY-DATE PIC X(8).
       01 ORDER-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 O PIC 9(3).
       01 ORD-IDX PIC 9(3).
       01 ORDERS-CHANGED-SW PIC X VALUE "N".
           88 ORDERS-CHANGED VALUE "Y".
      *> Comprometido del articulo y lo que este egreso puede tomar:
      *> lo libre, mas la reserva de su propio pedido si trae uno.
       01 ALLOC-QTY  PIC 9(5).
       01 USABLE-QTY PIC 9(5).
       01 ORDER-RELIEF-QTY PIC 9(5).

       01 PO-FILE-STATUS PIC XX VALUE "00".
           88 PO-FILE-OK  VALUE "00".
           88 PO-FILE-EOF VALUE "10".
      *> Lineas de orden de compra, para validar y valuar las
      *> devoluciones a proveedor.
       01 PO-TABLE.
          05 PO-LINE-COUNT PIC 9(3) VALUE 0.
          05 PO-LINE-ENTRY OCCURS 100 TIMES.
             10 POT-NUMBER    PIC X(6).
             10 POT-VENDOR    PIC X(6).
             10 POT-ITEM      PIC X(10).
             10 POT-UNIT-COST PIC 9(7).
       01 PO-TABLE-CAPACITY PIC 9(3) VALUE 100.
       01 PL PIC 9(3).
       01 PO-LINE-IDX PIC 9(3).
       01 CREDIT-FILE-STATUS PIC XX VALUE "00".
           88 CREDIT-FILE-OK VALUE "00".
       01 RETURN-COST-CENTS PIC 9(7).
       01 RETURN-COUNT PIC 9(5) VALUE 0.

      *> Motivos validos de merma.
           COPY mermacod.
       01 SR PIC 9(2).
       01 ITEM-HAS-LOTS-SW PIC X VALUE "N".
           88 ITEM-HAS-LOTS VALUE "Y".
       01 WRITE-OFF-COUNT PIC 9(5) VALUE 0.

       01 REJECT-FILE-STATUS PIC XX VALUE "00".
           88 REJECT-FILE-OK VALUE "00".

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

      *> Identidad y control del lote (ver SCAN-MOVEMENT-BATCH).
       01 BATCH-REGISTRY-STATUS PIC XX VALUE "00".
           88 BATCH-REGISTRY-OK  VALUE "00".
           88 BATCH-REGISTRY-EOF VALUE "10".
       01 CHECKPOINT-STATUS PIC XX VALUE "00".
           88 CHECKPOINT-OK  VALUE "00".
       01 BATCH-FINGERPRINT  PIC 9(9) VALUE 0.
       01 BATCH-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 BATCH-QTY-TOTAL    PIC 9(9) VALUE 0.
       01 BATCH-HDR-DATE     PIC X(8) VALUE SPACES.
       01 BATCH-HDR-PROGRAM  PIC X(24) VALUE SPACES.
       01 TRAILER-PRESENT-SW PIC X VALUE "N".
           88 TRAILER-PRESENT VALUE "Y".
       01 TRAILER-COUNT PIC 9(6) VALUE 0.
       01 TRAILER-SUM   PIC S9(12) VALUE 0.
       01 REPEAT-MODE-SW PIC X VALUE "N".
           88 REPEAT-MODE VALUE "Y".
       01 DUPLICATE-BATCH-SW PIC X VALUE "N".
           88 DUPLICATE-BATCH VALUE "Y".
       01 DUPLICATE-BATCH-DATE PIC X(8) VALUE SPACES.
      *> Motivo por el que el lote no se postea (en blanco = sigue).
       01 BATCH-REFUSE-REASON PIC X(16) VALUE SPACES.
       01 BATCH-SEQ PIC 9(6) VALUE 0.
      *> Reinicio: movimientos 1..RESUME-AFTER-SEQ ya posteados; el
      *> IN-DOUBT-SEQ (si no es cero) quedo en curso al abortar.
       01 RESUME-AFTER-SEQ PIC 9(6) VALUE 0.
       01 IN-DOUBT-SEQ     PIC 9(6) VALUE 0.
       01 IN-DOUBT-DATE    PIC X(8).
       01 IN-DOUBT-TIME    PIC 9(8).
       01 SKIPPED-COUNT  PIC 9(5) VALUE 0.
       01 IN-DOUBT-COUNT PIC 9(5) VALUE 0.
       01 CHECKPOINT-TIME-STAMP PIC 9(8).
       01 LEDGER-SCAN-EOF-SW PIC X VALUE "N".
           88 LEDGER-SCAN-EOF VALUE "Y".
       01 LEDGER-HIT-COUNT PIC 9(3) VALUE 0.

       COPY chainw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 MOVEMENT-FILE-NAME        PIC X(40) VALUE "STKMOVS".
          05 FRUTAS-FILE-NAME          PIC X(40) VALUE "FRUTASDAT".
          05 MOVEMENT-REPORT-FILE-NAME PIC X(40) VALUE "STKMOVRPT".
          05 LOCATION-FILE-NAME        PIC X(40) VALUE "FRUTLOC".
          05 LOT-FILE-NAME             PIC X(40) VALUE "FRUTLOTE".
          05 ORDER-FILE-NAME           PIC X(40) VALUE "CUSTORD".
          05 PO-FILE-NAME              PIC X(40) VALUE "POFILE".
          05 CREDIT-FILE-NAME          PIC X(40) VALUE "VCREDIT".
          05 LEDGER-FILE-NAME          PIC X(40) VALUE "STKLEDG".
          05 BATCH-REGISTRY-FILE-NAME  PIC X(40) VALUE "STKBATCH".
          05 CHECKPOINT-FILE-NAME      PIC X(40) VALUE "STKMVCKP".
          05 REJECT-FILE-NAME          PIC X(40) VALUE "RJCTFILE".
          05 OPS-ALERT-FILE-NAME       PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 13 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 13.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT MODE-PARM FROM ARGUMENT-VALUE
           ON EXCEPTION
           DISPLAY "Paso de edicion: el lote se valida completo y "
               "nada se regraba."
       END-IF.
       IF FUNCTION UPPER-CASE(MODE-PARM) = "REPETIR"
           SET REPEAT-MODE TO TRUE
           DISPLAY "REPETIR: el lote se postea aunque ya figure en "
               "STKBATCH."
       END-IF.

       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
           GOBACK
       END-IF.

      *> Control del lote antes de tocar nada: cola TRL, registro de
      *> lotes posteados y punto de reinicio.
       PERFORM SCAN-MOVEMENT-BATCH.
       PERFORM CHECK-BATCH-CONTROL.
       IF BATCH-REFUSE-REASON NOT = SPACES AND NOT EDIT-MODE
           PERFORM RELEASE-RUN-LOCK
           MOVE BATCH-REFUSE-REASON TO ALERT-REASON
           MOVE BATCH-DETAIL-COUNT TO ALERT-VALUE
           PERFORM WRITE-OPS-ALERT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       IF EDIT-MODE
           OPEN INPUT FRUTAS-FILE
       ELSE
           OPEN I-O FRUTAS-FILE
       END-IF.
       IF NOT FRUTAS-FILE-OK
           DISPLAY "ERROR: no se pudo abrir FRUTASDAT en "
               "actualizacion (estado " FRUTAS-FILE-STATUS "); sin "
               "maestro no hay "
               "lote que aplicar."
           PERFORM RELEASE-RUN-LOCK
           MOVE 8 TO RETURN-CODE

       PERFORM LOAD-LOCATION-TABLE.
       PERFORM LOAD-LOT-TABLE.
       PERFORM LOAD-ORDER-TABLE.
       PERFORM LOAD-PO-TABLE.

       PERFORM APPLY-MOVEMENT-BATCH.

       ELSE
           PERFORM SAVE-LOCATION-TABLE
           PERFORM SAVE-LOT-TABLE
           PERFORM SAVE-ORDER-TABLE
      *> Primero el registro y despues el punto de reinicio: si la
      *> corrida muere entre los dos, el lote ya figura posteado y la
      *> siguiente lo rechaza en vez de repostearlo entero.
           IF BATCH-DETAIL-COUNT > 0
               PERFORM REGISTER-BATCH
               PERFORM CLEAR-CHECKPOINT
           END-IF
       END-IF.

       MOVE SPACES TO REPORT-LINE.
       END-STRING.
       WRITE REPORT-LINE.
       CLOSE MOVEMENT-REPORT-FILE.
       MOVE MOVEMENT-REPORT-FILE-NAME TO RA-FILE-NAME.
       MOVE "STOCK-MOVEMENT" TO RA-PROGRAM.
       PERFORM ARCHIVE-PRINTED-REPORT.
       CLOSE FRUTAS-FILE.

       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM RELEASE-RUN-LOCK.

       IF SKIPPED-COUNT > 0
           DISPLAY "Reinicio: " SKIPPED-COUNT " movimiento(s) ya "
               "posteado(s) antes del corte; no se repostean."
       END-IF.
       IF IN-DOUBT-COUNT > 0
           DISPLAY "Movimiento en duda (en curso al abortar): "
               IN-DOUBT-COUNT "; revisar a mano, ver STKMOVRPT."
       END-IF.
       IF MOVEMENT-COUNT = 0 AND SKIPPED-COUNT = 0
               AND IN-DOUBT-COUNT = 0
           DISPLAY "STKMOVS vacio o ausente; sin movimientos que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
           DISPLAY "Costos promedio recalculados: " COST-UPDATED-COUNT
               " articulo(s)."
       END-IF.
       IF RETURN-COUNT > 0 AND NOT EDIT-MODE
           DISPLAY "Devoluciones a proveedor: " RETURN-COUNT
               " credito(s) pendiente(s) abierto(s) en VCREDIT."
       END-IF.
       IF WRITE-OFF-COUNT > 0 AND NOT EDIT-MODE
           DISPLAY "Mermas asentadas: " WRITE-OFF-COUNT " renglon(es)."
       END-IF.
       IF EDIT-MODE
           DISPLAY "Paso de edicion: FRUTASDAT quedo intacto; correr "
               "sin parametro para postear el lote."
       END-IF.
       IF EDIT-MODE AND BATCH-REFUSE-REASON NOT = SPACES
           DISPLAY "Paso de edicion: el posteo rechazaria este lote ("
               FUNCTION TRIM(BATCH-REFUSE-REASON) ")."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
           MOVE "MOVS-RECHAZADOS" TO ALERT-REASON
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
      *> El movimiento en duda ya dejo su propia alerta MOV-EN-DUDA.
       IF IN-DOUBT-COUNT > 0
           MOVE 8 TO RETURN-CODE
       END-IF.
       GOBACK.

       APPLY-MOVEMENT-BATCH.
           MOVE 0 TO BATCH-SEQ.
           SET MOVEMENT-FILE-OK TO TRUE.
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-FILE-OK
               PERFORM UNTIL MOVEMENT-FILE-EOF
                   READ MOVEMENT-FILE
                       AT END
                           SET MOVEMENT-FILE-EOF TO TRUE
                       NOT AT END
                           IF MH-TAG NOT = "HDR" AND MT-TAG NOT = "TRL"
                               ADD 1 TO BATCH-SEQ
                               PERFORM POST-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVEMENT-FILE.

       POST-ONE-MOVEMENT.
      *> El paso de edicion no tiene reinicio: valida todo el lote.
           IF EDIT-MODE
               ADD 1 TO MOVEMENT-COUNT
               PERFORM APPLY-ONE-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           IF BATCH-SEQ NOT > RESUME-AFTER-SEQ
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF BATCH-SEQ = IN-DOUBT-SEQ
               PERFORM FLAG-IN-DOUBT-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MOVEMENT-COUNT.
           MOVE "I" TO CK-PHASE.
           PERFORM WRITE-CHECKPOINT.
           PERFORM APPLY-ONE-MOVEMENT.
      *> Las tablas de detalle se regraban con cada movimiento para
      *> que el punto de reinicio las encuentre al dia.
           PERFORM SAVE-LOCATION-TABLE.
           PERFORM SAVE-LOT-TABLE.
           PERFORM SAVE-ORDER-TABLE.
           MOVE "H" TO CK-PHASE.
           PERFORM WRITE-CHECKPOINT.

       SCAN-MOVEMENT-BATCH.
      *> Primera pasada sobre STKMOVS: conteo y suma del detalle,
      *> huella del contenido (sello encadenado de sus renglones, sin
      *> el HDR/TRL) y lo que declaren el HDR y el TRL si vienen.
           MOVE 0 TO BATCH-DETAIL-COUNT.
           MOVE 0 TO BATCH-QTY-TOTAL.
           MOVE 0 TO CHAIN-PREV-VALUE.
           SET MOVEMENT-FILE-OK TO TRUE.
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-FILE-OK
               PERFORM UNTIL MOVEMENT-FILE-EOF
                       AT END
                           SET MOVEMENT-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM SCAN-ONE-MOVEMENT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVEMENT-FILE.
           MOVE CHAIN-PREV-VALUE TO BATCH-FINGERPRINT.

       SCAN-ONE-MOVEMENT.
           EVALUATE TRUE
               WHEN MH-TAG = "HDR"
                   MOVE MH-DATE TO BATCH-HDR-DATE
                   MOVE MH-PROGRAM TO BATCH-HDR-PROGRAM
               WHEN MT-TAG = "TRL"
                   SET TRAILER-PRESENT TO TRUE
                   IF MT-COUNT IS NUMERIC
                       MOVE MT-COUNT TO TRAILER-COUNT
                   END-IF
                   IF MT-SUM IS NUMERIC
                       MOVE MT-SUM TO TRAILER-SUM
                   END-IF
               WHEN OTHER
                   ADD 1 TO BATCH-DETAIL-COUNT
                   IF MV-QTY IS NUMERIC
                       MOVE MV-QTY TO MOVE-QTY
                       ADD MOVE-QTY TO BATCH-QTY-TOTAL
                   END-IF
                   MOVE MOVEMENT-RECORD TO CHAIN-TEXT
                   MOVE LENGTH OF MOVEMENT-RECORD TO CHAIN-TEXT-LEN
                   PERFORM COMPUTE-CHAIN-VALUE
                   MOVE CHAIN-VALUE TO CHAIN-PREV-VALUE
           END-EVALUATE.

       CHECK-BATCH-CONTROL.
           MOVE SPACES TO BATCH-REFUSE-REASON.
           IF BATCH-DETAIL-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Lote STKMOVS: " BATCH-DETAIL-COUNT
               " movimiento(s), cantidad total " BATCH-QTY-TOTAL
               ", huella " BATCH-FINGERPRINT ".".
           IF TRAILER-PRESENT
               IF TRAILER-COUNT NOT = BATCH-DETAIL-COUNT
                       OR TRAILER-SUM NOT = BATCH-QTY-TOTAL
                   DISPLAY "ERROR: la cola TRL de STKMOVS declara "
                       TRAILER-COUNT " movimiento(s) y " TRAILER-SUM
                       " unidades; el detalle trae "
                       BATCH-DETAIL-COUNT " y " BATCH-QTY-TOTAL
                       ". El lote no se postea."
                   MOVE "LOTE-DESCUADRADO" TO BATCH-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM FIND-REGISTERED-BATCH.
           IF DUPLICATE-BATCH
               IF REPEAT-MODE
                   DISPLAY "Aviso: este lote ya se posteo el "
                       DUPLICATE-BATCH-DATE "; se repite por REPETIR."
               ELSE
                   DISPLAY "ERROR: este lote ya se posteo el "
                       DUPLICATE-BATCH-DATE " (STKBATCH); no se "
                       "vuelve a postear. Si es a sabiendas, correr "
                       "con REPETIR."
                   MOVE "LOTE-DUPLICADO" TO BATCH-REFUSE-REASON
      *> Un punto de reinicio de este mismo lote quedo de una corrida
      *> que murio despues de registrarlo: el lote esta completo.
                   IF NOT EDIT-MODE
                       PERFORM LOAD-CHECKPOINT
                       IF CK-FINGERPRINT = BATCH-FINGERPRINT
                           PERFORM CLEAR-CHECKPOINT
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF EDIT-MODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CHECKPOINT.
           IF CK-SEQ = 0
               EXIT PARAGRAPH
           END-IF.
           IF CK-FINGERPRINT NOT = BATCH-FINGERPRINT
                   OR CK-COUNT NOT = BATCH-DETAIL-COUNT
                   OR CK-QTY-TOTAL NOT = BATCH-QTY-TOTAL
               DISPLAY "ERROR: STKMVCKP tiene a medio postear otro "
                   "lote (" CK-COUNT " movimiento(s), huella "
                   CK-FINGERPRINT ", corte en el " CK-SEQ "). "
                   "Terminar ese lote antes de postear este."
               MOVE "CKPT-OTRO-LOTE" TO BATCH-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF CK-PHASE = "H"
               MOVE CK-SEQ TO RESUME-AFTER-SEQ
           ELSE
               COMPUTE RESUME-AFTER-SEQ = CK-SEQ - 1
               MOVE CK-SEQ TO IN-DOUBT-SEQ
               MOVE CK-DATE TO IN-DOUBT-DATE
               MOVE CK-TIME TO IN-DOUBT-TIME
           END-IF.
           DISPLAY "Reinicio del lote: movimientos 1 a "
               RESUME-AFTER-SEQ " ya posteados; se sigue desde el "
               "siguiente.".

       FIND-REGISTERED-BATCH.
           MOVE "N" TO DUPLICATE-BATCH-SW.
           SET BATCH-REGISTRY-OK TO TRUE.
           OPEN INPUT BATCH-REGISTRY-FILE.
           IF BATCH-REGISTRY-OK
               PERFORM UNTIL BATCH-REGISTRY-EOF OR DUPLICATE-BATCH
                   READ BATCH-REGISTRY-FILE
                       AT END
                           SET BATCH-REGISTRY-EOF TO TRUE
                       NOT AT END
                           IF SB-FINGERPRINT = BATCH-FINGERPRINT
                                   AND SB-COUNT = BATCH-DETAIL-COUNT
                                   AND SB-QTY-TOTAL = BATCH-QTY-TOTAL
                                   AND SB-HDR-DATE = BATCH-HDR-DATE
                               SET DUPLICATE-BATCH TO TRUE
                               MOVE SB-DATE TO DUPLICATE-BATCH-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BATCH-REGISTRY-FILE.

       REGISTER-BATCH.
           OPEN EXTEND BATCH-REGISTRY-FILE.
           IF NOT BATCH-REGISTRY-OK
               CLOSE BATCH-REGISTRY-FILE
               OPEN OUTPUT BATCH-REGISTRY-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SB-DATE.
           ACCEPT CHECKPOINT-TIME-STAMP FROM TIME.
           MOVE CHECKPOINT-TIME-STAMP TO SB-TIME.
           MOVE BATCH-FINGERPRINT TO SB-FINGERPRINT.
           MOVE BATCH-DETAIL-COUNT TO SB-COUNT.
           MOVE BATCH-QTY-TOTAL TO SB-QTY-TOTAL.
           MOVE BATCH-HDR-DATE TO SB-HDR-DATE.
           MOVE BATCH-HDR-PROGRAM TO SB-HDR-PROGRAM.
           MOVE APPLIED-COUNT TO SB-APPLIED.
           MOVE REJECTED-COUNT TO SB-REJECTED.
           MOVE IN-DOUBT-COUNT TO SB-IN-DOUBT.
           IF DUPLICATE-BATCH
               MOVE "S" TO SB-REPEATED
           ELSE
               MOVE "N" TO SB-REPEATED
           END-IF.
           WRITE BATCH-REGISTRY-RECORD.
           CLOSE BATCH-REGISTRY-FILE.

       LOAD-CHECKPOINT.
           MOVE 0 TO CK-SEQ.
           SET CHECKPOINT-OK TO TRUE.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-OK
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 0 TO CK-SEQ
               END-READ
           END-IF.
           CLOSE CHECKPOINT-FILE.
           IF CK-SEQ IS NOT NUMERIC
               MOVE 0 TO CK-SEQ
           END-IF.

       WRITE-CHECKPOINT.
      *> El llamador deja CK-PHASE; el registro se pisa entero.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE BATCH-FINGERPRINT TO CK-FINGERPRINT.
           MOVE BATCH-DETAIL-COUNT TO CK-COUNT.
           MOVE BATCH-QTY-TOTAL TO CK-QTY-TOTAL.
           MOVE BATCH-SEQ TO CK-SEQ.
           MOVE MV-TYPE TO CK-TYPE.
           MOVE MV-ITEM TO CK-ITEM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CK-DATE.
           ACCEPT CHECKPOINT-TIME-STAMP FROM TIME.
           MOVE CHECKPOINT-TIME-STAMP TO CK-TIME.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

       FLAG-IN-DOUBT-MOVEMENT.
      *> Regla de coincidencia del movimiento que quedo en curso: un
      *> asiento de STKLEDG del mismo articulo sellado desde el punto
      *> de reinicio dice que llego al maestro y al mayor. Con o sin
      *> asiento no se repostea: FRUTASDAT, STKLEDG, FRUTLOC y
      *> FRUTLOTE no reciben dos veces el mismo movimiento.
           ADD 1 TO IN-DOUBT-COUNT.
           MOVE 0 TO LEDGER-HIT-COUNT.
           MOVE "N" TO LEDGER-SCAN-EOF-SW.
           SET LEDGER-FILE-OK TO TRUE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-SCAN-EOF
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-SCAN-EOF TO TRUE
                       NOT AT END
                           IF LG-ITEM = MV-ITEM
                               AND (LG-DATE > IN-DOUBT-DATE
                                   OR (LG-DATE = IN-DOUBT-DATE
                                   AND LG-TIME NOT < IN-DOUBT-TIME))
                               ADD 1 TO LEDGER-HIT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.
           MOVE SPACES TO REPORT-LINE.
           IF LEDGER-HIT-COUNT > 0
               STRING "EN DUDA   " MV-TYPE " " MV-ITEM " x " MV-QTY
                   "  llego a STKLEDG; revisar FRUTLOC/FRUTLOTE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "EN DUDA   " MV-TYPE " " MV-ITEM " x " MV-QTY
                   "  sin asiento; revisar FRUTASDAT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           DISPLAY "EN DUDA: movimiento " BATCH-SEQ " (" MV-TYPE " "
               FUNCTION TRIM(MV-ITEM) " x " MV-QTY ") estaba en curso "
               "al abortar; " LEDGER-HIT-COUNT " asiento(s) en STKLEDG "
               "desde el corte. No se repostea.".
           MOVE "MOV-EN-DUDA" TO ALERT-REASON.
           MOVE SPACES TO ALERT-VALUE.
           STRING "STKMOVS REG " BATCH-SEQ
               DELIMITED BY SIZE INTO ALERT-VALUE
           END-STRING.
           PERFORM WRITE-OPS-ALERT.
           MOVE "H" TO CK-PHASE.
           PERFORM WRITE-CHECKPOINT.

       APPLY-ONE-MOVEMENT.
           MOVE SPACES TO REJECT-REASON.
           MOVE 0 TO DRAW-COUNT.
           IF MV-QTY IS NOT NUMERIC
               MOVE "CANTIDAD NO NUMERICA" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
                           PERFORM MARK-PROJECTION-NEGATIVE
                       END-IF
                   ELSE
                       PERFORM CHECK-COMMITTED-STOCK
                       IF REJECT-REASON = SPACES
                           PERFORM CHECK-QUARANTINE-STOCK
                       END-IF
                       IF REJECT-REASON NOT = SPACES
                           PERFORM WRITE-REJECT-LINE
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM CHECK-LOCATION-ISSUE
                       IF LOCATION-SHORT
                           MOVE "SIN STOCK EN UBICACION"
                           PERFORM APPLY-LOCATION-ISSUE
                           PERFORM RELIEVE-LOTS-FEFO
                           PERFORM UPDATE-PERIOD-COUNTERS
                           PERFORM RELIEVE-ORDER-ALLOCATION
                           SUBTRACT MOVE-QTY FROM ONHAND-QTY
                           PERFORM REWRITE-MASTER-QTY
                           PERFORM WRITE-APPLIED-LINE
                       END-IF
                   END-IF
               WHEN "V"
                   IF MOVE-QTY > ONHAND-QTY
                       MOVE "DEJARIA STOCK NEGATIVO" TO REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                       IF EDIT-MODE
                           PERFORM MARK-PROJECTION-NEGATIVE
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM APPLY-VENDOR-RETURN
               WHEN "M"
                   IF MOVE-QTY > ONHAND-QTY
                       MOVE "DEJARIA STOCK NEGATIVO" TO REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                       IF EDIT-MODE
                           PERFORM MARK-PROJECTION-NEGATIVE
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM APPLY-WRITE-OFF
               WHEN "T"
      *> Transferencia entre ubicaciones: mueve cantidad de una
      *> ubicacion a otra del mismo articulo sin tocar el total del
      *> Un articulo sin detalle se siembra primero: todo su total
      *> cuenta en la ubicacion de salida.
           MOVE "N" TO LOCATION-SHORT-SW.
      *> La devolucion a proveedor sale primero del deposito, que es
      *> donde queda la mercaderia rechazada al recibir.
           IF MV-LOC-FROM NOT = SPACES
               MOVE "Y" TO EXPLICIT-LOCATION-SW
               MOVE MV-LOC-FROM TO WORK-LOCATION
           ELSE
               MOVE "N" TO EXPLICIT-LOCATION-SW
               IF MV-TYPE = "V"
                   MOVE DEFAULT-RECEIPT-LOCATION TO WORK-LOCATION
               ELSE
                   MOVE DEFAULT-ISSUE-LOCATION TO WORK-LOCATION
               END-IF
           END-IF.
           PERFORM CHECK-ITEM-HAS-LOCATIONS.
           IF NOT ITEM-HAS-LOCATIONS
      *> Con origen explicito, CHECK-LOCATION-ISSUE ya dejo LOC-IDX
      *> en la ubicacion de salida con saldo suficiente; sin origen,
      *> se descarga la ubicacion por defecto hasta vaciarla y el
      *> resto sale de las demas ubicaciones del articulo en orden,
      *> nunca de la de cuarentena.
           IF EXPLICIT-LOCATION
               IF LOC-IDX > 0
                   SUBTRACT MOVE-QTY FROM LOC-QTY(LOC-IDX)
               IF FUNCTION TRIM(LOC-ITEM(L)) = FUNCTION TRIM(MV-ITEM)
                       AND L NOT = LOC-IDX
                       AND LOC-QTY(L) > 0
                       AND LOC-NAME(L) NOT = QUARANTINE-LOCATION
                   IF LOC-QTY(L) >= LOCATION-REMAINING
                       SUBTRACT LOCATION-REMAINING FROM LOC-QTY(L)
                       MOVE 0 TO LOCATION-REMAINING
               END-IF
           END-PERFORM.

       CHECK-COMMITTED-STOCK.
      *> Lo comprometido a pedidos no se vende por mostrador: un
      *> egreso sin pedido solo toma lo libre (existencia menos
      *> FRUTA-ALLOC); uno con pedido toma ademas la reserva de su
      *> propio renglon. Dos vendedores ya no venden la misma caja.
           IF FRUTA-ALLOC IS NUMERIC
               MOVE FRUTA-ALLOC TO ALLOC-QTY
           ELSE
               MOVE 0 TO ALLOC-QTY
           END-IF.
           IF ONHAND-QTY > ALLOC-QTY
               COMPUTE USABLE-QTY = ONHAND-QTY - ALLOC-QTY
           ELSE
               MOVE 0 TO USABLE-QTY
           END-IF.
           MOVE 0 TO ORD-IDX.
           IF MV-ORDER NOT = SPACES
               PERFORM FIND-ORDER-LINE
               IF ORD-IDX = 0
                   MOVE "PEDIDO DESCONOCIDO" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF ORD-STATUS(ORD-IDX) = "E"
                       OR ORD-STATUS(ORD-IDX) = "X"
                   MOVE "PEDIDO YA CERRADO" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD ORD-ALLOC(ORD-IDX) TO USABLE-QTY
           END-IF.
           IF MOVE-QTY > USABLE-QTY
               MOVE "STOCK COMPROMETIDO" TO REJECT-REASON
           END-IF.

       CHECK-QUARANTINE-STOCK.
      *> Lo que esta en cuarentena no se vende: un egreso no puede
      *> nombrar la ubicacion de cuarentena como origen, y lo libre
      *> que dejo CHECK-COMMITTED-STOCK se achica en lo retenido.
           IF MV-LOC-FROM = QUARANTINE-LOCATION
               MOVE "UBICACION EN CUARENTENA" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO QUARANTINE-QTY.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOC-COUNT
               IF FUNCTION TRIM(LOC-ITEM(L)) = FUNCTION TRIM(MV-ITEM)
                       AND LOC-NAME(L) = QUARANTINE-LOCATION
                   ADD LOC-QTY(L) TO QUARANTINE-QTY
               END-IF
           END-PERFORM.
           IF QUARANTINE-QTY > 0
               IF USABLE-QTY > QUARANTINE-QTY
                   SUBTRACT QUARANTINE-QTY FROM USABLE-QTY
               ELSE
                   MOVE 0 TO USABLE-QTY
               END-IF
               IF MOVE-QTY > USABLE-QTY
                   MOVE "STOCK EN CUARENTENA" TO REJECT-REASON
               END-IF
           END-IF.

       RELIEVE-ORDER-ALLOCATION.
      *> El egreso contra pedido consume primero la reserva de su
      *> renglon (bajandola tambien en el maestro) y suma a lo
      *> entregado; el renglon cumplido queda "E".
           IF ORD-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF MOVE-QTY > ORD-ALLOC(ORD-IDX)
               MOVE ORD-ALLOC(ORD-IDX) TO ORDER-RELIEF-QTY
           ELSE
               MOVE MOVE-QTY TO ORDER-RELIEF-QTY
           END-IF.
           SUBTRACT ORDER-RELIEF-QTY FROM ORD-ALLOC(ORD-IDX).
           IF ALLOC-QTY > ORDER-RELIEF-QTY
               SUBTRACT ORDER-RELIEF-QTY FROM ALLOC-QTY
           ELSE
               MOVE 0 TO ALLOC-QTY
           END-IF.
           MOVE ALLOC-QTY TO FRUTA-ALLOC.
           ADD MOVE-QTY TO ORD-SHIPPED(ORD-IDX).
           IF ORD-SHIPPED(ORD-IDX) >= ORD-QTY(ORD-IDX)
               MOVE "E" TO ORD-STATUS(ORD-IDX)
           END-IF.
           SET ORDERS-CHANGED TO TRUE.

       FIND-ORDER-LINE.
      *> El renglon se identifica por (pedido, articulo).
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-COUNT
               IF ORD-NUMBER(O) = MV-ORDER
                       AND FUNCTION TRIM(ORD-ITEM(O))
                           = FUNCTION TRIM(MV-ITEM)
                   MOVE O TO ORD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ORDER-TABLE.
           MOVE 0 TO ORD-COUNT.
           OPEN INPUT ORDER-FILE.
           IF ORDER-FILE-OK
               PERFORM UNTIL ORDER-FILE-EOF
                       OR ORD-COUNT >= ORDER-TABLE-CAPACITY
                   READ ORDER-FILE
                       AT END
                           SET ORDER-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ORD-COUNT
                           PERFORM LOAD-ONE-ORDER
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORDER-FILE.

       LOAD-ONE-ORDER.
           MOVE OR-NUMBER TO ORD-NUMBER(ORD-COUNT).
           MOVE OR-CUSTOMER TO ORD-CUSTOMER(ORD-COUNT).
           MOVE OR-ITEM TO ORD-ITEM(ORD-COUNT).
           MOVE OR-REQ-DATE TO ORD-REQ-DATE(ORD-COUNT).
           MOVE OR-STATUS TO ORD-STATUS(ORD-COUNT).
           MOVE OR-ENTRY-DATE TO ORD-ENTRY-DATE(ORD-COUNT).
           IF OR-QTY IS NUMERIC
               MOVE OR-QTY TO ORD-QTY(ORD-COUNT)
           ELSE
               MOVE 0 TO ORD-QTY(ORD-COUNT)
           END-IF.
           IF OR-ALLOC-QTY IS NUMERIC
               MOVE OR-ALLOC-QTY TO ORD-ALLOC(ORD-COUNT)
           ELSE
               MOVE 0 TO ORD-ALLOC(ORD-COUNT)
           END-IF.
           IF OR-SHIPPED-QTY IS NUMERIC
               MOVE OR-SHIPPED-QTY TO ORD-SHIPPED(ORD-COUNT)
           ELSE
               MOVE 0 TO ORD-SHIPPED(ORD-COUNT)
           END-IF.

       SAVE-ORDER-TABLE.
           IF NOT ORDERS-CHANGED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ORDER-FILE.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-COUNT
               MOVE ORD-NUMBER(O) TO OR-NUMBER
               MOVE ORD-CUSTOMER(O) TO OR-CUSTOMER
               MOVE ORD-ITEM(O) TO OR-ITEM
               MOVE ORD-QTY(O) TO OR-QTY
               MOVE ORD-REQ-DATE(O) TO OR-REQ-DATE
               MOVE ORD-ALLOC(O) TO OR-ALLOC-QTY
               MOVE ORD-SHIPPED(O) TO OR-SHIPPED-QTY
               MOVE ORD-STATUS(O) TO OR-STATUS
               MOVE ORD-ENTRY-DATE(O) TO OR-ENTRY-DATE
               WRITE ORDER-RECORD
           END-PERFORM.
           CLOSE ORDER-FILE.

       APPLY-VENDOR-RETURN.
      *> Devolucion a proveedor: la orden original tiene que existir
      *> para el articulo, y el lote nombrado tiene que tener la
      *> cantidad devuelta. No toca los acumuladores del periodo: no
      *> es consumo, y la demanda no debe leerla como tal.
           PERFORM FIND-RETURN-PO-LINE.
           IF PO-LINE-IDX = 0
               MOVE "OC DESCONOCIDA" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF MV-LOT = SPACES
               MOVE "DEVOLUCION SIN LOTE" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LOT-IDX.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > LOT-COUNT
               IF FUNCTION TRIM(LOT-ITEM(T)) = FUNCTION TRIM(MV-ITEM)
                       AND LOT-NUM(T) = MV-LOT
                   MOVE T TO LOT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LOT-IDX = 0
               MOVE "LOTE INEXISTENTE" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF MOVE-QTY > LOT-QTY(LOT-IDX)
               MOVE "LOTE INSUFICIENTE" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-COMMITTED-STOCK.
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-LOCATION-ISSUE.
           IF LOCATION-SHORT
               MOVE "SIN STOCK EN UBICACION" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPLY-LOCATION-ISSUE.
           SUBTRACT MOVE-QTY FROM LOT-QTY(LOT-IDX).
           SUBTRACT MOVE-QTY FROM ONHAND-QTY.
           PERFORM REWRITE-MASTER-QTY.
           PERFORM WRITE-APPLIED-LINE.
           PERFORM WRITE-PENDING-CREDIT.

       APPLY-WRITE-OFF.
      *> Merma: el motivo es obligatorio y tiene que ser uno del
      *> catalogo; si el articulo lleva lotes, el lote perdido tambien
      *> (la fruta podrida es la de un lote puntual, no la que vence
      *> antes). No se frena por lo comprometido a pedidos: la fruta
      *> ya no esta, y el faltante aparece del lado del pedido.
           PERFORM VARYING SR FROM 1 BY 1
                   UNTIL SR > SHRINK-REASON-COUNT
               IF SHRINK-REASON-CODE(SR) = MV-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF MV-REASON = SPACES OR SR > SHRINK-REASON-COUNT
               MOVE "MOTIVO DE MERMA INVALIDO" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ITEM-HAS-LOTS-SW.
           MOVE 0 TO LOT-IDX.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > LOT-COUNT
               IF FUNCTION TRIM(LOT-ITEM(T)) = FUNCTION TRIM(MV-ITEM)
                       AND LOT-QTY(T) > 0
                   SET ITEM-HAS-LOTS TO TRUE
                   IF LOT-NUM(T) = MV-LOT
                       MOVE T TO LOT-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF ITEM-HAS-LOTS AND MV-LOT = SPACES
               MOVE "MERMA SIN LOTE" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF MV-LOT NOT = SPACES AND LOT-IDX = 0
               MOVE "LOTE INEXISTENTE" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF LOT-IDX > 0
               IF MOVE-QTY > LOT-QTY(LOT-IDX)
                   MOVE "LOTE INSUFICIENTE" TO REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CHECK-LOCATION-ISSUE.
           IF LOCATION-SHORT
               MOVE "SIN STOCK EN UBICACION" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPLY-LOCATION-ISSUE.
           IF LOT-IDX > 0
               SUBTRACT MOVE-QTY FROM LOT-QTY(LOT-IDX)
           END-IF.
           SUBTRACT MOVE-QTY FROM ONHAND-QTY.
           PERFORM REWRITE-MASTER-QTY.
           PERFORM WRITE-APPLIED-LINE.
           IF NOT EDIT-MODE
               ADD 1 TO WRITE-OFF-COUNT
           END-IF.

       FIND-RETURN-PO-LINE.
           MOVE 0 TO PO-LINE-IDX.
           PERFORM VARYING PL FROM 1 BY 1 UNTIL PL > PO-LINE-COUNT
               IF POT-NUMBER(PL) = MV-PO-NUMBER
                       AND FUNCTION TRIM(POT-ITEM(PL))
                           = FUNCTION TRIM(MV-ITEM)
                   MOVE PL TO PO-LINE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-PENDING-CREDIT.
      *> Abre el credito que el proveedor nos debe, valuado al costo
      *> pactado de la orden (o al costo del maestro si la orden no
      *> lo tenia).
           IF EDIT-MODE
               EXIT PARAGRAPH
           END-IF.
           IF POT-UNIT-COST(PO-LINE-IDX) > 0
               MOVE POT-UNIT-COST(PO-LINE-IDX) TO RETURN-COST-CENTS
           ELSE
               IF FRUTA-COST IS NUMERIC
                   MOVE FRUTA-COST TO RETURN-COST-CENTS
               ELSE
                   MOVE 0 TO RETURN-COST-CENTS
               END-IF
           END-IF.
           OPEN EXTEND CREDIT-FILE.
           IF NOT CREDIT-FILE-OK
               CLOSE CREDIT-FILE
               OPEN OUTPUT CREDIT-FILE
           END-IF.
           MOVE POT-VENDOR(PO-LINE-IDX) TO CR-VENDOR.
           MOVE MV-PO-NUMBER TO CR-PO-NUMBER.
           MOVE MV-ITEM TO CR-ITEM.
           MOVE MV-LOT TO CR-LOT.
           MOVE MOVE-QTY TO CR-QTY.
           COMPUTE CR-AMOUNT = MOVE-QTY * RETURN-COST-CENTS.
           MOVE BUSINESS-DATE TO CR-RETURN-DATE.
           MOVE "P" TO CR-STATUS.
           MOVE SPACES TO CR-MEMO-NUMBER.
           MOVE 0 TO CR-CREDIT-AMOUNT.
           MOVE SPACES TO CR-CREDIT-DATE.
           WRITE CREDIT-RECORD.
           CLOSE CREDIT-FILE.
           ADD 1 TO RETURN-COUNT.

       LOAD-PO-TABLE.
           MOVE 0 TO PO-LINE-COUNT.
           OPEN INPUT PO-FILE.
           IF PO-FILE-OK
               PERFORM UNTIL PO-FILE-EOF
                       OR PO-LINE-COUNT >= PO-TABLE-CAPACITY
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO PO-LINE-COUNT
                           MOVE PO-NUMBER TO POT-NUMBER(PO-LINE-COUNT)
                           MOVE PO-VENDOR TO POT-VENDOR(PO-LINE-COUNT)
                           MOVE PO-ITEM TO POT-ITEM(PO-LINE-COUNT)
                           IF PO-UNIT-COST IS NUMERIC
                               MOVE PO-UNIT-COST
                                   TO POT-UNIT-COST(PO-LINE-COUNT)
                           ELSE
                               MOVE 0 TO POT-UNIT-COST(PO-LINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PO-FILE.

       APPLY-TRANSFER.
           IF MV-LOC-FROM NOT = SPACES
               MOVE MV-LOC-FROM TO WORK-LOC-FROM
                           MOVE LT-ITEM TO LOT-ITEM(LOT-COUNT)
                           MOVE LT-LOT TO LOT-NUM(LOT-COUNT)
                           MOVE LT-EXP-DATE TO LOT-EXP(LOT-COUNT)
                           MOVE LT-VENDOR TO LOT-VENDOR(LOT-COUNT)
                           MOVE LT-STATUS TO LOT-STATUS(LOT-COUNT)
                           IF LT-QTY IS NUMERIC
                               MOVE LT-QTY TO LOT-QTY(LOT-COUNT)
                           ELSE
                   MOVE LOT-NUM(T) TO LT-LOT
                   MOVE LOT-EXP(T) TO LT-EXP-DATE
                   MOVE LOT-QTY(T) TO LT-QTY
                   MOVE LOT-VENDOR(T) TO LT-VENDOR
                   MOVE LOT-STATUS(T) TO LT-STATUS
                   WRITE LOT-RECORD
               END-IF
           END-PERFORM.
                   MOVE MV-LOT TO LOT-NUM(LOT-COUNT)
                   MOVE MV-EXP-DATE TO LOT-EXP(LOT-COUNT)
                   MOVE 0 TO LOT-QTY(LOT-COUNT)
                   MOVE SPACES TO LOT-VENDOR(LOT-COUNT)
                   MOVE SPACES TO LOT-STATUS(LOT-COUNT)
                   MOVE LOT-COUNT TO LOT-IDX
               ELSE
                   DISPLAY "Aviso: tabla de lotes llena ("
           IF MV-EXP-DATE NOT = SPACES
               MOVE MV-EXP-DATE TO LOT-EXP(LOT-IDX)
           END-IF.
      *> La recepcion que nombra su orden de compra deja el proveedor
      *> en el lote: un retiro llega como "proveedor + lote".
           IF MV-PO-NUMBER NOT = SPACES
               PERFORM FIND-RETURN-PO-LINE
               IF PO-LINE-IDX > 0
                   MOVE POT-VENDOR(PO-LINE-IDX) TO LOT-VENDOR(LOT-IDX)
               END-IF
           END-IF.

       RELIEVE-LOTS-FEFO.
      *> El egreso descarga primero el lote que vence antes (lo que
                   IF FUNCTION TRIM(LOT-ITEM(T))
                           = FUNCTION TRIM(MV-ITEM)
                           AND LOT-QTY(T) > 0
                           AND LOT-STATUS(T) NOT = "Q"
                       IF BEST-LOT-IDX = 0
                           OR LOT-EXP(T) < LOT-EXP(BEST-LOT-IDX)
                           MOVE T TO BEST-LOT-IDX
               END-IF
               SUBTRACT LOT-TAKE-QTY FROM LOT-QTY(BEST-LOT-IDX)
               SUBTRACT LOT-TAKE-QTY FROM RELIEVE-REMAINING
               IF DRAW-COUNT < DRAW-TABLE-CAPACITY
                   ADD 1 TO DRAW-COUNT
                   MOVE LOT-NUM(BEST-LOT-IDX) TO DRAW-LOT(DRAW-COUNT)
                   MOVE LOT-TAKE-QTY TO DRAW-QTY(DRAW-COUNT)
               END-IF
           END-PERFORM.

       UPDATE-PERIOD-COUNTERS.
      *> el anio tambien si cambio el anio -- antes de sumar este
      *> movimiento. Los registros anteriores al campo entran con
      *> todo en cero.
           MOVE BUSINESS-DATE(1:6) TO CURRENT-PERIOD.
           IF FRUTA-MTD-RECV IS NUMERIC
               MOVE FRUTA-MTD-RECV TO MTD-RECV-NUM
           ELSE
      *> resultante (abrir/escribir/cerrar por registro, igual que la
      *> bitacora QUEJRNL: un asiento a la vez y consistente aunque la
      *> corrida muera en el paso siguiente).
           PERFORM LOAD-LEDGER-CHAIN-TAIL.
           OPEN EXTEND LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               CLOSE LEDGER-FILE
           MOVE LEDGER-TIME-STAMP TO LG-TIME.
           MOVE MV-TYPE TO LG-TYPE.
           MOVE MV-ITEM TO LG-ITEM.
           MOVE FRUTA-COST TO LG-UNIT-COST.
           IF MV-TYPE = "T"
               MOVE WORK-LOC-FROM TO LG-LOCATION
           ELSE
               MOVE WORK-LOCATION TO LG-LOCATION
           END-IF.
           IF MV-TYPE = "M"
               MOVE MV-REASON TO LG-REASON
           ELSE
               MOVE SPACES TO LG-REASON
           END-IF.
           MOVE MV-ORIG-QTY TO LG-ORIG-QTY.
           MOVE MV-ORIG-UNIT TO LG-ORIG-UNIT.
           MOVE SPACES TO LG-PRIOR-COST.
           MOVE SPACES TO LG-OPERATOR.
           IF DRAW-COUNT = 0
               MOVE MOVE-QTY TO LG-QTY
               MOVE ONHAND-QTY TO LG-BALANCE
               MOVE MV-LOT TO LG-LOT
               PERFORM SEAL-LEDGER-RECORD
               WRITE LEDGER-RECORD
           ELSE
               PERFORM WRITE-LEDGER-LOT-SPLIT
           END-IF.
           CLOSE LEDGER-FILE.

       WRITE-LEDGER-LOT-SPLIT.
      *> Egreso que descargo lotes por vencimiento: un renglon por
      *> lote con el saldo corrido, y lo que salio sin lote (detalle
      *> parcial) en un ultimo renglon con el lote en blanco. La
      *> suma de los renglones es el movimiento y el ultimo saldo es
      *> el del maestro, asi que el control de balanceo cierra igual.
           COMPUTE LEDGER-RUNNING-BALANCE = ONHAND-QTY + MOVE-QTY.
           MOVE 0 TO DRAWN-TOTAL.
           PERFORM VARYING DR FROM 1 BY 1 UNTIL DR > DRAW-COUNT
               SUBTRACT DRAW-QTY(DR) FROM LEDGER-RUNNING-BALANCE
               ADD DRAW-QTY(DR) TO DRAWN-TOTAL
               MOVE DRAW-QTY(DR) TO LG-QTY
               MOVE LEDGER-RUNNING-BALANCE TO LG-BALANCE
               MOVE DRAW-LOT(DR) TO LG-LOT
               PERFORM SEAL-LEDGER-RECORD
               WRITE LEDGER-RECORD
           END-PERFORM.
           IF DRAWN-TOTAL < MOVE-QTY
               COMPUTE LG-QTY = MOVE-QTY - DRAWN-TOTAL
               MOVE ONHAND-QTY TO LG-BALANCE
               MOVE SPACES TO LG-LOT
               PERFORM SEAL-LEDGER-RECORD
               WRITE LEDGER-RECORD
           END-IF.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJ-DATE.
           MOVE SPACE TO RJ-STATUS.
           MOVE SPACES TO RJ-REPAIR-DATE.
           PERFORM CHECK-REJECT-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

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
           MOVE "STOCK-MOVEMENT" TO LOCK-PROGRAM.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY chainp.

       COPY ledgchnp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
       COPY rsnrjp.
       COPY rarcp.
