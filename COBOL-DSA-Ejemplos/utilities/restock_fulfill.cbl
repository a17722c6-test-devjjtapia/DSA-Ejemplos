      *> solicitante, fecha) por el numero de tique, repone el stock en
      *> FRUTASDAT y graba una confirmacion en RSTKCONF. Cierra el
      *> circuito que antes moria en un texto de diez caracteres.
      *>
      *> El resultado de cada confirmacion (dominio REPOSICION) y el
      *> motivo de cierre del historial (dominio CANCELA) se validan
      *> contra RSNCODE antes de grabar (ver REASON-CHECK): un sinonimo
      *> sale con su codigo valido y lo no registrado se graba igual y
      *> queda en RSNUNREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               FILE STATUS IS FRUTAS-FILE-STATUS.
      *> Confirmaciones acumuladas (EXTEND): un registro por solicitud
      *> cumplida o rechazada, la evidencia que cierra el circulo.
           SELECT OPTIONAL CONFIRM-FILE ASSIGN USING CONFIRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-FILE-STATUS.
      *> Areas de trabajo para reescribir QUEUEDAT y RSTKREQ sin los
      *> tiques ya cumplidos, mismo esquema que HISTTMP.
           SELECT WORK-QUEUE-FILE ASSIGN USING WORK-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-QUEUE-STATUS.
      *> Aparcadero del excedente de RSTKREQ: lo que no entra en la
      *> tabla de detalles se copia aqui durante la carga y vuelve al
      *> archivo en el regrabado, para que un dia cargado de
      *> solicitudes no pierda las que pasan del tope en memoria.
           SELECT WORK-DETAIL-FILE ASSIGN USING WORK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-DETAIL-STATUS.

      *> reposicion cumplida es una recepcion aplicada y debe quedar
      *> asentada como cualquier otra -- el control de balanceo
      *> nocturno y el extracto contable se alimentan de aqui.
           SELECT OPTIONAL LEDGER-FILE ASSIGN USING LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
      *> Detalle de existencias por ubicacion (ver locrec.cpy): la
      *> ubicacion por defecto que usa el posteo de STKMOVS -- si no,
      *> el umbral de reposicion (que mira el deposito) nunca ve
      *> llegar la mercaderia y vuelve a pedirla corrida tras corrida.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
      *> Historial de tiques servidos (ver quehist.cpy): todo tique
      *> que sale de QUEUEDAT por este programa -- cumplido o
      *> rechazado -- deja su registro de cierre.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
      *> Disponibilidad del proveedor por articulo (un renglon por
      *> sin archivo, el cumplimiento es ilimitado como siempre. Las
      *> entregas parciales son la norma con nuestros proveedores de
      *> fruta, no la excepcion.
           SELECT OPTIONAL SUPPLY-FILE ASSIGN USING SUPPLY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLY-FILE-STATUS.
      *> Backorders abiertos: el resto sin cubrir de cada solicitud
      *> parcial, con su numero de tique original; el proximo ciclo
      *> los atiende antes que los tiques nuevos de igual prioridad.
           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN USING BACKORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKORDER-FILE-STATUS.
      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

      *> Numerador de claves de articulo, compartido con ARRAY-DEMO: un
      *> articulo que aparece recien con su reposicion toma la clave
      *> siguiente (ver frutarec.cpy).
           SELECT OPTIONAL KEY-COUNTER-FILE
               ASSIGN USING KEY-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-COUNTER-STATUS.
           COPY pdates.

       DATA DIVISION.
       FILE SECTION.
      *> Mismo registro de tique que QUEUE-FILE en queue.cbl.
           05 CF-REQ-DATE  PIC X(8).

       FD  WORK-QUEUE-FILE.
       01  WORK-QUEUE-RECORD PIC X(80).

       FD  WORK-DETAIL-FILE.
       01  WORK-DETAIL-RECORD PIC X(61).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
       01  LOCK-RECORD.
           COPY lockrec.

       FD  KEY-COUNTER-FILE.
       01  KEY-COUNTER-RECORD PIC 9(4).

       COPY pdatef.

       WORKING-STORAGE SECTION.
       01 QUEUE-FILE-STATUS PIC XX VALUE "00".
           88 QUEUE-FILE-OK  VALUE "00".
       01 LEDGER-ITEM PIC X(10).
       01 LEDGER-QTY PIC 9(5).
       01 LEDGER-BALANCE PIC 9(5).
       01 LEDGER-COST PIC 9(7).

       01 LOCATION-FILE-STATUS PIC XX VALUE "00".
           88 LOCATION-FILE-OK  VALUE "00".
       01 B PIC 9(3).
       01 PARTIAL-COUNT PIC 9(4) VALUE 0.
       01 BACKORDER-FILLED-COUNT PIC 9(4) VALUE 0.
       01 BACKORDER-FRUIT-IDX PIC 9(4) VALUE 0.

      *> Detalles pendientes cargados de RSTKREQ, para juntarlos con
      *> los tiques por numero.
             10 DET-DATE      PIC X(8).
             10 DET-USED-SW   PIC X.
             10 DET-HOLD      PIC X.
             10 DET-REQUESTER PIC X(8).
       01 DETAIL-TABLE-CAPACITY PIC 9(3) VALUE 100.

      *> Inventario en memoria, mismo esquema de carga/regrabado que
      *> LOAD-FRUTAS-FROM-FILE / SAVE-FRUTAS-TO-FILE en array.cbl.
       01 FRUTAS-ARRAY.
          05 FRUTAS OCCURS 9999 TIMES.
             10 FRUTA-ID PIC 9(4).
             10 FRUTA PIC X(10).
             10 FRUTA-ONHAND     PIC 9(5).
             10 FRUTA-REORDER-PT PIC 9(5).
             10 FRUTA-YTD-R      PIC 9(7).
             10 FRUTA-YTD-E      PIC 9(7).
             10 FRUTA-PER        PIC X(6).
             10 FRUTA-COMMITTED  PIC 9(5).
       01 ARRAY-SIZE PIC 9(4) VALUE 0.
       01 FRUTAS-CAPACITY PIC 9(4) VALUE 9999.
       01 KEY-COUNTER-STATUS PIC XX VALUE "00".
           88 KEY-COUNTER-OK VALUE "00".
       01 HIGHEST-ITEM-KEY PIC 9(4) VALUE 0.
       01 NEXT-ITEM-KEY PIC 9(4) VALUE 0.
       01 DEFAULT-REORDER PIC 9(5) VALUE 3.
       01 FRUTA-COST-NUM PIC 9(7).
       01 CURRENT-PERIOD PIC X(6).

       01 I PIC 9(3).
       01 D PIC 9(3).
       01 F PIC 9(5).
       01 WORK-TICKET-ID PIC 9(6).
       01 DETAIL-IDX PIC 9(3).
       01 FRUIT-FOUND-SW PIC X VALUE "N".

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY chainw.
       COPY pdatew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 QUEUE-FILE-NAME          PIC X(40) VALUE "QUEUEDAT".
          05 RESTOCK-DETAIL-FILE-NAME PIC X(40) VALUE "RSTKREQ".
          05 FRUTAS-FILE-NAME         PIC X(40) VALUE "FRUTASDAT".
          05 CONFIRM-FILE-NAME        PIC X(40) VALUE "RSTKCONF".
          05 WORK-QUEUE-FILE-NAME     PIC X(40) VALUE "QUEUETMP".
          05 WORK-DETAIL-FILE-NAME    PIC X(40) VALUE "RSTKTMP".
          05 LEDGER-FILE-NAME         PIC X(40) VALUE "STKLEDG".
          05 LOCATION-FILE-NAME       PIC X(40) VALUE "FRUTLOC".
          05 QUEUE-HISTORY-FILE-NAME  PIC X(40) VALUE "QUEHIST".
          05 SUPPLY-FILE-NAME         PIC X(40) VALUE "VENDSUPP".
          05 BACKORDER-FILE-NAME      PIC X(40) VALUE "RSTKBACK".
          05 OPS-ALERT-FILE-NAME      PIC X(40) VALUE "OPSALERT".
          05 KEY-COUNTER-FILE-NAME    PIC X(40) VALUE "FRUTAKEY".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 13 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 13.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM GET-BUSINESS-DATE.
       MOVE "QUEUELCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
       IF FULFILLED-COUNT = 0 AND REJECTED-COUNT = 0
               AND DEFERRED-COUNT = 0 AND HELD-COUNT = 0
               AND PARTIAL-COUNT = 0 AND BACKORDER-FILLED-COUNT = 0
           DISPLAY "No hay solicitudes de reposicion pendientes en "
               "QUEUEDAT."
           PERFORM RELEASE-BOTH-LOCKS
           MOVE 0 TO RETURN-CODE
           GOBACK
           MOVE RR-DATE TO DET-DATE(DETAIL-COUNT).
           MOVE "N" TO DET-USED-SW(DETAIL-COUNT).
           MOVE RR-HOLD TO DET-HOLD(DETAIL-COUNT).
           MOVE RR-REQUESTER TO DET-REQUESTER(DETAIL-COUNT).

       SPILL-ONE-DETAIL.
      *> La tabla esta llena: el detalle se aparca intacto en RSTKTMP

       LOAD-FRUTAS-FROM-FILE.
           MOVE 0 TO ARRAY-SIZE.
           MOVE 0 TO HIGHEST-ITEM-KEY.
           OPEN INPUT FRUTAS-FILE.
           IF NOT FRUTAS-FILE-OK AND NOT FRUTAS-FILE-ABSENT
               SET MASTER-UNREADABLE TO TRUE
                       AT END
                           SET FRUTAS-FILE-EOF TO TRUE
                       NOT AT END
                         IF ARRAY-SIZE >= FRUTAS-CAPACITY
                           SET MASTER-UNREADABLE TO TRUE
                           DISPLAY "ERROR: FRUTASDAT supera la "
                               "capacidad del inventario en memoria ("
                               FRUTAS-CAPACITY ")."
                           SET FRUTAS-FILE-EOF TO TRUE
                         ELSE
                           ADD 1 TO ARRAY-SIZE
                           MOVE FRUTA-KEY TO FRUTA-ID(ARRAY-SIZE)
                           IF FRUTA-KEY > HIGHEST-ITEM-KEY
                               MOVE FRUTA-KEY TO HIGHEST-ITEM-KEY
                           END-IF
                           MOVE FRUTA-NAME TO FRUTA(ARRAY-SIZE)
                           IF FRUTA-QTY IS NUMERIC
                               MOVE FRUTA-QTY
                                   TO FRUTA-ONHAND(ARRAY-SIZE)
                           ELSE
                               MOVE 0 TO FRUTA-ONHAND(ARRAY-SIZE)
                           END-IF
                           MOVE FRUTA-ABC
                               TO FRUTA-CLASS(ARRAY-SIZE)
                           PERFORM LOAD-PERIOD-COUNTERS
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.
               MOVE 0 TO FRUTA-YTD-E(ARRAY-SIZE)
           END-IF.
           MOVE FRUTA-PERIOD TO FRUTA-PER(ARRAY-SIZE).
      *> Comprometido a pedidos (ver frutarec.cpy): viaja intacto.
           IF FRUTA-ALLOC IS NUMERIC
               MOVE FRUTA-ALLOC TO FRUTA-COMMITTED(ARRAY-SIZE)
           ELSE
               MOVE 0 TO FRUTA-COMMITTED(ARRAY-SIZE)
           END-IF.

       ROLL-PERIOD-IF-STALE.
      *> Rueda perezosa de los acumuladores del renglon F (misma
      *> regla que el posteo: ver frutarec.cpy).
           MOVE BUSINESS-DATE(1:6) TO CURRENT-PERIOD.
           IF FRUTA-PER(F) NOT = CURRENT-PERIOD
               MOVE 0 TO FRUTA-MTD-R(F)
               MOVE 0 TO FRUTA-MTD-E(F)
                           IF QD-QUEUE-NAME = "Reposicion"
                               PERFORM FULFILL-ONE-TICKET
                           ELSE
                               MOVE QUEUE-FILE-RECORD
                                   TO WORK-QUEUE-RECORD
                               WRITE WORK-QUEUE-RECORD
                               ADD 1 TO KEPT-TICKETS
                           END-IF
                           MOVE FRUTA(F) TO LEDGER-ITEM
                           MOVE FILL-QTY TO LEDGER-QTY
                           MOVE FRUTA-ONHAND(F) TO LEDGER-BALANCE
                           COMPUTE LEDGER-COST
                               = FRUTA-UNIT-COST(F) * 100
                           PERFORM WRITE-LEDGER-ENTRY
                           PERFORM APPLY-LOCATION-RECEIPT
                       END-IF
               END-IF
           END-PERFORM.
           IF NOT FRUIT-FOUND
               MOVE 0 TO NEXT-ITEM-KEY
               IF ARRAY-SIZE < FRUTAS-CAPACITY
                   PERFORM ASSIGN-ITEM-KEY
               END-IF
               IF NEXT-ITEM-KEY > 0
                   ADD 1 TO ARRAY-SIZE
                   MOVE NEXT-ITEM-KEY TO FRUTA-ID(ARRAY-SIZE)
                   MOVE DET-ITEM(DETAIL-IDX) TO FRUTA(ARRAY-SIZE)
                   MOVE FILL-QTY TO FRUTA-ONHAND(ARRAY-SIZE)
                   MOVE DEFAULT-REORDER TO FRUTA-REORDER-PT(ARRAY-SIZE)
                   MOVE 0 TO FRUTA-YTD-R(ARRAY-SIZE)
                   MOVE 0 TO FRUTA-YTD-E(ARRAY-SIZE)
                   MOVE SPACES TO FRUTA-PER(ARRAY-SIZE)
                   MOVE 0 TO FRUTA-COMMITTED(ARRAY-SIZE)
                   IF FILL-QTY > 0
                       MOVE FRUTA(ARRAY-SIZE) TO LEDGER-ITEM
                       MOVE FILL-QTY TO LEDGER-QTY
                       MOVE FRUTA-ONHAND(ARRAY-SIZE)
                           TO LEDGER-BALANCE
                       MOVE 0 TO LEDGER-COST
                       PERFORM WRITE-LEDGER-ENTRY
                       PERFORM APPLY-LOCATION-RECEIPT
                   END-IF
               MOVE DET-ITEM(DETAIL-IDX)
                   TO BK-ITEM(BACKORDER-COUNT)
               MOVE REMAINING-QTY TO BK-QTY(BACKORDER-COUNT)
               MOVE BUSINESS-DATE
                   TO BK-DATE(BACKORDER-COUNT)
           ELSE
               DISPLAY "AVISO: tabla de backorders llena; el resto "
           MOVE FRUTA(F) TO LEDGER-ITEM.
           MOVE FILL-QTY TO LEDGER-QTY.
           MOVE FRUTA-ONHAND(F) TO LEDGER-BALANCE.
           COMPUTE LEDGER-COST = FRUTA-UNIT-COST(F) * 100.
           PERFORM WRITE-LEDGER-ENTRY.
           PERFORM APPLY-LOCATION-RECEIPT.
           SUBTRACT FILL-QTY FROM BK-QTY(B).
      *> el control de balanceo nocturno reconstruye un cierre que no
      *> incluye la reposicion y grita en falso, y el extracto
      *> contable nunca la asienta.
           PERFORM LOAD-LEDGER-CHAIN-TAIL.
           OPEN EXTEND LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               CLOSE LEDGER-FILE
           MOVE LEDGER-ITEM TO LG-ITEM.
           MOVE LEDGER-QTY TO LG-QTY.
           MOVE LEDGER-BALANCE TO LG-BALANCE.
           MOVE LEDGER-COST TO LG-UNIT-COST.
           MOVE DEFAULT-RECEIPT-LOCATION TO LG-LOCATION.
           MOVE SPACES TO LG-REASON.
           MOVE SPACES TO LG-LOT.
           MOVE SPACES TO LG-ORIG-QTY.
           MOVE SPACES TO LG-ORIG-UNIT.
           MOVE SPACES TO LG-PRIOR-COST.
           MOVE SPACES TO LG-OPERATOR.
           PERFORM SEAL-LEDGER-RECORD.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

           MOVE TICKET-WAIT-CS TO QH-WAIT-CS.
           MOVE SPACES TO QH-OPERATOR.
           MOVE HISTORY-REASON TO QH-REASON.
           IF QH-REASON NOT = SPACES
               PERFORM CHECK-HISTORY-REASON
           END-IF.
           MOVE QD-ORIGIN TO QH-ORIGIN.
           MOVE QD-EST-WAIT-CS TO QH-EST-WAIT-CS.
           MOVE QD-CUSTOMER-ID TO QH-CUSTOMER-ID.
           WRITE QUEUE-HISTORY-RECORD.
           CLOSE QUEUE-HISTORY-FILE.

               MOVE "BACKORDER PARCIAL" TO CF-RESULT
           END-IF.
           MOVE BK-DATE(B) TO CF-REQ-DATE.
           PERFORM CHECK-CONFIRM-RESULT.
           WRITE CONFIRM-RECORD.
           CLOSE CONFIRM-FILE.

           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CF-DATE.
           MOVE FULFILL-RESULT TO CF-RESULT.
           PERFORM CHECK-CONFIRM-RESULT.
           WRITE CONFIRM-RECORD.
           CLOSE CONFIRM-FILE.

       CHECK-CONFIRM-RESULT.
           MOVE "REPOSICION" TO RK-DOMAIN.
           MOVE CF-RESULT TO RK-CODE.
           MOVE "RESTOCK-FULFILL" TO RK-PROGRAM.
           MOVE SPACE TO RK-MODE.
           CALL "REASON-CHECK" USING REASON-CHECK-PARM.
           IF RK-REGISTERED
               MOVE RK-CODE TO CF-RESULT
           END-IF.

       CHECK-HISTORY-REASON.
           MOVE "CANCELA" TO RK-DOMAIN.
           MOVE QH-REASON TO RK-CODE.
           MOVE "RESTOCK-FULFILL" TO RK-PROGRAM.
           MOVE SPACE TO RK-MODE.
           CALL "REASON-CHECK" USING REASON-CHECK-PARM.
           IF RK-REGISTERED
               MOVE RK-CODE TO QH-REASON
           END-IF.

       REWRITE-QUEUE-WITHOUT-FULFILLED.
           SET WORK-QUEUE-OK TO TRUE.
           OPEN INPUT WORK-QUEUE-FILE.
       SAVE-FRUTAS-TO-FILE.
           OPEN OUTPUT FRUTAS-FILE.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > ARRAY-SIZE
               MOVE FRUTA-ID(F) TO FRUTA-KEY
               MOVE FRUTA(F) TO FRUTA-NAME
               MOVE FRUTA-ONHAND(F) TO FRUTA-QTY
               MOVE FRUTA-REORDER-PT(F) TO FRUTA-REORDER
               MOVE FRUTA-YTD-R(F) TO FRUTA-YTD-RECV
               MOVE FRUTA-YTD-E(F) TO FRUTA-YTD-ISSUE
               MOVE FRUTA-PER(F) TO FRUTA-PERIOD
               MOVE FRUTA-COMMITTED(F) TO FRUTA-ALLOC
               WRITE FRUTAS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo regrabar la clave "
                           FRUTA-ID(F) " del inventario."
                       SET SAVE-FAILURE TO TRUE
               END-WRITE
           END-PERFORM.
           CLOSE FRUTAS-FILE.

       ASSIGN-ITEM-KEY.
      *> Proxima clave de articulo, igual que ASSIGN-ITEM-KEY en
      *> array.cbl: la mayor entre FRUTAKEY y la clave mas alta del
      *> maestro, mas uno, regrabada en el momento. Nunca se recicla
      *> la clave de un articulo dado de baja. 0 = numerador agotado.
           MOVE 0 TO NEXT-ITEM-KEY.
           OPEN INPUT KEY-COUNTER-FILE.
           IF KEY-COUNTER-OK
               READ KEY-COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF KEY-COUNTER-RECORD IS NUMERIC
                           MOVE KEY-COUNTER-RECORD TO NEXT-ITEM-KEY
                       END-IF
               END-READ
           END-IF.
           CLOSE KEY-COUNTER-FILE.
           IF HIGHEST-ITEM-KEY > NEXT-ITEM-KEY
               MOVE HIGHEST-ITEM-KEY TO NEXT-ITEM-KEY
           END-IF.
           IF NEXT-ITEM-KEY >= 9999
               MOVE 0 TO NEXT-ITEM-KEY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NEXT-ITEM-KEY.
           MOVE NEXT-ITEM-KEY TO HIGHEST-ITEM-KEY.
           OPEN OUTPUT KEY-COUNTER-FILE.
           MOVE NEXT-ITEM-KEY TO KEY-COUNTER-RECORD.
           WRITE KEY-COUNTER-RECORD.
           CLOSE KEY-COUNTER-FILE.

       REWRITE-PENDING-DETAILS.
      *> RSTKREQ queda solo con los detalles todavia sin cumplir, mas
      *> el excedente aparcado en RSTKTMP, que se devuelve tal cual.
                   MOVE DET-PROGRAM(D) TO RR-PROGRAM
                   MOVE DET-DATE(D) TO RR-DATE
                   MOVE DET-HOLD(D) TO RR-HOLD
                   MOVE DET-REQUESTER(D) TO RR-REQUESTER
                   WRITE RESTOCK-DETAIL-RECORD
               END-IF
           END-PERFORM.
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
           MOVE "RESTOCK-FULFILL" TO LOCK-PROGRAM.
           PERFORM RELEASE-RUN-LOCK.
           MOVE "QUEUELCK" TO LOCK-FILE-NAME.
           PERFORM RELEASE-RUN-LOCK.

       COPY chainp.

       COPY ledgchnp.

       COPY pdatep.

       COPY fenvp.
       COPY rsnalp.
