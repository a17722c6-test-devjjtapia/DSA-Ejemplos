      *> Persiste FRUTAS-ARRAY entre corridas en vez de repartir siempre
      *> la misma lista sembrada -- la segunda corrida en adelante
      *> retoma lo que la corrida anterior dejo guardado.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
      *> Hoja de inventario imprimible (request 039): siempre se escribe
      *> de nuevo en cada corrida, igual que MERGEOUT en merge_sort.cbl,
      *> asi que no hace falta OPTIONAL.
           SELECT INVENTORY-REPORT-FILE
               ASSIGN USING INVENTORY-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-REPORT-FILE-STATUS.
      *> La misma hoja de inventario pero en valores separados por
      *> coma, para que quien vive en la planilla la importe sin
      *> reescribir los numeros a mano cada lunes.
           SELECT INVENTORY-CSV-FILE
               ASSIGN USING INVENTORY-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-CSV-STATUS.
      *> Puente hacia QUEUE-DEMO (request 047): un inventario bajo
      *> programas (ver nota de SEARCH-DISPATCHER-DEMO en
      *> search_dispatcher.cbl). OPTIONAL porque el archivo puede no
      *> existir todavia la primera vez que corre esta demo.
           SELECT OPTIONAL RESTOCK-QUEUE-FILE
               ASSIGN USING RESTOCK-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-FILE-STATUS.
      *> Numerador de tiques compartido con queue.cbl: la solicitud de
      *> reposicion sale ya numerada, rastreable desde su alta.
           SELECT OPTIONAL TICKET-COUNTER-FILE
               ASSIGN USING TICKET-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-COUNTER-STATUS.
      *> Numerador de claves de articulo (ver frutarec.cpy): un alta
      *> toma la clave siguiente y ninguna clave se vuelve a usar,
      *> aunque el articulo se haya dado de baja.
           SELECT OPTIONAL KEY-COUNTER-FILE
               ASSIGN USING KEY-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-COUNTER-STATUS.
      *> Detalle estructurado de la solicitud de reposicion, atado al
      *> tique por su numero: articulo, cantidad pedida, programa
      *> solicitante y fecha. El tique de QUEUEDAT sigue mostrando
      *> FULFILL) junta tique y detalle por el numero y sabe que
      *> reponer y cuanto -- se acabo el callejon sin salida de un
      *> texto de diez caracteres.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
      *> Detalle de existencias por ubicacion (ver locrec.cpy),
      *> mantenido por STOCK-MOVEMENT; aqui se lee para mostrar el
      *> reparto en INVRPT y para que el umbral de reposicion mire la
      *> ubicacion de la que la reposicion repone de verdad.
           SELECT OPTIONAL LOCATION-FILE ASSIGN USING LOCATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
      *> Bitacora compartida de corridas (request 048).
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

       FD  TICKET-COUNTER-FILE.
       01  TICKET-COUNTER-RECORD PIC 9(6).

       FD  KEY-COUNTER-FILE.
       01  KEY-COUNTER-RECORD PIC 9(4).

       FD  RESTOCK-DETAIL-FILE.
       01  RESTOCK-DETAIL-RECORD.
           COPY rstkrec.
       01 MASTER-UNREADABLE-SW PIC X VALUE "N".
           88 MASTER-UNREADABLE VALUE "Y".
       01 FRUTAS-ARRAY.
          05 FRUTAS OCCURS 9999 TIMES INDEXED BY I.
      *> Clave del maestro que trae cada fruta: se regraba tal cual,
      *> ya no la posicion en el arreglo (ver frutarec.cpy).
             10 FRUTA-ID           PIC 9(4).
             10 FRUTA COPY itemx10.
             10 FRUTA-ONHAND       PIC 9(5).
             10 FRUTA-REORDER-PT   PIC 9(5).
             10 FRUTA-YTD-R        PIC 9(7).
             10 FRUTA-YTD-E        PIC 9(7).
             10 FRUTA-PER          PIC X(6).
      *> Comprometido a pedidos (ver frutarec.cpy): lo mantienen
      *> ORDER-ALLOCATE y STOCK-MOVEMENT; aqui solo se devuelve
      *> intacto al regrabar.
             10 FRUTA-COMMITTED    PIC 9(5).
       01 NUMEROS-ARRAY.
          05 NUMEROS OCCURS 10 TIMES INDEXED BY J.
             10 NUMERO COPY num2.

       01 ARRAY-SIZE PIC 9(4) VALUE 4.
       01 FRUTAS-CAPACITY PIC 9(4) VALUE 9999.
      *> La demostracion de capacidad rellena hasta las diez filas de
      *> siempre; llenar el arreglo completo cargaria miles de
      *> "relleno" en el maestro.
       01 DEMO-FILL-LIMIT PIC 9(4) VALUE 10.
       01 FREE-SLOTS PIC 9(4).
       01 KEY-COUNTER-STATUS PIC XX VALUE "00".
           88 KEY-COUNTER-OK VALUE "00".
       01 HIGHEST-ITEM-KEY PIC 9(4) VALUE 0.
       01 NEXT-ITEM-KEY PIC 9(4) VALUE 0.
      *> Valores por defecto para altas y para archivos viejos sin los
      *> campos de inventario; el repuesto de la demostracion entra por
      *> encima del punto de repedido para no generar solicitudes en
      *> la decision de un supervisor (ver rstkrec.cpy).
       01 APPROVAL-LIMIT PIC 9(4) VALUE 0.
       01 RESTOCK-HOLD-FLAG PIC X(1).
      *> Operador de turno (OPERADOR-TURNO en RUNPARMS): queda en la
      *> solicitud como solicitante, y RESTOCK-APPROVE no le deja
      *> aprobar lo que el mismo pidio.
       01 REQUESTER-OPERATOR PIC X(8) VALUE SPACES.
       01 FRUTA-COST-NUM PIC 9(7).

       01 DELETE-TARGET-INDEX PIC 9(4).
       01 DELETE-TARGET-VALUE PIC X(10).
       01 DELETE-FOUND-SW PIC X VALUE "N".
           88 DELETE-FOUND VALUE "Y".
       01 RPT-LINE-COUNT    PIC 9(2) VALUE 0.
       01 RPT-PAGE-NUM      PIC 9(3) VALUE 0.
       01 RPT-SECTION-TITLE PIC X(20).
       01 RPT-ROW-INDEX     PIC 9(4).
       01 RPT-DETAIL-VALUE  PIC X(40).
       01 RPT-TOTAL-COUNT-PARM PIC 9(4).

       01 HISTORY-FILE-STATUS PIC XX VALUE "00".
           88 HISTORY-FILE-OK VALUE "00".

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY runparmw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 FRUTAS-FILE-NAME           PIC X(40) VALUE "FRUTASDAT".
          05 INVENTORY-REPORT-FILE-NAME PIC X(40) VALUE "INVRPT".
          05 INVENTORY-CSV-FILE-NAME    PIC X(40) VALUE "INVCSV".
          05 RESTOCK-QUEUE-FILE-NAME    PIC X(40) VALUE "QUEUEDAT".
          05 TICKET-COUNTER-FILE-NAME   PIC X(40) VALUE "TICKCTR".
          05 KEY-COUNTER-FILE-NAME      PIC X(40) VALUE "FRUTAKEY".
          05 RESTOCK-DETAIL-FILE-NAME   PIC X(40) VALUE "RSTKREQ".
          05 LOCATION-FILE-NAME         PIC X(40) VALUE "FRUTLOC".
          05 HISTORY-FILE-NAME          PIC X(40) VALUE "HISTLOG".
          05 OPS-ALERT-FILE-NAME        PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 10 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 10.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
      *> Nadie mas debe regrabar FRUTASDAT mientras esta corrida lo
      *> carga y persiste.
       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.

       DISPLAY " ".
       DISPLAY "--- LIMITE DE CAPACIDAD ---".
       PERFORM VARYING I FROM ARRAY-SIZE BY 1 UNTIL I >= DEMO-FILL-LIMIT
           MOVE "relleno" TO NEW-FRUTA
           PERFORM ADD-FRUTA
       END-PERFORM.
       IF ARRAY-SIZE >= FRUTAS-CAPACITY
           DISPLAY "FRUTAS-ARRAY lleno (" ARRAY-SIZE " de "
               FRUTAS-CAPACITY "); intentando agregar una mas: "
           MOVE "higo" TO NEW-FRUTA
           PERFORM ADD-FRUTA
       ELSE
           COMPUTE FREE-SLOTS = FRUTAS-CAPACITY - ARRAY-SIZE
           DISPLAY "FRUTAS-ARRAY con " ARRAY-SIZE " de "
               FRUTAS-CAPACITY "; quedan " FREE-SLOTS
               " lugares libres."
       END-IF.

       DISPLAY " ".
       DISPLAY "--- SLICING (REBANADO) ---".
               COMPUTE APPROVAL-LIMIT =
                   FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           MOVE "OPERADOR-TURNO" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND
               MOVE PARM-VALUE-FOUND(1:8) TO REQUESTER-OPERATOR
           END-IF.

       LOAD-FRUTAS-FROM-FILE.
      *> Si FRUTASDAT ya existe, retoma el arreglo tal como quedo en la
      *> corrida anterior; si no, siembra la lista historica de 4
      *> frutas (mismo comportamiento que tenia el programa original).
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
                               "capacidad de FRUTAS-ARRAY ("
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
                               MOVE DEFAULT-ONHAND
                                   TO FRUTA-ONHAND(ARRAY-SIZE)
                           END-IF
                           MOVE FRUTA-ABC TO FRUTA-CLASS(ARRAY-SIZE)
                           PERFORM LOAD-PERIOD-COUNTERS
                         END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "datil"    TO FRUTA(4)
               MOVE 4 TO ARRAY-SIZE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARRAY-SIZE
                   PERFORM ASSIGN-ITEM-KEY
                   MOVE NEXT-ITEM-KEY TO FRUTA-ID(I)
                   MOVE DEFAULT-ONHAND TO FRUTA-ONHAND(I)
                   MOVE DEFAULT-REORDER TO FRUTA-REORDER-PT(I)
                   MOVE 1.50 TO FRUTA-UNIT-COST(I)
                   MOVE 0 TO FRUTA-YTD-R(I)
                   MOVE 0 TO FRUTA-YTD-E(I)
                   MOVE SPACES TO FRUTA-PER(I)
                   MOVE 0 TO FRUTA-COMMITTED(I)
               END-PERFORM
           END-IF.
      *> OPEN INPUT de un SELECT OPTIONAL ausente deja FILE STATUS
               MOVE 0 TO FRUTA-YTD-E(ARRAY-SIZE)
           END-IF.
           MOVE FRUTA-PERIOD TO FRUTA-PER(ARRAY-SIZE).
           IF FRUTA-ALLOC IS NUMERIC
               MOVE FRUTA-ALLOC TO FRUTA-COMMITTED(ARRAY-SIZE)
           ELSE
               MOVE 0 TO FRUTA-COMMITTED(ARRAY-SIZE)
           END-IF.

       SAVE-FRUTAS-TO-FILE.
      *> Reescribe FRUTASDAT por completo con el contenido final del
           MOVE "N" TO SAVE-FAILURE-SW.
           OPEN OUTPUT FRUTAS-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARRAY-SIZE
               MOVE FRUTA-ID(I) TO FRUTA-KEY
               MOVE FRUTA(I) TO FRUTA-NAME
               MOVE FRUTA-ONHAND(I) TO FRUTA-QTY
               MOVE FRUTA-REORDER-PT(I) TO FRUTA-REORDER
               MOVE FRUTA-YTD-R(I) TO FRUTA-YTD-RECV
               MOVE FRUTA-YTD-E(I) TO FRUTA-YTD-ISSUE
               MOVE FRUTA-PER(I) TO FRUTA-PERIOD
               MOVE FRUTA-COMMITTED(I) TO FRUTA-ALLOC
               WRITE FRUTAS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo guardar la fruta "
                           "con clave "
                           FRUTA-ID(I)
                       SET SAVE-FAILURE TO TRUE
               END-WRITE
           END-PERFORM.
               DISPLAY "ERROR: FRUTAS-ARRAY lleno (capacidad "
                   FRUTAS-CAPACITY "); no se puede agregar '"
                   FUNCTION TRIM(NEW-FRUTA) "'."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASSIGN-ITEM-KEY.
           IF NEXT-ITEM-KEY = 0
               DISPLAY "ERROR: el numerador FRUTAKEY llego a 9999; "
                   "no se puede agregar '"
                   FUNCTION TRIM(NEW-FRUTA) "'."
           ELSE
               ADD 1 TO ARRAY-SIZE
               MOVE NEXT-ITEM-KEY TO FRUTA-ID(ARRAY-SIZE)
               MOVE NEW-FRUTA TO FRUTA(ARRAY-SIZE)
               MOVE DEFAULT-ONHAND TO FRUTA-ONHAND(ARRAY-SIZE)
               MOVE DEFAULT-REORDER TO FRUTA-REORDER-PT(ARRAY-SIZE)
               MOVE 0 TO FRUTA-YTD-R(ARRAY-SIZE)
               MOVE 0 TO FRUTA-YTD-E(ARRAY-SIZE)
               MOVE SPACES TO FRUTA-PER(ARRAY-SIZE)
               MOVE 0 TO FRUTA-COMMITTED(ARRAY-SIZE)
           END-IF.

       SLICE-ROUTINE.
      *> Rebanado generico NUMERO(SLICE-START:SLICE-END); reemplaza los
      *> rangos fijos que antes estaban embebidos en la linea principal.
           IF SLICE-START < 1 OR SLICE-END > 10
                   OR SLICE-START > SLICE-END
               DISPLAY "ERROR: rango de rebanado invalido ["
                   SLICE-START ":" SLICE-END "]"
           ELSE
               PERFORM VARYING J FROM SLICE-START BY 1
                       UNTIL J > SLICE-END
                   DISPLAY NUMERO(J)
               END-PERFORM
           END-IF.
      *> indice eliminado un lugar a la izquierda, y reduce el tamano
      *> logico en uno; no hace falta borrar la ultima posicion porque
      *> queda fuera del rango que ARRAY-SIZE reporta.
           IF DELETE-TARGET-INDEX >= 1
                   AND DELETE-TARGET-INDEX <= ARRAY-SIZE
               PERFORM VARYING I FROM DELETE-TARGET-INDEX BY 1
                       UNTIL I >= ARRAY-SIZE
                   MOVE FRUTAS(I + 1) TO FRUTAS(I)
      *> y reutiliza DELETE-BY-INDEX para quitarlo.
           MOVE "N" TO DELETE-FOUND-SW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARRAY-SIZE
               IF FUNCTION TRIM(FRUTA(I))
                       = FUNCTION TRIM(DELETE-TARGET-VALUE)
                   MOVE I TO DELETE-TARGET-INDEX
                   SET DELETE-FOUND TO TRUE
                   EXIT PERFORM
                   APPROVAL-LIMIT "); queda retenida."
           END-IF.
           MOVE RESTOCK-HOLD-FLAG TO RR-HOLD.
           MOVE REQUESTER-OPERATOR TO RR-REQUESTER.
           WRITE RESTOCK-DETAIL-RECORD.
           CLOSE RESTOCK-DETAIL-FILE.

           WRITE TICKET-COUNTER-RECORD.
           CLOSE TICKET-COUNTER-FILE.

       ASSIGN-ITEM-KEY.
      *> Proxima clave de articulo: la mayor entre el numerador
      *> FRUTAKEY y la clave mas alta del maestro, mas uno; se regraba
      *> en el momento (mismo trato que ASSIGN-TICKET-ID). Las claves
      *> de los articulos eliminados no se reciclan: STKLEDG todavia
      *> guarda su historia. Devuelve 0 si el numerador esta agotado.
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

       GENERATE-INVENTORY-REPORT.
      *> Hoja de inventario imprimible (request 039) con FRUTAS-ARRAY y
      *> NUMEROS-ARRAY, una seccion por arreglo, cada una con su propio
           MOVE "N" TO REPORT-WRITE-FAILURE-SW.
           OPEN OUTPUT INVENTORY-REPORT-FILE.
           IF NOT INVENTORY-REPORT-FILE-OK
               DISPLAY "ERROR: no se pudo abrir INVRPT para el "
                   "reporte de inventario."
               SET REPORT-WRITE-FAILURE TO TRUE
           ELSE
               MOVE "FRUTAS-ARRAY" TO RPT-SECTION-TITLE
               PERFORM WRITE-SECTION-TOTAL

               CLOSE INVENTORY-REPORT-FILE
               MOVE INVENTORY-REPORT-FILE-NAME TO RA-FILE-NAME
               MOVE "ARRAY-DEMO" TO RA-PROGRAM
               MOVE RPT-PAGE-NUM TO RA-PAGES
               PERFORM ARCHIVE-PRINTED-REPORT
               DISPLAY "Reporte de inventario grabado en INVRPT."
           END-IF.

               DISPLAY "ERROR: no se pudo abrir INVCSV."
               SET REPORT-WRITE-FAILURE TO TRUE
           ELSE
               MOVE SPACES TO CSV-LINE
               STRING "INDICE,NOMBRE,EXISTENCIA,PUNTO_REPEDIDO,"
                   "MTD_RECEP,MTD_EGRESO,YTD_RECEP,YTD_EGRESO"
                   DELIMITED BY SIZE INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARRAY-SIZE
                   SET RPT-ROW-INDEX TO I
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
           MOVE "ARRAY-DEMO" TO LOCK-PROGRAM.
           CLOSE LOCK-FILE.

       COPY runparmp.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
