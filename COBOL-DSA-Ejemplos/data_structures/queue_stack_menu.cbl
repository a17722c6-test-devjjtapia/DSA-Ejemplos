      *> Transaccion de mantenimiento por menu (request 049) delante de
      *> QUEUE-DEMO y STACK-DEMO: un operador puede encolar/desencolar o
      *> apilar/desapilar a demanda sin tener que leer ni editar un
      *> archivo de entrada. Lleva sus propias copias de
      *> QUEUE-STRUCTURE (buffer circular de queue.cbl) y
      *> STACK-STRUCTURE (pila simple de stack.cbl), igual que
      *> QUEUE-STACK-TRANSFER-DEMO, SEARCH-DISPATCHER-DEMO y
      *> SORT-COMPARISON-DEMO llevan sus propias
      *> copias de las rutinas que combinan en vez de invocar los otros
      *> programas por CALL (este arbol no tiene esa convencion).

      *> teclearse a mano. Cada transaccion deja su renglon
      *> aplicada/rechazada en MENUDISP. Sin MENUTXN, el menu
      *> interactivo de siempre.
           SELECT OPTIONAL TXN-FILE ASSIGN USING TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT DISPOSITION-FILE ASSIGN USING DISPOSITION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPOSITION-FILE-STATUS.
      *> Maestro de operadores (legajo, nombre y rol, uno por linea):
      *> desapila, y solo "S" corre las opciones destructivas. Un
      *> registro viejo sin rol entra como operador, que era el
      *> permiso efectivo de todos hasta ahora.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN USING OPERATOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
      *> Auditoria por operador: cada accion del menu o del lote queda
      *> con quien, que, sobre que item y cuando (EXTEND: el rastro se
      *> acumula entre corridas).
           SELECT OPTIONAL OPERATOR-JOURNAL
               ASSIGN USING OPERATOR-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-JOURNAL-STATUS.
      *> Bitacora compartida de corridas (request 048).
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
      *> Alerta central de operaciones (ver opsalert.cpy): las
      *> negativas repetidas de permiso terminan aqui.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.
      *> Historial de tiques atendidos, solo para el ritmo de
      *> atencion reciente con el que se estima la espera que se
      *> muestra en pantalla (ver svcratew.cpy).
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
      *> Tiques vivos de las colas con nombre de QUEUE-DEMO: cada
      *> desencolado de esta pantalla repasa QUEUEDAT y avisa por SMS
      *> a los clientes que ya llegaron cerca del frente (ver
      *> notifrec.cpy), bajo el candado QUEUELCK como todo el que
      *> regraba QUEUEDAT.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL QUEUE-JOURNAL
               ASSIGN USING QUEUE-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-JOURNAL-STATUS.
           SELECT OPTIONAL NOTIFY-OUT-FILE
               ASSIGN USING NOTIFY-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-OUT-STATUS.
           SELECT OPTIONAL NOTIFY-MANIFEST-FILE
               ASSIGN USING NOTIFY-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-MANIFEST-STATUS.
      *> Candado cooperativo de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       COPY runparms.

       DATA DIVISION.
       FILE SECTION.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           COPY quehist.

       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD.
           COPY quedrec.

      *> Mismo registro de bitacora que queue.cbl.
       FD  QUEUE-JOURNAL.
       01  QUEUE-JOURNAL-RECORD.
           05 QJ-OP   PIC X(4).
           05 QJ-ITEM PIC X(10).
           05 QJ-TIME PIC 9(8).
           05 QJ-DATE PIC X(8).
           05 QJ-TICKET-ID PIC X(6).
           05 QJ-QUEUE-NAME PIC X(10).
           05 QJ-PRIORITY PIC X(1).
           05 QJ-OPERATOR PIC X(8).
           05 QJ-CONTACT PIC X(15).
           05 QJ-CUSTOMER-ID PIC X(10).

       FD  NOTIFY-OUT-FILE.
       01  NOTIFY-OUT-RECORD.
           COPY notifrec.

       FD  NOTIFY-MANIFEST-FILE.
       01  NOTIFY-MANIFEST-RECORD PIC X(69).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.

       COPY runparmf.

       WORKING-STORAGE SECTION.
       01 QUEUE-STRUCTURE.
          05 QUEUE-ARRAY OCCURS 10 TIMES.
       01 AUDIT-RESULT PIC X(1).
       01 AUDIT-TIME-STAMP PIC 9(8).

      *> Espera estimada de cada posicion de la cola: los que la
      *> preceden por el ritmo reciente de la caja por defecto (la
      *> cola del menu no lleva nombre ni clases).
       01 QUEUE-HISTORY-STATUS PIC XX VALUE "00".
           88 QUEUE-HISTORY-OK VALUE "00".
       01 MENU-QUEUE-NAME PIC X(10) VALUE "Caja1".
       01 TICKETS-AHEAD PIC 9(3).
       01 ESTIMATED-WAIT-CS PIC 9(9).
       01 ESTIMATED-WAIT-MIN PIC 9(5).

      *> Aviso al cliente tras cada desencolado: QUEUEDAT se carga
      *> entero, se calcula la posicion de cada tique en el orden de
      *> atencion de su cola (clase, luego llegada) y el que quedo en
      *> AVISO-POS-<cola> o mejor (defecto 3, 0 = sin aviso), con
      *> telefono y sin aviso previo, recibe uno.
       01 QUEUE-FILE-STATUS PIC XX VALUE "00".
           88 QUEUE-FILE-OK  VALUE "00".
           88 QUEUE-FILE-EOF VALUE "10".
       01 QUEUE-JOURNAL-STATUS PIC XX VALUE "00".
           88 QUEUE-JOURNAL-OK VALUE "00".
       01 NOTIFY-OUT-STATUS PIC XX VALUE "00".
           88 NOTIFY-OUT-OK VALUE "00".
       01 NOTIFY-MANIFEST-STATUS PIC XX VALUE "00".
           88 NOTIFY-MANIFEST-OK VALUE "00".
       01 LIVE-TICKET-TABLE.
          05 LIVE-COUNT PIC 9(3) VALUE 0.
          05 LIVE-ENTRY OCCURS 500 TIMES.
             10 LV-QUEUE-NAME PIC X(10).
             10 LV-PRIORITY   PIC X(1).
             10 LV-RECORD     PIC X(80).
       01 LIVE-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 T PIC 9(3).
       01 U PIC 9(3).
       01 TICKET-POSITION PIC 9(3).
       01 NOTIFY-POSITION-LIMIT PIC 9(3).
       01 NOTIFY-COUNT PIC 9(4) VALUE 0.
       01 PASS-NOTIFY-COUNT PIC 9(4).
       01 NOTIFY-TIME-STAMP PIC 9(8).

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY runparmw.
       COPY svcratew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 TXN-FILE-NAME              PIC X(40) VALUE "MENUTXN".
          05 DISPOSITION-FILE-NAME      PIC X(40) VALUE "MENUDISP".
          05 OPERATOR-FILE-NAME         PIC X(40) VALUE "OPERMAST".
          05 OPERATOR-JOURNAL-FILE-NAME PIC X(40) VALUE "OPERJRNL".
          05 HISTORY-FILE-NAME          PIC X(40) VALUE "HISTLOG".
          05 OPS-ALERT-FILE-NAME        PIC X(40) VALUE "OPSALERT".
          05 QUEUE-HISTORY-FILE-NAME    PIC X(40) VALUE "QUEHIST".
          05 QUEUE-FILE-NAME            PIC X(40) VALUE "QUEUEDAT".
          05 QUEUE-JOURNAL-FILE-NAME    PIC X(40) VALUE "QUEJRNL".
          05 NOTIFY-OUT-FILE-NAME       PIC X(40) VALUE "NOTIFOUT".
          05 NOTIFY-MANIFEST-FILE-NAME  PIC X(40) VALUE "NOTIFMANF".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 11 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 11.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY "--- TRANSACCION DE MANTENIMIENTO (COLA / PILA) ---".

       PERFORM LOAD-RUN-PARMS.
       PERFORM LOAD-SERVICE-RATES.
       MOVE MENU-QUEUE-NAME TO SERVICE-RATE-QUEUE.
       PERFORM GET-SERVICE-RATE.

      *> Con MENUTXN presente la corrida es desatendida; si no, el
      *> menu interactivo de siempre.
       OPEN INPUT TXN-FILE.

       DISPLAY " ".
       DISPLAY "--- RESUMEN DE LA TRANSACCION ---".
       DISPLAY "Encolados: " ENQUEUE-COUNT
           "  Desencolados: " DEQUEUE-COUNT.
       DISPLAY "Apilados:  " PUSH-COUNT "  Desapilados:  " POP-COUNT.
       IF NOTIFY-COUNT > 0
           DISPLAY "Avisos al cliente emitidos: " NOTIFY-COUNT
       END-IF.
       DISPLAY "Cola final (" QUEUE-SIZE " elemento(s)): ".
       PERFORM DISPLAY-QUEUE.
       DISPLAY "Pila final (" TOP-POINTER " elemento(s)): ".

       PROCESS-TXN-BATCH.
           OPEN OUTPUT DISPOSITION-FILE.
           MOVE SPACES TO DISPOSITION-LINE.
           STRING "DISPOSICION DE TRANSACCIONES DE MANTENIMIENTO "
               "(MENUTXN)" DELIMITED BY SIZE INTO DISPOSITION-LINE
           END-STRING.
           WRITE DISPOSITION-LINE.
           PERFORM UNTIL TXN-FILE-EOF
               READ TXN-FILE
                   END-IF
               ELSE
                   SET SIGNON-FAILED TO TRUE
                   MOVE SPACES TO DISPOSITION-LINE
                   STRING "RECHAZADO: el lote no comienza con la "
                       "firma USR" DELIMITED BY SIZE
                       INTO DISPOSITION-LINE
                   END-STRING
                   WRITE DISPOSITION-LINE
                   SET TXN-FILE-EOF TO TRUE
               END-IF
                   IF INVALID-OPTION-COUNT >= MAX-INVALID-OPTIONS
                       DISPLAY "ERROR: demasiadas opciones invalidas ("
                           MAX-INVALID-OPTIONS
                           "); se cierra la transaccion para no "
                           "quedar en "
                           "un ciclo sin entrada valida."
                       SET MENU-EXIT TO TRUE
                   ELSE
           MOVE "N" TO ALERT-ACK.
           MOVE "M" TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

               MOVE ITEM-TO-ENQUEUE TO QUEUE-ITEM(REAR-POINTER)
               ADD 1 TO QUEUE-SIZE
               ADD 1 TO ENQUEUE-COUNT
               COMPUTE TICKETS-AHEAD = QUEUE-SIZE - 1
               PERFORM COMPUTE-ESTIMATED-WAIT
               DISPLAY "Encolado: " FUNCTION TRIM(ITEM-TO-ENQUEUE)
                   " (" TICKETS-AHEAD " por delante, espera estimada "
                   ESTIMATED-WAIT-MIN " min)"
           ELSE
               DISPLAY "Error: La cola esta llena."
           END-IF.
               SUBTRACT 1 FROM QUEUE-SIZE
               ADD 1 TO DEQUEUE-COUNT
               DISPLAY "Desencolado: " FUNCTION TRIM(DEQUEUED-ITEM)
               PERFORM NOTIFY-NEAR-FRONT
           ELSE
               DISPLAY "Error: La cola esta vacia."
           END-IF.

       DISPLAY-QUEUE.
           MOVE FRONT-POINTER TO DISPLAY-IDX.
           MOVE 0 TO TICKETS-AHEAD.
           PERFORM QUEUE-SIZE TIMES
               PERFORM COMPUTE-ESTIMATED-WAIT
               DISPLAY "  " FUNCTION TRIM(QUEUE-ITEM(DISPLAY-IDX))
                   " (espera estimada " ESTIMATED-WAIT-MIN " min)"
               ADD 1 TO TICKETS-AHEAD
               ADD 1 TO DISPLAY-IDX
               IF DISPLAY-IDX > QUEUE-CAPACITY
                   MOVE 1 TO DISPLAY-IDX
               END-IF
           END-PERFORM.

       COMPUTE-ESTIMATED-WAIT.
           COMPUTE ESTIMATED-WAIT-CS = TICKETS-AHEAD * SERVICE-RATE-CS
               ON SIZE ERROR
                   MOVE 999999999 TO ESTIMATED-WAIT-CS
           END-COMPUTE.
           COMPUTE ESTIMATED-WAIT-MIN ROUNDED =
               ESTIMATED-WAIT-CS / 6000.

       NOTIFY-NEAR-FRONT.
      *> Con el candado tomado por otro (QUEUE-DEMO corriendo, un
      *> regrabado por lote) el repaso se saltea: el proximo
      *> desencolado, o el propio QUEUE-DEMO, emite los avisos.
           MOVE "QUEUELCK" TO LOCK-FILE-NAME.
           PERFORM ACQUIRE-RUN-LOCK.
           IF LOCK-BUSY
               DISPLAY "Aviso: repaso de avisos al cliente salteado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LIVE-TICKETS.
           MOVE 0 TO PASS-NOTIFY-COUNT.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > LIVE-COUNT
               MOVE LV-RECORD(T) TO QUEUE-FILE-RECORD
               IF QD-NOTIFIED NOT = "S" AND QD-CONTACT NOT = SPACES
                   PERFORM GET-NOTIFY-POSITION-LIMIT
                   IF NOTIFY-POSITION-LIMIT > 0
                       PERFORM COMPUTE-TICKET-POSITION
                       IF TICKET-POSITION <= NOTIFY-POSITION-LIMIT
                           PERFORM WRITE-CUSTOMER-NOTIFICATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF PASS-NOTIFY-COUNT > 0
               PERFORM REWRITE-LIVE-TICKETS
           END-IF.
           PERFORM RELEASE-RUN-LOCK.

       LOAD-LIVE-TICKETS.
           MOVE 0 TO LIVE-COUNT.
           SET QUEUE-FILE-OK TO TRUE.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-OK
               PERFORM UNTIL QUEUE-FILE-EOF
                       OR LIVE-COUNT >= LIVE-TABLE-CAPACITY
                   READ QUEUE-FILE
                       AT END
                           SET QUEUE-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO LIVE-COUNT
                           MOVE QD-QUEUE-NAME
                               TO LV-QUEUE-NAME(LIVE-COUNT)
                           MOVE QD-PRIORITY TO LV-PRIORITY(LIVE-COUNT)
                           MOVE QUEUE-FILE-RECORD
                               TO LV-RECORD(LIVE-COUNT)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-FILE.

       GET-NOTIFY-POSITION-LIMIT.
           MOVE 3 TO NOTIFY-POSITION-LIMIT.
           MOVE SPACES TO PARM-KEY-WANTED.
           STRING "AVISO-POS-" DELIMITED BY SIZE
               QD-QUEUE-NAME DELIMITED BY SPACE
               INTO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND
               AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               MOVE FUNCTION NUMVAL(PARM-VALUE-FOUND)
                   TO NOTIFY-POSITION-LIMIT
           END-IF.

       COMPUTE-TICKET-POSITION.
      *> Mismo criterio de orden que FIND-BEST-OF-QUEUE en queue.cbl:
      *> lo preceden los de clase mejor y los de su misma clase que
      *> estan antes en QUEUEDAT (orden de llegada).
           MOVE 1 TO TICKET-POSITION.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > LIVE-COUNT
               IF U NOT = T AND LV-QUEUE-NAME(U) = LV-QUEUE-NAME(T)
                   IF LV-PRIORITY(U) < LV-PRIORITY(T)
                       OR (LV-PRIORITY(U) = LV-PRIORITY(T)
                           AND U < T)
                       ADD 1 TO TICKET-POSITION
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CUSTOMER-NOTIFICATION.
      *> Mismo aviso que WRITE-CUSTOMER-NOTIFICATION en queue.cbl:
      *> NOTIFOUT, manifiesto NOTIFMANF, marca en el tique y asiento
      *> NOTI en QUEJRNL con el operador firmado.
           MOVE SPACES TO NOTIFY-OUT-RECORD.
           MOVE QD-TICKET-ID TO NT-TICKET-ID.
           MOVE QD-QUEUE-NAME TO NT-QUEUE-NAME.
           MOVE QD-ITEM TO NT-ITEM.
           MOVE QD-CONTACT TO NT-CONTACT.
           MOVE TICKET-POSITION TO NT-POSITION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NT-DATE.
           ACCEPT NOTIFY-TIME-STAMP FROM TIME.
           MOVE NOTIFY-TIME-STAMP TO NT-TIME.
           OPEN EXTEND NOTIFY-OUT-FILE.
           IF NOT NOTIFY-OUT-OK
               CLOSE NOTIFY-OUT-FILE
               OPEN OUTPUT NOTIFY-OUT-FILE
           END-IF.
           WRITE NOTIFY-OUT-RECORD.
           CLOSE NOTIFY-OUT-FILE.
           OPEN EXTEND NOTIFY-MANIFEST-FILE.
           IF NOT NOTIFY-MANIFEST-OK
               CLOSE NOTIFY-MANIFEST-FILE
               OPEN OUTPUT NOTIFY-MANIFEST-FILE
           END-IF.
           MOVE NOTIFY-OUT-RECORD TO NOTIFY-MANIFEST-RECORD.
           WRITE NOTIFY-MANIFEST-RECORD.
           CLOSE NOTIFY-MANIFEST-FILE.
           MOVE "S" TO QD-NOTIFIED.
           MOVE QUEUE-FILE-RECORD TO LV-RECORD(T).
           ADD 1 TO PASS-NOTIFY-COUNT.
           ADD 1 TO NOTIFY-COUNT.
           OPEN EXTEND QUEUE-JOURNAL.
           IF NOT QUEUE-JOURNAL-OK
               CLOSE QUEUE-JOURNAL
               OPEN OUTPUT QUEUE-JOURNAL
           END-IF.
           MOVE "NOTI" TO QJ-OP.
           MOVE QD-ITEM TO QJ-ITEM.
           MOVE NOTIFY-TIME-STAMP TO QJ-TIME.
           MOVE NT-DATE TO QJ-DATE.
           MOVE QD-TICKET-ID TO QJ-TICKET-ID.
           MOVE QD-QUEUE-NAME TO QJ-QUEUE-NAME.
           MOVE QD-PRIORITY TO QJ-PRIORITY.
           MOVE OPERATOR-ID TO QJ-OPERATOR.
           MOVE QD-CONTACT TO QJ-CONTACT.
           MOVE QD-CUSTOMER-ID TO QJ-CUSTOMER-ID.
           WRITE QUEUE-JOURNAL-RECORD.
           CLOSE QUEUE-JOURNAL.
           DISPLAY "Aviso al cliente: tique " QD-TICKET-ID " ("
               FUNCTION TRIM(QD-ITEM) ", cola "
               FUNCTION TRIM(QD-QUEUE-NAME) ") en posicion "
               TICKET-POSITION " -> " FUNCTION TRIM(QD-CONTACT).

       REWRITE-LIVE-TICKETS.
           OPEN OUTPUT QUEUE-FILE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > LIVE-COUNT
               MOVE LV-RECORD(T) TO QUEUE-FILE-RECORD
               WRITE QUEUE-FILE-RECORD
           END-PERFORM.
           CLOSE QUEUE-FILE.

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
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-OK
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-FLAG = "H"
                           SET LOCK-BUSY TO TRUE
                           MOVE LOCK-PROGRAM TO LOCK-HOLDER
                       END-IF
               END-READ
           END-IF.
           CLOSE LOCK-FILE.
           IF LOCK-BUSY
               DISPLAY "ERROR: el candado "
                   FUNCTION TRIM(LOCK-FILE-NAME)
                   " esta tomado por " FUNCTION TRIM(LOCK-HOLDER)
                   "; no se puede actualizar el archivo ahora."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "H" TO LOCK-FLAG
               MOVE "QUEUE-STACK-MENU-DEMO" TO LOCK-PROGRAM
               MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
               ACCEPT LOCK-TIME-STAMP FROM TIME
               MOVE LOCK-TIME-STAMP TO LOCK-TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "F" TO LOCK-FLAG.
           MOVE "QUEUE-STACK-MENU-DEMO" TO LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE.
           ACCEPT LOCK-TIME-STAMP FROM TIME.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       DISPLAY-STACK.
           PERFORM VARYING I FROM TOP-POINTER BY -1 UNTIL I = 0
               DISPLAY "  " FUNCTION TRIM(STACK-ITEM(I))
           END-STRING.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.

       COPY runparmp.
       COPY svcratep.

       COPY fenvp.
       COPY rsnalp.
