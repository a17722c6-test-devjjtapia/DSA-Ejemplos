      *> como FRUTASDAT/QUEUEDAT), para reconstruir todas las pilas
      *> completas al reiniciar y dejar un rastro de auditoria de toda
      *> la historia.
           SELECT OPTIONAL STACK-JOURNAL
               ASSIGN USING STACK-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
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

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

      *> Legajo de reclamos (ver caserec.cpy): lo que se apila en
      *> 'Urgentes' abre un caso y lo que se desapila lo asigna al
      *> operador del turno (OPERADOR-TURNO en RUNPARMS, validado
      *> contra OPERMAST igual que en QUEUE-DEMO).
           SELECT OPTIONAL CASE-FILE ASSIGN USING CASE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN USING OPERATOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           COPY runparms.

       DATA DIVISION.
       FILE SECTION.
       FD  STACK-JOURNAL.
       01  LOCK-RECORD.
           COPY lockrec.

       FD  CASE-FILE.
       01  CASE-RECORD.
           COPY caserec.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID   PIC X(8).
           05 OP-NAME PIC X(20).
           05 OP-ROLE PIC X(1).

           COPY runparmf.

       WORKING-STORAGE SECTION.
       01 JOURNAL-FILE-STATUS PIC XX VALUE "00".
           88 JOURNAL-FILE-OK  VALUE "00".

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       01 CASE-FILE-STATUS PIC XX VALUE "00".
           88 CASE-FILE-OK  VALUE "00".
           88 CASE-FILE-EOF VALUE "10".
       01 OPERATOR-FILE-STATUS PIC XX VALUE "00".
           88 OPERATOR-FILE-OK  VALUE "00".
           88 OPERATOR-FILE-EOF VALUE "10".
       01 OPERATOR-VALID-SW PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 SERVING-OPERATOR-ID PIC X(8) VALUE SPACES.

      *> CASEFILE entero: se carga, se toca el caso y se regraba en
      *> cada apilado/desapilado de 'Urgentes' (son pocos por corrida).
       01 CASE-TABLE.
          05 CASE-COUNT PIC 9(3) VALUE 0.
          05 CASE-ENTRY OCCURS 300 TIMES PIC X(122).
       01 CASE-TABLE-CAPACITY PIC 9(3) VALUE 300.
       01 CS PIC 9(3).
       01 CASE-IDX PIC 9(3).
       01 CASE-OVERFLOW-SW PIC X VALUE "N".
           88 CASE-OVERFLOW VALUE "Y".
       01 CASE-NUMBER PIC 9(6).
       01 LAST-CASE-NUMBER PIC 9(6).
       01 CASE-TIME-STAMP PIC 9(8).
      *> Datos del reclamo que acompanan el proximo apilado en
      *> 'Urgentes'; se limpian una vez abierto el caso.
       01 CASE-CUSTOMER-ID PIC X(10) VALUE SPACES.
       01 CASE-REF-TYPE    PIC X(1)  VALUE SPACES.
       01 CASE-REFERENCE   PIC X(10) VALUE SPACES.
       01 CASE-CATEGORY    PIC X(4)  VALUE SPACES.

           COPY runparmw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 STACK-JOURNAL-FILE-NAME PIC X(40) VALUE "STACKJRNL".
          05 HISTORY-FILE-NAME       PIC X(40) VALUE "HISTLOG".
          05 OPS-ALERT-FILE-NAME     PIC X(40) VALUE "OPSALERT".
          05 CASE-FILE-NAME          PIC X(40) VALUE "CASEFILE".
          05 OPERATOR-FILE-NAME      PIC X(40) VALUE "OPERMAST".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
      *> Nadie mas debe agregar a STACKJRNL mientras esta corrida lo
      *> repite y extiende.
       MOVE "STACKLCK" TO LOCK-FILE-NAME.
           GOBACK
       END-IF.

       PERFORM LOAD-RUN-PARMS.
       MOVE "OPERADOR-TURNO" TO PARM-KEY-WANTED.
       PERFORM GET-RUN-PARM.
       IF PARM-FOUND AND PARM-VALUE-FOUND NOT = SPACES
           MOVE PARM-VALUE-FOUND(1:8) TO SERVING-OPERATOR-ID
           PERFORM VALIDATE-SERVING-OPERATOR
       END-IF.

       MOVE "Biblioteca" TO NEW-STACK-NAME.
       PERFORM REGISTER-STACK.

       END-IF.
       MOVE SAVED-STACK-IDX TO CURRENT-STACK-IDX.

       DISPLAY "--- INICIALIZANDO PILA '"
           FUNCTION TRIM(STACK-NAME(CURRENT-STACK-IDX)) "' ---".
       PERFORM CHECK-STACK-EMPTY.
       DISPLAY "¿La pila esta vacia? " STACK-EMPTY-MSG.

       DISPLAY "--- SEGUNDA PILA NOMBRADA ---".
       MOVE "Urgentes" TO NEW-STACK-NAME.
       PERFORM REGISTER-STACK.
       MOVE "C000000002" TO CASE-CUSTOMER-ID.
       MOVE "I" TO CASE-REF-TYPE.
       MOVE "Manzana" TO CASE-REFERENCE.
       MOVE "CALI" TO CASE-CATEGORY.
       MOVE "Reclamo 1" TO ITEM-TO-PUSH.
       PERFORM PUSH-ROUTINE.
       MOVE "Reclamo 2" TO ITEM-TO-PUSH.
      *> la encuentra, la deja seleccionada en CURRENT-STACK-IDX.
           MOVE "N" TO STACK-FOUND-SW.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > STACK-COUNT
               IF FUNCTION TRIM(STACK-NAME(K))
                       = FUNCTION TRIM(SELECTED-STACK-NAME)
                   MOVE K TO CURRENT-STACK-IDX
                   SET STACK-FOUND TO TRUE
                   EXIT PERFORM
           IF TOP-POINTER(CURRENT-STACK-IDX) < 10
               ADD 1 TO TOP-POINTER(CURRENT-STACK-IDX)
               MOVE ITEM-TO-PUSH
                   TO STACK-ITEM(CURRENT-STACK-IDX,
                       TOP-POINTER(CURRENT-STACK-IDX))
               IF NOT REPLAYING
                   MOVE "PUSH" TO JOURNAL-OP
                   MOVE ITEM-TO-PUSH TO JOURNAL-ITEM
                   PERFORM WRITE-JOURNAL-ENTRY
                   IF STACK-NAME(CURRENT-STACK-IDX) = "Urgentes"
                       PERFORM OPEN-COMPLAINT-CASE
                   END-IF
               END-IF
           ELSE
               DISPLAY "Error: La pila esta llena. Se rechazo '"
           IF RETRY-QUEUE-SIZE < RETRY-CAPACITY
               ADD 1 TO RETRY-QUEUE-SIZE
               MOVE ITEM-TO-PUSH TO RETRY-ITEM(RETRY-QUEUE-SIZE)
               MOVE CURRENT-STACK-IDX
                   TO RETRY-STACK-IDX(RETRY-QUEUE-SIZE)
               DISPLAY "'" FUNCTION TRIM(ITEM-TO-PUSH)
                   "' se encolo para reintento."
           ELSE
               DISPLAY "Error: la cola de reintento tambien esta "
                   "llena; '"
                   FUNCTION TRIM(ITEM-TO-PUSH) "' se perdio."
           END-IF.

           MOVE CURRENT-STACK-IDX TO SAVED-STACK-IDX.
           PERFORM FIND-RETRY-WITH-ROOM.
           PERFORM UNTIL NOT RETRY-ENTRY-FOUND
               MOVE RETRY-STACK-IDX(RETRY-FOUND-IDX)
                   TO CURRENT-STACK-IDX
               MOVE RETRY-ITEM(RETRY-FOUND-IDX) TO ITEM-TO-PUSH
               PERFORM VARYING I FROM RETRY-FOUND-IDX BY 1
                       UNTIL I >= RETRY-QUEUE-SIZE
      *> vaciar la cola de reintento o quedarse sin elementos.
           IF RETRY-QUEUE-SIZE > 0
               DISPLAY " "
               DISPLAY "--- CIERRE: ATENDIENDO REINTENTOS "
                   "PENDIENTES ---"
               PERFORM UNTIL RETRY-QUEUE-SIZE = 0
                       OR TOP-POINTER(CURRENT-STACK-IDX) = 0
                   PERFORM POP-ROUTINE

       POP-ROUTINE.
           IF TOP-POINTER(CURRENT-STACK-IDX) > 0
               MOVE STACK-ITEM(CURRENT-STACK-IDX,
                   TOP-POINTER(CURRENT-STACK-IDX))
                   TO POPPED-ITEM
               SUBTRACT 1 FROM TOP-POINTER(CURRENT-STACK-IDX)
               IF NOT REPLAYING
                   MOVE "POP " TO JOURNAL-OP
                   MOVE POPPED-ITEM TO JOURNAL-ITEM
                   PERFORM WRITE-JOURNAL-ENTRY
                   IF STACK-NAME(CURRENT-STACK-IDX) = "Urgentes"
                       PERFORM ASSIGN-COMPLAINT-CASE
                   END-IF
                   PERFORM RETRY-PENDING-PUSHES
               END-IF
           ELSE

       PEEK-ROUTINE.
           IF TOP-POINTER(CURRENT-STACK-IDX) > 0
               MOVE STACK-ITEM(CURRENT-STACK-IDX,
                   TOP-POINTER(CURRENT-STACK-IDX))
                   TO PEEKED-ITEM
           ELSE
               MOVE SPACES TO PEEKED-ITEM
               MOVE TOP-POINTER(CURRENT-STACK-IDX) TO PEEK-N-COUNT
           END-IF.
           PERFORM VARYING I FROM TOP-POINTER(CURRENT-STACK-IDX) BY -1
                   UNTIL I <= TOP-POINTER(CURRENT-STACK-IDX)
                       - PEEK-N-COUNT
               DISPLAY FUNCTION TRIM(STACK-ITEM(CURRENT-STACK-IDX, I))
           END-PERFORM.

       DISPLAY-STACK.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOP-POINTER(CURRENT-STACK-IDX)
               DISPLAY FUNCTION TRIM(STACK-ITEM(CURRENT-STACK-IDX, I))
           END-PERFORM.

       OPEN-COMPLAINT-CASE.
      *> Lo apilado en 'Urgentes' es un reclamo: se abre su caso con
      *> el proximo numero libre y los datos que el llamador haya
      *> cargado en CASE-CUSTOMER-ID/-REF-TYPE/-REFERENCE/-CATEGORY.
           PERFORM LOAD-CASE-TABLE.
           IF CASE-OVERFLOW OR CASE-COUNT >= CASE-TABLE-CAPACITY
               DISPLAY "Error: CASEFILE lleno; el reclamo '"
                   FUNCTION TRIM(ITEM-TO-PUSH) "' queda sin caso."
               MOVE "CASEFILE-LLENO" TO ALERT-REASON
               MOVE ITEM-TO-PUSH TO ALERT-VALUE
               PERFORM WRITE-OPS-ALERT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LAST-CASE-NUMBER GIVING CASE-NUMBER.
           MOVE SPACES TO CASE-RECORD.
           MOVE CASE-NUMBER TO CS-CASE-ID.
           MOVE CASE-CUSTOMER-ID TO CS-CUSTOMER-ID.
           MOVE CASE-REF-TYPE TO CS-REF-TYPE.
           MOVE CASE-REFERENCE TO CS-REFERENCE.
           IF CASE-CATEGORY = SPACES
               MOVE "OTRO" TO CS-CATEGORY
           ELSE
               MOVE CASE-CATEGORY TO CS-CATEGORY
           END-IF.
           MOVE ITEM-TO-PUSH TO CS-SUBJECT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CS-OPEN-DATE.
           ACCEPT CASE-TIME-STAMP FROM TIME.
           MOVE CASE-TIME-STAMP TO CS-OPEN-TIME.
           SET CS-OPEN TO TRUE.
           ADD 1 TO CASE-COUNT.
           MOVE CASE-RECORD TO CASE-ENTRY(CASE-COUNT).
           DISPLAY "Caso " CS-CASE-ID " abierto para '"
               FUNCTION TRIM(ITEM-TO-PUSH) "' (" CS-CATEGORY ").".
           PERFORM SAVE-CASE-TABLE.
           MOVE SPACES TO CASE-CUSTOMER-ID.
           MOVE SPACES TO CASE-REF-TYPE.
           MOVE SPACES TO CASE-REFERENCE.
           MOVE SPACES TO CASE-CATEGORY.

       ASSIGN-COMPLAINT-CASE.
      *> Desapilar un reclamo ya no lo descarta: el caso abierto mas
      *> reciente con ese texto (la pila es LIFO) pasa a "en proceso"
      *> a nombre del operador del turno.
           PERFORM LOAD-CASE-TABLE.
           IF CASE-OVERFLOW
               DISPLAY "Error: CASEFILE supera " CASE-TABLE-CAPACITY
                   " casos; '" FUNCTION TRIM(POPPED-ITEM)
                   "' no se asigna."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CASE-IDX.
           PERFORM VARYING CS FROM CASE-COUNT BY -1 UNTIL CS < 1
               MOVE CASE-ENTRY(CS) TO CASE-RECORD
               IF CS-OPEN AND CS-SUBJECT = POPPED-ITEM
                   MOVE CS TO CASE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CASE-IDX = 0
               DISPLAY "Aviso: '" FUNCTION TRIM(POPPED-ITEM)
                   "' no tiene caso abierto en CASEFILE."
               EXIT PARAGRAPH
           END-IF.
           MOVE CASE-ENTRY(CASE-IDX) TO CASE-RECORD.
           MOVE SERVING-OPERATOR-ID TO CS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CS-ASSIGN-DATE.
           SET CS-IN-PROGRESS TO TRUE.
           MOVE CASE-RECORD TO CASE-ENTRY(CASE-IDX).
           IF SERVING-OPERATOR-ID = SPACES
               DISPLAY "Caso " CS-CASE-ID " en proceso, sin operador "
                   "del turno (OPERADOR-TURNO)."
           ELSE
               DISPLAY "Caso " CS-CASE-ID " asignado a "
                   FUNCTION TRIM(SERVING-OPERATOR-ID) "."
           END-IF.
           PERFORM SAVE-CASE-TABLE.

       LOAD-CASE-TABLE.
           MOVE 0 TO CASE-COUNT.
           MOVE 0 TO LAST-CASE-NUMBER.
           MOVE "N" TO CASE-OVERFLOW-SW.
           SET CASE-FILE-OK TO TRUE.
           OPEN INPUT CASE-FILE.
           IF CASE-FILE-OK
               PERFORM UNTIL CASE-FILE-EOF
                   READ CASE-FILE
                       AT END
                           SET CASE-FILE-EOF TO TRUE
                       NOT AT END
                           IF CASE-COUNT >= CASE-TABLE-CAPACITY
                               SET CASE-OVERFLOW TO TRUE
                               SET CASE-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO CASE-COUNT
                               MOVE CASE-RECORD
                                   TO CASE-ENTRY(CASE-COUNT)
                               IF CS-CASE-ID IS NUMERIC
                                   AND CS-CASE-ID > LAST-CASE-NUMBER
                                   MOVE CS-CASE-ID TO LAST-CASE-NUMBER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CASE-FILE.

       SAVE-CASE-TABLE.
           OPEN OUTPUT CASE-FILE.
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > CASE-COUNT
               MOVE CASE-ENTRY(CS) TO CASE-RECORD
               WRITE CASE-RECORD
           END-PERFORM.
           CLOSE CASE-FILE.

       VALIDATE-SERVING-OPERATOR.
      *> Con OPERMAST presente, un legajo desconocido no recibe
      *> casos: se avisa y los casos quedan sin operador.
           MOVE "N" TO OPERATOR-VALID-SW.
           SET OPERATOR-FILE-OK TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-OK
               PERFORM UNTIL OPERATOR-FILE-EOF OR OPERATOR-VALID
                   READ OPERATOR-FILE
                       AT END
                           SET OPERATOR-FILE-EOF TO TRUE
                       NOT AT END
                           IF OP-ID = SERVING-OPERATOR-ID
                               SET OPERATOR-VALID TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT OPERATOR-VALID
                   DISPLAY "Aviso: el operador '"
                       FUNCTION TRIM(SERVING-OPERATOR-ID)
                       "' no figura en OPERMAST; los reclamos "
                       "quedan sin operador."
                   MOVE SPACES TO SERVING-OPERATOR-ID
               END-IF
           END-IF.
           CLOSE OPERATOR-FILE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE; aqui se sella la
      *> alerta y se agrega a OPSALERT (crear si no existe, igual que
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
           MOVE "STACK-DEMO" TO LOCK-PROGRAM.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

           COPY runparmp.

       COPY fenvp.
       COPY rsnalp.
