       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL QUEUE-JOURNAL
               ASSIGN USING QUEUE-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-JOURNAL-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

      *> registros viejos); la reconstruccion no lo necesita pero el
      *> registro debe medir igual que el que escribe queue.cbl.
           05 QJ-OPERATOR PIC X(8).
      *> Telefono de aviso del cliente, solo en los ENQ/PRI de
      *> QUEUE-DEMO: asi el tique reconstruido conserva su contacto.
           05 QJ-CONTACT PIC X(15).
      *> Numero de cliente del maestro, tambien solo en ENQ/PRI.
           05 QJ-CUSTOMER-ID PIC X(10).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
             10 SLOT-ARRIVAL-TIME PIC 9(8).
             10 SLOT-ARRIVAL-DATE PIC X(8).
             10 SLOT-PRIORITY     PIC 9(1).
             10 SLOT-ORIGIN       PIC X(1).
             10 SLOT-EST-WAIT-CS  PIC X(9).
             10 SLOT-CONTACT      PIC X(15).
             10 SLOT-NOTIFIED     PIC X(1).
             10 SLOT-CUSTOMER-ID  PIC X(10).
       01 POOL-CAPACITY PIC 9(3) VALUE 500.
       01 DEFAULT-QUEUE-NAME PIC X(10) VALUE "Caja1".

       01 WORK-ARRIVAL-DATE PIC X(8).
       01 WORK-ARRIVAL-TIME PIC 9(8).
       01 WORK-PRIORITY     PIC 9(1).
       01 WORK-ORIGIN       PIC X(1).
       01 WORK-EST-WAIT-CS  PIC X(9).
       01 WORK-CONTACT      PIC X(15).
       01 WORK-NOTIFIED     PIC X(1).
       01 WORK-CUSTOMER-ID  PIC X(10).
       01 NORMAL-PRIORITY-CLASS PIC 9(1) VALUE 5.
       01 URGENT-PRIORITY-CLASS PIC 9(1) VALUE 1.


       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 QUEUE-FILE-NAME         PIC X(40) VALUE "QUEUEDAT".
          05 QUEUE-JOURNAL-FILE-NAME PIC X(40) VALUE "QUEJRNL".
          05 OPS-ALERT-FILE-NAME     PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 3 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 3.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE "QUEUELCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
       PERFORM REPLAY-QUEUE-JOURNAL.

       IF REPLAYED-COUNT = 0
           DISPLAY "QUEJRNL esta vacio o no existe: "
               "QUEUEDAT ya refleja "
               "la ultima corrida completa; no hay nada que recuperar."
           MOVE "QUEUELCK" TO LOCK-FILE-NAME
           PERFORM RELEASE-RUN-LOCK
       PERFORM SAVE-QUEUE-TO-FILE.
       PERFORM CLEAR-QUEUE-JOURNAL.

       DISPLAY "Colas recuperadas: " LOADED-COUNT
           " tique(s) del ultimo "
           "QUEUEDAT bueno, " REPLAYED-COUNT " operacion(es) de la "
           "bitacora aplicadas; quedan " POOL-SIZE
           " tique(s) en espera.".
       MOVE "QUEUELCK" TO LOCK-FILE-NAME.
       PERFORM RELEASE-RUN-LOCK.
       IF DROPPED-COUNT > 0
           DISPLAY "Aviso: " DROPPED-COUNT " operacion(es) no se "
               "pudieron aplicar (pool lleno o cola vacia); "
               "revisar QUEJRNL."
           MOVE 8 TO RETURN-CODE
           MOVE "OPS-DESCARTADAS" TO ALERT-REASON
           MOVE DROPPED-COUNT TO ALERT-VALUE
       LOAD-QUEUE-FROM-FILE.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-OK
               PERFORM UNTIL QUEUE-FILE-EOF
                       OR POOL-SIZE >= POOL-CAPACITY
                   READ QUEUE-FILE
                       AT END
                           SET QUEUE-FILE-EOF TO TRUE
           END-IF.
           MOVE QD-ARRIVAL-DATE TO WORK-ARRIVAL-DATE.
           IF QD-ARRIVAL-TIME IS NUMERIC
               MOVE FUNCTION NUMVAL(QD-ARRIVAL-TIME)
                   TO WORK-ARRIVAL-TIME
           ELSE
               MOVE 0 TO WORK-ARRIVAL-TIME
           END-IF.
           ELSE
               MOVE NORMAL-PRIORITY-CLASS TO WORK-PRIORITY
           END-IF.
           MOVE QD-ORIGIN TO WORK-ORIGIN.
           MOVE QD-EST-WAIT-CS TO WORK-EST-WAIT-CS.
           MOVE QD-CONTACT TO WORK-CONTACT.
           MOVE QD-NOTIFIED TO WORK-NOTIFIED.
           MOVE QD-CUSTOMER-ID TO WORK-CUSTOMER-ID.
           PERFORM APPEND-WORK-TICKET.

       APPEND-WORK-TICKET.
               MOVE WORK-ARRIVAL-DATE TO SLOT-ARRIVAL-DATE(POOL-SIZE)
               MOVE WORK-ARRIVAL-TIME TO SLOT-ARRIVAL-TIME(POOL-SIZE)
               MOVE WORK-PRIORITY TO SLOT-PRIORITY(POOL-SIZE)
               MOVE WORK-ORIGIN TO SLOT-ORIGIN(POOL-SIZE)
               MOVE WORK-EST-WAIT-CS TO SLOT-EST-WAIT-CS(POOL-SIZE)
               MOVE WORK-CONTACT TO SLOT-CONTACT(POOL-SIZE)
               MOVE WORK-NOTIFIED TO SLOT-NOTIFIED(POOL-SIZE)
               MOVE WORK-CUSTOMER-ID TO SLOT-CUSTOMER-ID(POOL-SIZE)
           ELSE
               ADD 1 TO DROPPED-COUNT
               DISPLAY "Aviso: pool lleno al reaplicar '"
       REPLAY-QUEUE-JOURNAL.
      *> Aplica en orden lo que la corrida muerta alcanzo a bitacorar:
      *> ENQ al fondo, PRI al frente de su cola, DEQ atiende el frente
      *> de su cola, CITA agrega la cita soltada si todavia falta. La
      *> hora/fecha de la operacion bitacorada es la llegada real del
      *> tique y se conserva.
           OPEN INPUT QUEUE-JOURNAL.
           IF QUEUE-JOURNAL-OK
               PERFORM UNTIL QUEUE-JOURNAL-EOF
           ELSE
               MOVE NORMAL-PRIORITY-CLASS TO WORK-PRIORITY
           END-IF.
           MOVE SPACE TO WORK-ORIGIN.
           MOVE SPACES TO WORK-EST-WAIT-CS.
           MOVE QJ-CONTACT TO WORK-CONTACT.
           MOVE SPACE TO WORK-NOTIFIED.
           MOVE QJ-CUSTOMER-ID TO WORK-CUSTOMER-ID.
           EVALUATE QJ-OP
               WHEN "ENQ "
                   PERFORM APPEND-WORK-TICKET
                   PERFORM APPEND-WORK-TICKET
               WHEN "DEQ "
                   PERFORM REMOVE-JOURNALED-TICKET
               WHEN "CITA"
                   PERFORM APPLY-RELEASED-APPOINTMENT
      *> Aviso de cercania al frente ya emitido: el tique no debe
      *> volver a avisarse despues de la reconstruccion.
               WHEN "NOTI"
                   PERFORM FIND-TICKET-BY-ID
                   IF FOUND-SLOT > 0
                       MOVE "S" TO SLOT-NOTIFIED(FOUND-SLOT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO DROPPED-COUNT
                   DISPLAY "Aviso: operacion desconocida en QUEJRNL: '"
                       QJ-OP "'."
           END-EVALUATE.

       APPLY-RELEASED-APPOINTMENT.
      *> APPT-RELEASE agrega la cita a QUEUEDAT antes de bitacorarla,
      *> asi que normalmente el tique ya vino con el ultimo QUEUEDAT
      *> bueno: solo se agrega si falta. La hora bitacorada es la del
      *> turno de la cita, que es su llegada.
           PERFORM FIND-TICKET-BY-ID.
           IF FOUND-SLOT = 0 OR WORK-TICKET-ID = 0
               MOVE "C" TO WORK-ORIGIN
               PERFORM APPEND-WORK-TICKET
           END-IF.

       FIND-TICKET-BY-ID.
           MOVE 0 TO FOUND-SLOT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > POOL-SIZE
           END-IF.
           IF FOUND-SLOT = 0
               ADD 1 TO DROPPED-COUNT
               DISPLAY "Aviso: DEQ de la bitacora contra la "
                   "cola vacia '"
                   FUNCTION TRIM(WORK-QUEUE-NAME) "'."
           ELSE
               PERFORM VARYING I FROM FOUND-SLOT BY 1
               MOVE SLOT-QUEUE-NAME(I) TO QD-QUEUE-NAME
               MOVE SLOT-PRIORITY(I) TO QD-PRIORITY
               MOVE "A" TO QD-STATUS
               MOVE SLOT-ORIGIN(I) TO QD-ORIGIN
               MOVE SLOT-EST-WAIT-CS(I) TO QD-EST-WAIT-CS
               MOVE SLOT-CONTACT(I) TO QD-CONTACT
               MOVE SLOT-NOTIFIED(I) TO QD-NOTIFIED
               MOVE SLOT-CUSTOMER-ID(I) TO QD-CUSTOMER-ID
               WRITE QUEUE-FILE-RECORD
           END-PERFORM.
           CLOSE QUEUE-FILE.
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
           MOVE "QUEUE-RECOVER" TO LOCK-PROGRAM.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY fenvp.
       COPY rsnalp.
