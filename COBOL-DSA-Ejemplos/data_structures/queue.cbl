      *> corridas; cada registro lleva su cola, asi que un LINE
      *> SEQUENTIAL alcanza (no hace falta acceso por clave, a
      *> diferencia de FRUTASDAT).
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
      *> Aparcadero del excedente de QUEUEDAT: si el archivo trae mas
      *> pool se copia aqui durante la carga y vuelve a QUEUEDAT en el
      *> cierre -- un tique de cliente jamas se descarta por un tope
      *> de memoria.
           SELECT OPTIONAL QUEUE-OVERFLOW-FILE
               ASSIGN USING QUEUE-OVERFLOW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-OVERFLOW-STATUS.
      *> Bitacora de lo que pasa entre el LOAD del arranque y el SAVE
      *> tiques del dia -- QUEUE-RECOVER reconstruye la cola viva desde
      *> el ultimo QUEUEDAT bueno mas esta cola de bitacora. Un SAVE
      *> exitoso la vacia: QUEUEDAT vuelve a ser el estado completo.
           SELECT OPTIONAL QUEUE-JOURNAL
               ASSIGN USING QUEUE-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-JOURNAL-STATUS.
      *> Numerador de tiques persistido entre corridas y compartido con
      *> dos solicitudes "Reponer" dejan de ser indistinguibles y cada
      *> atencion puede rastrearse hasta su alta. Lo primero que pide
      *> cualquier auditoria de la cola.
           SELECT OPTIONAL TICKET-COUNTER-FILE
               ASSIGN USING TICKET-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-COUNTER-STATUS.
      *> Capacidad de la cola leida al arranque (mismo patron de
      *> con el arrastre de QUEUEDAT mas las solicitudes de reposicion
      *> de ARRAY-DEMO, el viejo tope fijo de 10 ya rechazaba tiques en
      *> dias cargados. Operaciones lo retunea sin recompilar.
           SELECT OPTIONAL CAPACITY-PARM-FILE
               ASSIGN USING CAPACITY-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-PARM-STATUS.
      *> Una fila de estadisticas por corrida, en valores separados por
      *> coma (EXTEND: el archivo acumula el historico), para que quien
      *> vive en la planilla importe los numeros de cierre sin
      *> reescribirlos a mano.
           SELECT OPTIONAL SUMMARY-CSV-FILE
               ASSIGN USING SUMMARY-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-CSV-STATUS.
      *> Historial de tiques servidos (ver quehist.cpy): cada
      *> atencion agrega su registro apenas ocurre (EXTEND), el
      *> mismo esquema de bitacora por operacion que QUEJRNL.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
      *> Maestro de operadores, solo para validar el legajo del turno
      *> (mismo archivo que usa QUEUE-STACK-MENU-DEMO para firmarse).
           SELECT OPTIONAL OPERATOR-FILE ASSIGN USING OPERATOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
      *> Reporte diario de cumplimiento de SLA por cola y clase de
      *> prioridad; se reescribe completo en cada corrida, igual que
      *> INVRPT en array.cbl.
           SELECT SLA-REPORT-FILE ASSIGN USING SLA-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-REPORT-STATUS.
      *> Bitacora compartida de corridas (request 048).
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

      *> Avisos al cliente cuyo tique llego cerca del frente (ver
      *> notifrec.cpy): NOTIFOUT lo levanta la pasarela de SMS y
      *> NOTIFMANF es el manifiesto que NOTIFY-ACK-MATCH aparea con los
      *> acuses de entrega. Ambos se agregan (EXTEND) por aviso.
      *> Maestro de clientes (ver custrec.cpy): el tique que trae
      *> numero de cliente se valida contra el y, sin telefono propio,
      *> toma el del maestro para el aviso.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN USING CUSTOMER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT OPTIONAL NOTIFY-OUT-FILE
               ASSIGN USING NOTIFY-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-OUT-STATUS.
           SELECT OPTIONAL NOTIFY-MANIFEST-FILE
               ASSIGN USING NOTIFY-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-MANIFEST-STATUS.

      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

           COPY quedrec.

       FD  QUEUE-OVERFLOW-FILE.
       01  QUEUE-OVERFLOW-RECORD PIC X(80).

       FD  QUEUE-JOURNAL.
       01  QUEUE-JOURNAL-RECORD.
      *> Legajo del operador que ejecuto la operacion (blanco en los
      *> registros viejos y en las corridas sin operador firmado).
           05 QJ-OPERATOR PIC X(8).
      *> Telefono de aviso del cliente, solo en ENQ/PRI: QUEUE-RECOVER
      *> lo necesita para reconstruir el tique completo.
           05 QJ-CONTACT PIC X(15).
           05 QJ-CUSTOMER-ID PIC X(10).

       FD  TICKET-COUNTER-FILE.
       01  TICKET-COUNTER-RECORD PIC 9(6).
       01  HISTORY-RECORD.
           COPY histrec.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY custrec.

       FD  NOTIFY-OUT-FILE.
       01  NOTIFY-OUT-RECORD.
           COPY notifrec.

       FD  NOTIFY-MANIFEST-FILE.
       01  NOTIFY-MANIFEST-RECORD.
           COPY notifrec.

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.
             10 SLOT-ARRIVAL-TIME PIC 9(8).
             10 SLOT-ARRIVAL-DATE PIC X(8).
             10 SLOT-PRIORITY     PIC 9(1).
             10 SLOT-ORIGIN       PIC X(1).
             10 SLOT-EST-WAIT-CS  PIC X(9).
             10 SLOT-CONTACT      PIC X(15).
             10 SLOT-NOTIFIED     PIC X(1).
             10 SLOT-CUSTOMER-ID  PIC X(10).
       01 POOL-MAX-ENTRIES PIC 9(3) VALUE 500.
       01 POOL-CAPACITY PIC 9(3) VALUE 200.
       01 CAPACITY-PARM-STATUS PIC XX VALUE "00".

       01 QUEUE-JOURNAL-STATUS PIC XX VALUE "00".
           88 QUEUE-JOURNAL-OK VALUE "00".
           88 QUEUE-JOURNAL-EOF VALUE "10".
       01 STALE-JOURNAL-SW PIC X VALUE "N".
           88 STALE-JOURNAL VALUE "Y".
       01 JOURNAL-TIMESTAMP PIC 9(8).
       01 NEXT-TICKET-ID PIC 9(6) VALUE 0.
       01 LAST-ISSUED-TICKET-ID PIC 9(6) VALUE 0.
       01 DEQUEUED-TICKET-ID PIC 9(6) VALUE 0.
       01 DEQUEUED-ORIGIN PIC X(1) VALUE SPACE.
       01 DEQUEUED-EST-WAIT-CS PIC X(9) VALUE SPACES.
       01 DEQUEUED-CUSTOMER-ID PIC X(10) VALUE SPACES.

      *> Espera estimada de un tique al emitirlo: los tiques de su
      *> cola que lo preceden (clase igual o mejor, que se atienden
      *> antes) por el ritmo de atencion reciente de la cola en
      *> QUEHIST (ver svcratew.cpy). Se guarda en el tique, se le
      *> informa al cliente y viaja al historial junto a la espera
      *> real para medir que tan bien se estima.
       01 TICKETS-AHEAD PIC 9(3).
       01 ESTIMATED-WAIT-CS PIC 9(9).
       01 ESTIMATED-WAIT-MIN PIC 9(5).

      *> Aviso por SMS cuando un tique llega a la posicion
      *> AVISO-POS-<cola> de RUNPARMS en el orden de atencion de su
      *> cola (defecto 3; 0 apaga el aviso en esa cola). Se revisa
      *> despues de cada atencion, que es cuando las posiciones
      *> avanzan. El telefono lo carga quien encola en ENQUEUE-CONTACT
      *> (como la clase en ENQUEUE-PRIORITY-CLASS).
       01 ENQUEUE-CONTACT PIC X(15) VALUE SPACES.
       01 JOURNAL-CONTACT PIC X(15) VALUE SPACES.
       01 NOTIFY-POSITION-LIMIT PIC 9(3).
       01 TICKET-POSITION PIC 9(3).
       01 J PIC 9(3).
       01 NOTIFY-COUNT PIC 9(5) VALUE 0.
       01 NOTIFY-OUT-STATUS PIC XX VALUE "00".
           88 NOTIFY-OUT-OK VALUE "00".
       01 NOTIFY-MANIFEST-STATUS PIC XX VALUE "00".
           88 NOTIFY-MANIFEST-OK  VALUE "00".
           88 NOTIFY-MANIFEST-EOF VALUE "10".
       01 NOTIFY-TIME-STAMP PIC 9(8).
       01 NOTIFY-STATE-TEXT PIC X(24).

      *> Numero de cliente del tique a emitir, cargado por quien
      *> encola igual que ENQUEUE-CONTACT; solo entra al tique si
      *> esta activo en CUSTMAST.
       01 ENQUEUE-CUSTOMER-ID PIC X(10) VALUE SPACES.
       01 JOURNAL-CUSTOMER-ID PIC X(10) VALUE SPACES.
       01 CUSTOMER-FILE-STATUS PIC XX VALUE "00".
           88 CUSTOMER-FILE-OK  VALUE "00".
           88 CUSTOMER-FILE-EOF VALUE "10".
       01 CUSTOMER-FOUND-SW PIC X VALUE "N".
           88 CUSTOMER-FOUND VALUE "Y".
       01 CUSTOMER-PHONE PIC X(15).

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
       COPY svcratew.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 QUEUE-FILE-NAME           PIC X(40) VALUE "QUEUEDAT".
          05 QUEUE-OVERFLOW-FILE-NAME  PIC X(40) VALUE "QUEOVFL".
          05 QUEUE-JOURNAL-FILE-NAME   PIC X(40) VALUE "QUEJRNL".
          05 TICKET-COUNTER-FILE-NAME  PIC X(40) VALUE "TICKCTR".
          05 CAPACITY-PARM-FILE-NAME   PIC X(40) VALUE "QUEUEPRM".
          05 SUMMARY-CSV-FILE-NAME     PIC X(40) VALUE "QSUMCSV".
          05 QUEUE-HISTORY-FILE-NAME   PIC X(40) VALUE "QUEHIST".
          05 OPERATOR-FILE-NAME        PIC X(40) VALUE "OPERMAST".
          05 SLA-REPORT-FILE-NAME      PIC X(40) VALUE "SLARPT".
          05 HISTORY-FILE-NAME         PIC X(40) VALUE "HISTLOG".
          05 CUSTOMER-FILE-NAME        PIC X(40) VALUE "CUSTMAST".
          05 NOTIFY-OUT-FILE-NAME      PIC X(40) VALUE "NOTIFOUT".
          05 NOTIFY-MANIFEST-FILE-NAME PIC X(40) VALUE "NOTIFMANF".
          05 OPS-ALERT-FILE-NAME       PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 14 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 14.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
      *> Nadie mas debe actualizar QUEUEDAT mientras esta corrida lo
      *> carga y regraba; con el candado tomado por otro, fallar rapido
      *> es mejor que pisarle los tiques.
       PERFORM LOAD-RUN-PARMS.
       PERFORM GET-QUEUE-CAPACITY.
       PERFORM APPLY-RUN-PARMS.
       PERFORM LOAD-SERVICE-RATES.

       MOVE "Caja1" TO NEW-QUEUE-NAME.
       PERFORM REGISTER-QUEUE.
       MOVE "Cliente A" TO ITEM-TO-ENQUEUE.
       PERFORM ENQUEUE-ROUTINE.
       MOVE "Cliente B" TO ITEM-TO-ENQUEUE.
       MOVE "1155550102" TO ENQUEUE-CONTACT.
       MOVE "C000000002" TO ENQUEUE-CUSTOMER-ID.
       PERFORM ENQUEUE-ROUTINE.
       MOVE "Cliente C" TO ITEM-TO-ENQUEUE.
       MOVE "1155550103" TO ENQUEUE-CONTACT.
       PERFORM ENQUEUE-ROUTINE.

       DISPLAY "Cola actual: ".
       DISPLAY "--- TURNO PRIORITARIO (CLASE 1) ---".
       MOVE "Urgencia" TO ITEM-TO-ENQUEUE.
       PERFORM PRIORITY-ENQUEUE-ROUTINE.
       DISPLAY "Cola actual (la urgencia se atiende primero "
           "por clase): ".
       PERFORM DISPLAY-QUEUE.

       PERFORM PEEK-ROUTINE.
       MOVE "Cliente F" TO ITEM-TO-ENQUEUE.
       PERFORM ENQUEUE-ROUTINE.
       MOVE "Cliente G" TO ITEM-TO-ENQUEUE.
       MOVE "C000000007" TO ENQUEUE-CUSTOMER-ID.
       PERFORM ENQUEUE-ROUTINE.
       PERFORM DEQUEUE-ROUTINE.
       DISPLAY "Cliente atendido: " DEQUEUED-ITEM.
       MOVE "Cliente H" TO ITEM-TO-ENQUEUE.
       MOVE "1155550108" TO ENQUEUE-CONTACT.
       PERFORM ENQUEUE-ROUTINE.
       DISPLAY "Cola actual: ".
       PERFORM DISPLAY-QUEUE.
           CLOSE CAPACITY-PARM-FILE.
           IF POOL-CAPACITY > POOL-MAX-ENTRIES
               DISPLAY "Aviso: la capacidad pedida (" POOL-CAPACITY
                   ") excede el maximo fisico; se usa "
                   POOL-MAX-ENTRIES "."
               MOVE POOL-MAX-ENTRIES TO POOL-CAPACITY
           END-IF.
           IF POOL-CAPACITY = 0
               MOVE POOL-MAX-ENTRIES TO POOL-CAPACITY
           END-IF.
           DISPLAY "Capacidad de la cola para esta corrida: "
               POOL-CAPACITY.

       REGISTER-QUEUE.
      *> Da de alta una cola nueva (o la reutiliza si ya existe con ese
      *> atiende solo de las cajas del guion (nunca de "Reposicion").
           IF POOL-SIZE > INITIAL-POOL-SIZE
               DISPLAY " "
               DISPLAY "--- CIERRE: ATENDIENDO EL EXCEDENTE DE "
                   "ESTA CORRIDA ---"
               MOVE "Caja2" TO SELECTED-QUEUE-NAME
               PERFORM SELECT-QUEUE-BY-NAME
               PERFORM UNTIL POOL-SIZE <= INITIAL-POOL-SIZE
           SET LOADING TO TRUE.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-OK
               PERFORM UNTIL QUEUE-FILE-EOF
                       OR POOL-SIZE >= POOL-CAPACITY
                   READ QUEUE-FILE
                       AT END
                           SET QUEUE-FILE-EOF TO TRUE
       CHECK-STALE-JOURNAL.
      *> Deja STALE-JOURNAL prendido si QUEJRNL existe y tiene al
      *> menos un registro. Un SAVE bueno lo deja vacio, asi que
      *> contenido = corrida anterior muerta a mitad de camino. Los
      *> asientos CITA no cuentan: APPT-RELEASE los escribe despues de
      *> dejar la cita en QUEUEDAT, no son trabajo pendiente. Tampoco
      *> los NOTI que deja la pantalla de mantenimiento, que marca el
      *> aviso en QUEUEDAT en el mismo paso.
           MOVE "N" TO STALE-JOURNAL-SW.
           SET QUEUE-JOURNAL-OK TO TRUE.
           OPEN INPUT QUEUE-JOURNAL.
           IF QUEUE-JOURNAL-OK
               PERFORM UNTIL QUEUE-JOURNAL-EOF OR STALE-JOURNAL
                   READ QUEUE-JOURNAL
                       AT END
                           SET QUEUE-JOURNAL-EOF TO TRUE
                       NOT AT END
                           IF QJ-OP NOT = "CITA" AND QJ-OP NOT = "NOTI"
                               SET STALE-JOURNAL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-JOURNAL.

           ELSE
               MOVE NORMAL-PRIORITY-CLASS TO SLOT-PRIORITY(POOL-SIZE)
           END-IF.
      *> El origen (cita o llegada sin cita) tambien viaja con el tique,
      *> igual que la espera estimada que se le dio al emitirlo.
           MOVE QD-ORIGIN TO SLOT-ORIGIN(POOL-SIZE).
           MOVE QD-EST-WAIT-CS TO SLOT-EST-WAIT-CS(POOL-SIZE).
           MOVE QD-CONTACT TO SLOT-CONTACT(POOL-SIZE).
           MOVE QD-NOTIFIED TO SLOT-NOTIFIED(POOL-SIZE).
           MOVE QD-CUSTOMER-ID TO SLOT-CUSTOMER-ID(POOL-SIZE).

       SAVE-QUEUE-TO-FILE.
      *> Vuelca el pool completo en orden de llegada para que la
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
      *> El excedente que no entro al pool vuelve al final del archivo
      *> marcado con la cola seleccionada y la clase de prioridad
      *> pedida en ENQUEUE-PRIORITY-CLASS; el orden de atencion lo
      *> decide DEQUEUE-ROUTINE por clase, no la posicion.
           IF ENQUEUE-CUSTOMER-ID NOT = SPACES
               PERFORM VALIDATE-ENQUEUE-CUSTOMER
           END-IF.
           IF POOL-SIZE < POOL-CAPACITY
               ADD 1 TO POOL-SIZE
               MOVE QUEUE-NAME(CURRENT-QUEUE-IDX)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO SLOT-ARRIVAL-DATE(POOL-SIZE)
               MOVE ENQUEUE-PRIORITY-CLASS TO SLOT-PRIORITY(POOL-SIZE)
               MOVE SPACE TO SLOT-ORIGIN(POOL-SIZE)
               MOVE SPACES TO SLOT-EST-WAIT-CS(POOL-SIZE)
               MOVE ENQUEUE-CONTACT TO SLOT-CONTACT(POOL-SIZE)
               MOVE SPACE TO SLOT-NOTIFIED(POOL-SIZE)
               MOVE ENQUEUE-CUSTOMER-ID TO SLOT-CUSTOMER-ID(POOL-SIZE)
               ADD 1 TO QUEUE-SIZE(CURRENT-QUEUE-IDX)
               IF NOT LOADING
                   PERFORM ASSIGN-TICKET-ID
                   MOVE NEXT-TICKET-ID TO SLOT-TICKET-ID(POOL-SIZE)
                   PERFORM ESTIMATE-TICKET-WAIT
                   MOVE "ENQ " TO QJ-OP
                   MOVE ITEM-TO-ENQUEUE TO QJ-ITEM
                   MOVE NEXT-TICKET-ID TO JOURNAL-TICKET-ID
                   MOVE SLOT-PRIORITY(POOL-SIZE) TO JOURNAL-PRIORITY
                   MOVE SLOT-CONTACT(POOL-SIZE) TO JOURNAL-CONTACT
                   MOVE SLOT-CUSTOMER-ID(POOL-SIZE)
                       TO JOURNAL-CUSTOMER-ID
                   PERFORM WRITE-QUEUE-JOURNAL-ENTRY
               END-IF
           ELSE
               ADD 1 TO ENQUEUE-REJECT-COUNT
           END-IF.
           MOVE NORMAL-PRIORITY-CLASS TO ENQUEUE-PRIORITY-CLASS.
           MOVE SPACES TO ENQUEUE-CONTACT.
           MOVE SPACES TO ENQUEUE-CUSTOMER-ID.

       VALIDATE-ENQUEUE-CUSTOMER.
      *> Busca el cliente en CUSTMAST. Un numero desconocido o dado de
      *> baja no entra al tique (quedaria una visita colgada de nadie);
      *> el tique sale igual, como cliente sin registrar. Sin telefono
      *> propio, el tique toma el del maestro.
           MOVE "N" TO CUSTOMER-FOUND-SW.
           MOVE SPACES TO CUSTOMER-PHONE.
           SET CUSTOMER-FILE-OK TO TRUE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-OK
               PERFORM UNTIL CUSTOMER-FILE-EOF OR CUSTOMER-FOUND
                   READ CUSTOMER-FILE
                       AT END
                           SET CUSTOMER-FILE-EOF TO TRUE
                       NOT AT END
                           IF CU-ID = ENQUEUE-CUSTOMER-ID
                                   AND CU-ACTIVE NOT = "I"
                               SET CUSTOMER-FOUND TO TRUE
                               MOVE CU-PHONE TO CUSTOMER-PHONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-FILE.
           IF CUSTOMER-FOUND
               IF ENQUEUE-CONTACT = SPACES
                   MOVE CUSTOMER-PHONE TO ENQUEUE-CONTACT
               END-IF
           ELSE
               DISPLAY "Aviso: el cliente "
                   FUNCTION TRIM(ENQUEUE-CUSTOMER-ID)
                   " no esta activo en CUSTMAST; el tique sale sin "
                   "cliente."
               MOVE SPACES TO ENQUEUE-CUSTOMER-ID
           END-IF.

       ESTIMATE-TICKET-WAIT.
      *> El tique recien emitido es el ultimo del pool: lo preceden
      *> los de su cola con clase igual (llegaron antes) o mejor.
           MOVE 0 TO TICKETS-AHEAD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= POOL-SIZE
               IF SLOT-QUEUE-NAME(I) = SLOT-QUEUE-NAME(POOL-SIZE)
                       AND SLOT-PRIORITY(I) <= SLOT-PRIORITY(POOL-SIZE)
                   ADD 1 TO TICKETS-AHEAD
               END-IF
           END-PERFORM.
           MOVE SLOT-QUEUE-NAME(POOL-SIZE) TO SERVICE-RATE-QUEUE.
           PERFORM GET-SERVICE-RATE.
           COMPUTE ESTIMATED-WAIT-CS = TICKETS-AHEAD * SERVICE-RATE-CS
               ON SIZE ERROR
                   MOVE 999999999 TO ESTIMATED-WAIT-CS
           END-COMPUTE.
           MOVE ESTIMATED-WAIT-CS TO SLOT-EST-WAIT-CS(POOL-SIZE).
           COMPUTE ESTIMATED-WAIT-MIN ROUNDED =
               ESTIMATED-WAIT-CS / 6000.
           DISPLAY "Tique " SLOT-TICKET-ID(POOL-SIZE) " ("
               FUNCTION TRIM(SLOT-ITEM(POOL-SIZE)) "): "
               TICKETS-AHEAD " por delante, espera estimada "
               ESTIMATED-WAIT-MIN " min.".

       PRIORITY-ENQUEUE-ROUTINE.
      *> Encola como urgencia: clase 1, que DEQUEUE-ROUTINE atiende
               MOVE SLOT-ITEM(FOUND-SLOT) TO DEQUEUED-ITEM
               MOVE SLOT-TICKET-ID(FOUND-SLOT) TO DEQUEUED-TICKET-ID
               MOVE SLOT-PRIORITY(FOUND-SLOT) TO JOURNAL-PRIORITY
               MOVE SLOT-ORIGIN(FOUND-SLOT) TO DEQUEUED-ORIGIN
               MOVE SLOT-EST-WAIT-CS(FOUND-SLOT)
                   TO DEQUEUED-EST-WAIT-CS
               MOVE SLOT-CUSTOMER-ID(FOUND-SLOT)
                   TO DEQUEUED-CUSTOMER-ID
               MOVE SLOT-ARRIVAL-DATE(FOUND-SLOT) TO WAIT-FROM-DATE
               MOVE SLOT-ARRIVAL-TIME(FOUND-SLOT) TO WAIT-FROM-TIME
               PERFORM COMPUTE-WAIT-CENTISECONDS
                   MOVE DEQUEUED-ITEM TO QJ-ITEM
                   MOVE DEQUEUED-TICKET-ID TO JOURNAL-TICKET-ID
                   PERFORM WRITE-QUEUE-JOURNAL-ENTRY
                   PERFORM NOTIFY-NEAR-FRONT
               END-IF
           ELSE
               DISPLAY "Error: La cola esta vacia."
           MOVE HISTORY-TIME-STAMP TO QH-COMPLETE-TIME.
           MOVE WAIT-TIME TO QH-WAIT-CS.
           MOVE SERVING-OPERATOR-ID TO QH-OPERATOR.
           MOVE DEQUEUED-ORIGIN TO QH-ORIGIN.
           MOVE DEQUEUED-EST-WAIT-CS TO QH-EST-WAIT-CS.
           MOVE DEQUEUED-CUSTOMER-ID TO QH-CUSTOMER-ID.
           WRITE QUEUE-HISTORY-RECORD.
           CLOSE QUEUE-HISTORY-FILE.

           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "COLA        CLASE  OBJETIVO-CS  CUMPL  INCUMPL  "
               "PEOR-EXCESO" DELIMITED BY SIZE INTO SLA-REPORT-LINE
           END-STRING.
           WRITE SLA-REPORT-LINE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QUEUE-COUNT
               PERFORM VARYING SC FROM 1 BY 1 UNTIL SC > 9
           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           IF SLA-MEASURED-COUNT = 0
               MOVE SPACES TO SLA-REPORT-LINE
               STRING "Sin atenciones medidas contra SLA (sin "
                   "objetivos configurados)."
                   DELIMITED BY SIZE INTO SLA-REPORT-LINE
               END-STRING
           ELSE
               COMPUTE SLA-BREACH-PCT =
                   SLA-BREACH-COUNT * 100 / SLA-MEASURED-COUNT
           END-IF.
           WRITE SLA-REPORT-LINE.
           CLOSE SLA-REPORT-FILE.
           MOVE SLA-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "QUEUE-DEMO" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

       NOTIFY-NEAR-FRONT.
      *> Tras cada atencion avanzan las posiciones de la cola atendida:
      *> todo tique de esa cola que quedo en la posicion
      *> AVISO-POS-<cola> o mejor, con telefono cargado y sin aviso
      *> previo, recibe un aviso (uno solo por tique: SLOT-NOTIFIED
      *> viaja en QUEUEDAT).
           MOVE 3 TO NOTIFY-POSITION-LIMIT.
           MOVE SPACES TO PARM-KEY-WANTED.
           STRING "AVISO-POS-" DELIMITED BY SIZE
               QUEUE-NAME(CURRENT-QUEUE-IDX) DELIMITED BY SPACE
               INTO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND
               AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               MOVE FUNCTION NUMVAL(PARM-VALUE-FOUND)
                   TO NOTIFY-POSITION-LIMIT
           END-IF.
           IF NOTIFY-POSITION-LIMIT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > POOL-SIZE
               IF SLOT-QUEUE-NAME(I) = QUEUE-NAME(CURRENT-QUEUE-IDX)
                       AND SLOT-NOTIFIED(I) NOT = "S"
                       AND SLOT-CONTACT(I) NOT = SPACES
                   PERFORM COMPUTE-TICKET-POSITION
                   IF TICKET-POSITION <= NOTIFY-POSITION-LIMIT
                       PERFORM WRITE-CUSTOMER-NOTIFICATION
                   END-IF
               END-IF
           END-PERFORM.

       COMPUTE-TICKET-POSITION.
      *> Posicion del tique I en el orden de atencion de su cola: lo
      *> preceden los de clase mejor y los de su misma clase que
      *> llegaron antes (mismo criterio que FIND-BEST-OF-QUEUE).
           MOVE 1 TO TICKET-POSITION.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > POOL-SIZE
               IF J NOT = I
                       AND SLOT-QUEUE-NAME(J) = SLOT-QUEUE-NAME(I)
                   IF SLOT-PRIORITY(J) < SLOT-PRIORITY(I)
                       OR (SLOT-PRIORITY(J) = SLOT-PRIORITY(I)
                           AND J < I)
                       ADD 1 TO TICKET-POSITION
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CUSTOMER-NOTIFICATION.
      *> Un registro a NOTIFOUT para la pasarela y el mismo al
      *> manifiesto NOTIFMANF; el tique queda marcado y el aviso se
      *> asienta como NOTI en QUEJRNL.
           MOVE SPACES TO NOTIFY-OUT-RECORD.
           MOVE SLOT-TICKET-ID(I) TO NT-TICKET-ID OF NOTIFY-OUT-RECORD.
           MOVE SLOT-QUEUE-NAME(I)
               TO NT-QUEUE-NAME OF NOTIFY-OUT-RECORD.
           MOVE SLOT-ITEM(I) TO NT-ITEM OF NOTIFY-OUT-RECORD.
           MOVE SLOT-CONTACT(I) TO NT-CONTACT OF NOTIFY-OUT-RECORD.
           MOVE TICKET-POSITION TO NT-POSITION OF NOTIFY-OUT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO NT-DATE OF NOTIFY-OUT-RECORD.
           ACCEPT NOTIFY-TIME-STAMP FROM TIME.
           MOVE NOTIFY-TIME-STAMP TO NT-TIME OF NOTIFY-OUT-RECORD.
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
           MOVE "S" TO SLOT-NOTIFIED(I).
           ADD 1 TO NOTIFY-COUNT.
           MOVE "NOTI" TO QJ-OP.
           MOVE SLOT-ITEM(I) TO QJ-ITEM.
           MOVE SLOT-TICKET-ID(I) TO JOURNAL-TICKET-ID.
           MOVE SLOT-PRIORITY(I) TO JOURNAL-PRIORITY.
           MOVE SLOT-CONTACT(I) TO JOURNAL-CONTACT.
           PERFORM WRITE-QUEUE-JOURNAL-ENTRY.
           DISPLAY "Aviso al cliente: tique " SLOT-TICKET-ID(I) " ("
               FUNCTION TRIM(SLOT-ITEM(I)) ") en posicion "
               TICKET-POSITION " -> " FUNCTION TRIM(SLOT-CONTACT(I)).

       FIND-NOTIFY-DELIVERY.
      *> Estado del aviso del tique I para el reporte de abandonos: si
      *> se le aviso y, en tal caso, que devolvio la pasarela segun el
      *> manifiesto (ultimo registro del tique).
           IF SLOT-NOTIFIED(I) NOT = "S"
               IF SLOT-CONTACT(I) = SPACES
                   MOVE "no avisado (sin telefono)" TO NOTIFY-STATE-TEXT
               ELSE
                   MOVE "no avisado" TO NOTIFY-STATE-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "avisado, sin acuse" TO NOTIFY-STATE-TEXT.
           OPEN INPUT NOTIFY-MANIFEST-FILE.
           IF NOT NOTIFY-MANIFEST-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NOT NOTIFY-MANIFEST-OK
               READ NOTIFY-MANIFEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NT-TICKET-ID OF NOTIFY-MANIFEST-RECORD
                               = SLOT-TICKET-ID(I)
                           EVALUATE NT-DELIVERY
                                   OF NOTIFY-MANIFEST-RECORD
                               WHEN "E"
                                   MOVE "avisado, entregado"
                                       TO NOTIFY-STATE-TEXT
                               WHEN "F"
                                   MOVE "avisado, entrega fallida"
                                       TO NOTIFY-STATE-TEXT
                               WHEN OTHER
                                   MOVE "avisado, sin acuse"
                                       TO NOTIFY-STATE-TEXT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTIFY-MANIFEST-FILE.

       WRITE-QUEUE-JOURNAL-ENTRY.
      *> Se agrega al final apenas ocurre la operacion, igual que
           MOVE QUEUE-NAME(CURRENT-QUEUE-IDX) TO QJ-QUEUE-NAME.
           MOVE JOURNAL-PRIORITY TO QJ-PRIORITY.
           MOVE SERVING-OPERATOR-ID TO QJ-OPERATOR.
           MOVE JOURNAL-CONTACT TO QJ-CONTACT.
           MOVE JOURNAL-CUSTOMER-ID TO QJ-CUSTOMER-ID.
           WRITE QUEUE-JOURNAL-RECORD.
           CLOSE QUEUE-JOURNAL.
           MOVE SPACES TO JOURNAL-CONTACT.
           MOVE SPACES TO JOURNAL-CUSTOMER-ID.

       ASSIGN-TICKET-ID.
      *> Lee el ultimo numero emitido, lo incrementa y lo persiste en
           IF DEQUEUED-TICKET-ID > 0
               DISPLAY "Ultimo tique atendido: " DEQUEUED-TICKET-ID
           END-IF.
           IF NOTIFY-COUNT > 0
               DISPLAY "Avisos al cliente emitidos: " NOTIFY-COUNT
           END-IF.
           IF TOTAL-SERVED > 0
               DIVIDE SUM-WAIT-TIME BY TOTAL-SERVED
                   GIVING AVERAGE-WAIT-TIME
                   " esperando=" QUEUE-SIZE(K)
                   " espera-promedio=" AVERAGE-WAIT-TIME
                   " espera-maxima=" QUEUE-LONGEST-WAIT(K)
      *> Lo que se le diria ahora a un cliente nuevo de clase normal:
      *> los tiques de esa cola con clase igual o mejor por el ritmo
      *> reciente, la misma cuenta de ESTIMATE-TICKET-WAIT.
               MOVE 0 TO TICKETS-AHEAD
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > POOL-SIZE
                   IF SLOT-QUEUE-NAME(I) = QUEUE-NAME(K)
                           AND SLOT-PRIORITY(I) <= NORMAL-PRIORITY-CLASS
                       ADD 1 TO TICKETS-AHEAD
                   END-IF
               END-PERFORM
               MOVE QUEUE-NAME(K) TO SERVICE-RATE-QUEUE
               PERFORM GET-SERVICE-RATE
               COMPUTE ESTIMATED-WAIT-CS =
                   TICKETS-AHEAD * SERVICE-RATE-CS
                   ON SIZE ERROR
                       MOVE 999999999 TO ESTIMATED-WAIT-CS
               END-COMPUTE
               COMPUTE ESTIMATED-WAIT-MIN ROUNDED =
                   ESTIMATED-WAIT-CS / 6000
               DISPLAY "    ritmo-reciente=" SERVICE-RATE-CS
                   " cs/tique  espera-estimada-nuevo="
                   ESTIMATED-WAIT-MIN " min"
           END-PERFORM.
           PERFORM CHECK-ABANDONED-TICKETS.
           PERFORM WRITE-SUMMARY-CSV-ROW.
           IF NOT SUMMARY-CSV-OK
               CLOSE SUMMARY-CSV-FILE
               OPEN OUTPUT SUMMARY-CSV-FILE
               MOVE SPACES TO SUMMARY-CSV-LINE
               STRING "FECHA,HORA,ATENDIDOS,ESPERANDO,"
                   "ESPERA_PROM_CS,ESPERA_MAX_CS"
                   DELIMITED BY SIZE INTO SUMMARY-CSV-LINE
               END-STRING
               WRITE SUMMARY-CSV-LINE
           END-IF.
           ACCEPT CURRENT-TIME-STAMP FROM TIME.
               PERFORM COMPUTE-WAIT-CENTISECONDS
               MOVE WAIT-TIME TO WAITING-TIME
               IF WAITING-TIME > ABANDON-THRESHOLD
                   PERFORM FIND-NOTIFY-DELIVERY
                   DISPLAY "Aviso: posible abandono de turno - "
                       FUNCTION TRIM(SLOT-ITEM(I))
                       " (cola '" FUNCTION TRIM(SLOT-QUEUE-NAME(I))
                       "'; " FUNCTION TRIM(NOTIFY-STATE-TEXT) ")"
                   ADD 1 TO ABANDON-COUNT
               END-IF
           END-PERFORM.

       DISPLAY-QUEUE.
      *> Recorre el pool en orden de llegada mostrando solo los tiques
      *> de la cola seleccionada, con su numero y la espera estimada
      *> que se le dio al emitirlo.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > POOL-SIZE
               IF SLOT-QUEUE-NAME(I) = QUEUE-NAME(CURRENT-QUEUE-IDX)
                   IF SLOT-EST-WAIT-CS(I) IS NUMERIC
                       COMPUTE ESTIMATED-WAIT-MIN ROUNDED =
                           FUNCTION NUMVAL(SLOT-EST-WAIT-CS(I)) / 6000
                       DISPLAY "[" SLOT-TICKET-ID(I) "/clase "
                           SLOT-PRIORITY(I) "] "
                           FUNCTION TRIM(SLOT-ITEM(I))
                           " (espera estimada " ESTIMATED-WAIT-MIN
                           " min)"
                   ELSE
                       DISPLAY "[" SLOT-TICKET-ID(I) "/clase "
                           SLOT-PRIORITY(I) "] "
                           FUNCTION TRIM(SLOT-ITEM(I))
                   END-IF
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
           MOVE "QUEUE-DEMO" TO LOCK-PROGRAM.
           CLOSE LOCK-FILE.

       COPY runparmp.
       COPY svcratep.

       COPY fenvp.
       COPY rsnalp.
       COPY rarcp.
