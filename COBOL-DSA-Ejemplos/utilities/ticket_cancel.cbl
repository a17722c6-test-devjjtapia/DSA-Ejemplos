      *> cancelaciones por motivo en CANCRPT. Antes, un cliente que
      *> llamaba a cancelar obligaba a "atender" el tique en falso o
      *> dejarlo pudrirse hasta el timeout de abandono.
      *>
      *> El motivo tecleado se valida contra RSNCODE (dominio CANCELA,
      *> ver REASON-CHECK): un sinonimo se graba con su codigo valido y
      *> un motivo que no esta registrado rechaza la transaccion (el
      *> tique sigue vivo, sale "MOTIVO NO REGISTRADO" en CANCRPT y la
      *> corrida termina con RC 8). El motivo en blanco sigue siendo
      *> SIN-MOTIVO. Sin RSNCODE cargado no se valida nada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CANCEL-TXN-FILE
               ASSIGN USING CANCEL-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANCEL-TXN-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
      *> Area de trabajo para reescribir QUEUEDAT sin los cancelados,
      *> mismo esquema que QUEUETMP en restock_fulfill.cbl.
           SELECT WORK-QUEUE-FILE ASSIGN USING WORK-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-QUEUE-STATUS.
      *> Bitacora de la cola (mismo registro que queue.cbl): cada
      *> cancelacion deja su asiento CANC apenas ocurre.
           SELECT OPTIONAL QUEUE-JOURNAL
               ASSIGN USING QUEUE-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-JOURNAL-STATUS.
      *> Detalle de reposicion (ver rstkrec.cpy): el detalle de un
      *> queda huerfano para siempre: el regrabado del cumplimiento
      *> lo devuelve cada ciclo y el extracto a la central lo sigue
      *> transmitiendo como demanda abierta.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT WORK-DETAIL-FILE ASSIGN USING WORK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-DETAIL-STATUS.
      *> Historial de tiques servidos (ver quehist.cpy): el cancelado
      *> se muda aqui con estado "X" y su motivo.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
           SELECT CANCEL-REPORT-FILE
               ASSIGN USING CANCEL-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANCEL-REPORT-STATUS.

           COPY quedrec.

       FD  WORK-QUEUE-FILE.
       01  WORK-QUEUE-RECORD PIC X(80).

      *> Mismo registro de bitacora que queue.cbl.
       FD  QUEUE-JOURNAL.
           COPY rstkrec.

       FD  WORK-DETAIL-FILE.
       01  WORK-DETAIL-RECORD PIC X(61).

       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           88 CANCEL-REPORT-OK VALUE "00".

      *> Transacciones de cancelacion cargadas; cada una sabe si
      *> encontro su tique ("R" = motivo no registrado, no se aplica).
       01 CANCEL-TABLE.
          05 CANCEL-COUNT PIC 9(3) VALUE 0.
          05 CANCEL-ENTRY OCCURS 100 TIMES.

       01 CANCELLED-COUNT PIC 9(3) VALUE 0.
       01 NOT-FOUND-COUNT PIC 9(3) VALUE 0.
       01 INVALID-REASON-COUNT PIC 9(3) VALUE 0.
       01 KEPT-COUNT PIC 9(4) VALUE 0.
       01 STAMP-TIME PIC 9(8).

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
          05 CANCEL-TXN-FILE-NAME     PIC X(40) VALUE "CANCTXN".
          05 QUEUE-FILE-NAME          PIC X(40) VALUE "QUEUEDAT".
          05 WORK-QUEUE-FILE-NAME     PIC X(40) VALUE "QUEUETMP".
          05 QUEUE-JOURNAL-FILE-NAME  PIC X(40) VALUE "QUEJRNL".
          05 RESTOCK-DETAIL-FILE-NAME PIC X(40) VALUE "RSTKREQ".
          05 WORK-DETAIL-FILE-NAME    PIC X(40) VALUE "RSTKTMP".
          05 QUEUE-HISTORY-FILE-NAME  PIC X(40) VALUE "QUEHIST".
          05 CANCEL-REPORT-FILE-NAME  PIC X(40) VALUE "CANCRPT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 8 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 8.
       COPY rsnw.
       COPY fenvw.
       COPY rarcw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-CANCEL-TABLE.
       IF CANCEL-COUNT = 0
           DISPLAY "CANCTXN vacio o ausente; sin cancelaciones que "

       DISPLAY "Cancelaciones: " CANCELLED-COUNT " aplicada(s) de "
           CANCEL-COUNT "; sin tique: " NOT-FOUND-COUNT
           "; motivo no registrado: " INVALID-REASON-COUNT
           ". Resumen en CANCRPT.".
       IF DETAIL-REMOVED-COUNT > 0
           DISPLAY "Detalles de reposicion retirados con sus tiques: "
               DETAIL-REMOVED-COUNT "."
       END-IF.
       IF NOT-FOUND-COUNT > 0 OR INVALID-REASON-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
                                   TO CN-REASON(CANCEL-COUNT)
                           END-IF
                           MOVE "N" TO CN-MATCHED-SW(CANCEL-COUNT)
                           IF CX-REASON NOT = SPACES
                               PERFORM CHECK-CANCEL-REASON
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CANCEL-TXN-FILE.

       CHECK-CANCEL-REASON.
      *> Solo consulta (modo "C"): el motivo del operador no se asienta
      *> en RSNUNREG, se rechaza aca mismo.
           MOVE "CANCELA" TO RK-DOMAIN.
           MOVE CN-REASON(CANCEL-COUNT) TO RK-CODE.
           MOVE "TICKET-CANCEL" TO RK-PROGRAM.
           MOVE "C" TO RK-MODE.
           CALL "REASON-CHECK" USING REASON-CHECK-PARM.
           EVALUATE TRUE
               WHEN RK-REGISTERED
                   MOVE RK-CODE TO CN-REASON(CANCEL-COUNT)
               WHEN RK-UNREGISTERED
                   MOVE "R" TO CN-MATCHED-SW(CANCEL-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROCESS-QUEUE-FILE.
      *> Una pasada por QUEUEDAT: el tique pedido se cancela (asiento
      *> CANC + historial); todo lo demas pasa al archivo de trabajo.
           MOVE 0 TO QH-WAIT-CS.
           MOVE SPACES TO QH-OPERATOR.
           MOVE CN-REASON(CANCEL-IDX) TO QH-REASON.
           MOVE QD-ORIGIN TO QH-ORIGIN.
           MOVE QD-EST-WAIT-CS TO QH-EST-WAIT-CS.
           MOVE QD-CUSTOMER-ID TO QH-CUSTOMER-ID.
           WRITE QUEUE-HISTORY-RECORD.
           CLOSE QUEUE-HISTORY-FILE.

                   END-STRING
                   WRITE REPORT-LINE
               END-IF
               IF CN-MATCHED-SW(C) = "R"
                   ADD 1 TO INVALID-REASON-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "MOTIVO NO REGISTRADO  " CN-TICKET-ID(C)
                       "  " CN-REASON(C)
                       "  (no esta en RSNCODE; tique sin cancelar)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Canceladas: " CANCELLED-COUNT
               "  sin tique: " NOT-FOUND-COUNT
               "  motivo no registrado: " INVALID-REASON-COUNT
               "  tiques intactos: " KEPT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CANCEL-REPORT-FILE.
           MOVE CANCEL-REPORT-FILE-NAME TO RA-FILE-NAME.
           MOVE "TICKET-CANCEL" TO RA-PROGRAM.
           PERFORM ARCHIVE-PRINTED-REPORT.

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
           MOVE "TICKET-CANCEL" TO LOCK-PROGRAM.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY fenvp.
       COPY rarcp.
