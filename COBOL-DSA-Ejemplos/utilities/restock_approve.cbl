      *> retira el detalle de RSTKREQ y el tique de QUEUEDAT, con su
      *> constancia en RSTKCONF. Cada decision queda asentada en la
      *> bitacora APPRLOG con quien decidio que y cuando.
      *>
      *> El rechazo puede traer un motivo (AP-REASON, opcional): se
      *> valida contra RSNCODE (dominio CANCELA, ver REASON-CHECK) y
      *> pasa al historial QUEHIST en lugar del generico
      *> RECHAZO-SUPERV. Un motivo no registrado deja la decision sin
      *> aplicar (la solicitud sigue retenida), queda rechazada en
      *> APPRLOG y la corrida termina con RC 8.
      *>
      *> Las lineas que VENDOR-REORDER-REPORT retuvo por exceder el
      *> presupuesto de compras del mes (marca "B") pasan por la misma
      *> decision: aprobar las deja en "P" y la proxima corrida del
      *> reporte emite la orden aunque se pase; rechazar las retira
      *> igual que a las retenidas por cantidad.
      *>
      *> Separacion de funciones: el operador que genero la solicitud
      *> (RR-REQUESTER) no puede aprobarla. Esa aprobacion se rechaza
      *> en APPRLOG, la solicitud sigue retenida esperando a otro
      *> supervisor, se levanta una alerta de severidad alta en
      *> OPSALERT y la corrida termina con RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVE-TXN-FILE
               ASSIGN USING APPROVE-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVE-TXN-STATUS.
           SELECT OPTIONAL RESTOCK-DETAIL-FILE
               ASSIGN USING RESTOCK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTOCK-DETAIL-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
      *> Areas de trabajo para regrabar ambos archivos, mismo esquema
      *> que restock_fulfill.cbl.
           SELECT WORK-DETAIL-FILE ASSIGN USING WORK-DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-DETAIL-STATUS.
           SELECT WORK-QUEUE-FILE ASSIGN USING WORK-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-QUEUE-STATUS.
      *> Historial de tiques servidos (ver quehist.cpy): el rechazo
      *> del supervisor es una cancelacion con motivo y deja su
      *> registro "X", igual que TICKET-CANCEL.
           SELECT OPTIONAL QUEUE-HISTORY-FILE
               ASSIGN USING QUEUE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-HISTORY-STATUS.
      *> Constancia del rechazo en las confirmaciones, para que el
      *> circuito cierre igual que un cumplimiento.
           SELECT OPTIONAL CONFIRM-FILE ASSIGN USING CONFIRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-FILE-STATUS.
      *> Bitacora de decisiones (EXTEND): quien decidio que y cuando.
           SELECT OPTIONAL APPROVE-LOG-FILE
               ASSIGN USING APPROVE-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVE-LOG-STATUS.

      *> Alerta central de operaciones (ver opsalert.cpy).
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

      *> Candado cooperativo de corrida (ver lockrec.cpy).
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           05 AP-TICKET-ID  PIC X(6).
           05 AP-ACTION     PIC X(1).
           05 AP-SUPERVISOR PIC X(8).
           05 AP-REASON     PIC X(16).

       FD  RESTOCK-DETAIL-FILE.
       01  RESTOCK-DETAIL-RECORD.
           COPY quedrec.

       FD  WORK-DETAIL-FILE.
       01  WORK-DETAIL-RECORD PIC X(61).

       FD  WORK-QUEUE-FILE.
       01  WORK-QUEUE-RECORD PIC X(80).

       FD  QUEUE-HISTORY-FILE.
       01  QUEUE-HISTORY-RECORD.
           05 AL-TICKET-ID  PIC X(6).
           05 AL-ACTION     PIC X(1).
           05 AL-RESULT     PIC X(30).
      *> Solicitante y articulo de la solicitud decidida (blanco si la
      *> decision no encontro solicitud): con ellos el reporte de
      *> separacion de funciones cruza la aprobacion con lo que el
      *> mismo operador hizo antes.
           05 AL-REQUESTER  PIC X(8).
           05 AL-ITEM       PIC X(10).
      *> Sello encadenado (ver chainw.cpy).
           05 AL-CHAIN      PIC X(9).

       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           COPY opsalert.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
       01 HISTORY-TIME-STAMP PIC 9(8).
       01 APPROVE-LOG-STATUS PIC XX VALUE "00".
           88 APPROVE-LOG-OK VALUE "00".
       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).

      *> Decisiones cargadas de APPRTXN ("R" = motivo de rechazo no
      *> registrado, no se aplica).
       01 DECISION-TABLE.
          05 DECISION-COUNT PIC 9(2) VALUE 0.
          05 DECISION-ENTRY OCCURS 50 TIMES.
             10 DC-TICKET-ID  PIC X(6).
             10 DC-ACTION     PIC X(1).
             10 DC-SUPERVISOR PIC X(8).
             10 DC-REASON     PIC X(16).
             10 DC-MATCHED-SW PIC X(1).
       01 DECISION-TABLE-CAPACITY PIC 9(2) VALUE 50.
       01 D PIC 9(2).
       01 APPROVED-COUNT PIC 9(2) VALUE 0.
       01 REJECTED-COUNT PIC 9(2) VALUE 0.
       01 UNMATCHED-COUNT PIC 9(2) VALUE 0.
       01 SELF-APPROVAL-COUNT PIC 9(2) VALUE 0.
       01 INVALID-REASON-COUNT PIC 9(2) VALUE 0.
       01 LOG-RESULT PIC X(30).
       01 LOG-REQUESTER PIC X(8).
       01 LOG-ITEM PIC X(10).
       01 STAMP-TIME PIC 9(8).

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).

       COPY chainw.
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 APPROVE-TXN-FILE-NAME    PIC X(40) VALUE "APPRTXN".
          05 RESTOCK-DETAIL-FILE-NAME PIC X(40) VALUE "RSTKREQ".
          05 QUEUE-FILE-NAME          PIC X(40) VALUE "QUEUEDAT".
          05 WORK-DETAIL-FILE-NAME    PIC X(40) VALUE "RSTKTMP".
          05 WORK-QUEUE-FILE-NAME     PIC X(40) VALUE "QUEUETMP".
          05 QUEUE-HISTORY-FILE-NAME  PIC X(40) VALUE "QUEHIST".
          05 CONFIRM-FILE-NAME        PIC X(40) VALUE "RSTKCONF".
          05 APPROVE-LOG-FILE-NAME    PIC X(40) VALUE "APPRLOG".
          05 OPS-ALERT-FILE-NAME      PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 9 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 9.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-DECISION-TABLE.
       IF DECISION-COUNT = 0
           DISPLAY "APPRTXN vacio o ausente; sin decisiones que "
       DISPLAY "Aprobaciones: " APPROVED-COUNT " liberada(s), "
           REJECTED-COUNT " rechazada(s), " UNMATCHED-COUNT
           " sin solicitud retenida. Bitacora en APPRLOG.".
       IF SELF-APPROVAL-COUNT > 0
           DISPLAY "Separacion de funciones: " SELF-APPROVAL-COUNT
               " aprobacion(es) del propio solicitante rechazada(s);"
               " las solicitudes siguen retenidas."
       END-IF.
       IF INVALID-REASON-COUNT > 0
           DISPLAY "Motivo de rechazo no registrado en RSNCODE: "
               INVALID-REASON-COUNT " decision(es) sin aplicar;"
               " las solicitudes siguen retenidas."
       END-IF.
       IF UNMATCHED-COUNT > 0 OR SELF-APPROVAL-COUNT > 0
               OR INVALID-REASON-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
                               TO DC-ACTION(DECISION-COUNT)
                           MOVE AP-SUPERVISOR
                               TO DC-SUPERVISOR(DECISION-COUNT)
                           MOVE AP-REASON
                               TO DC-REASON(DECISION-COUNT)
                           MOVE "N" TO DC-MATCHED-SW(DECISION-COUNT)
                           IF AP-ACTION NOT = "A"
                                   AND AP-REASON NOT = SPACES
                               PERFORM CHECK-DECISION-REASON
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE APPROVE-TXN-FILE.

       CHECK-DECISION-REASON.
      *> Solo consulta (modo "C"): el motivo del supervisor no se
      *> asienta en RSNUNREG, la decision se rechaza aca mismo.
           MOVE "CANCELA" TO RK-DOMAIN.
           MOVE AP-REASON TO RK-CODE.
           MOVE "RESTOCK-APPROVE" TO RK-PROGRAM.
           MOVE "C" TO RK-MODE.
           CALL "REASON-CHECK" USING REASON-CHECK-PARM.
           EVALUATE TRUE
               WHEN RK-REGISTERED
                   MOVE RK-CODE TO DC-REASON(DECISION-COUNT)
               WHEN RK-UNREGISTERED
                   MOVE "R" TO DC-MATCHED-SW(DECISION-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-DECISIONS-TO-DETAILS.
      *> Una pasada por RSTKREQ: el detalle retenido con decision se
      *> libera (aprobado) o se retira con constancia (rechazado);

       DECIDE-ONE-DETAIL.
           PERFORM FIND-DECISION-FOR-TICKET.
           IF DECISION-IDX = 0
                   OR (RR-HOLD NOT = "R" AND RR-HOLD NOT = "B")
               MOVE RESTOCK-DETAIL-RECORD TO WORK-DETAIL-RECORD
               WRITE WORK-DETAIL-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO DC-MATCHED-SW(DECISION-IDX).
           MOVE RR-REQUESTER TO LOG-REQUESTER.
           MOVE RR-ITEM TO LOG-ITEM.
           IF DC-ACTION(DECISION-IDX) = "A"
                   AND RR-REQUESTER NOT = SPACES
                   AND RR-REQUESTER = DC-SUPERVISOR(DECISION-IDX)
               PERFORM REFUSE-SELF-APPROVAL
               EXIT PARAGRAPH
           END-IF.
           IF DC-ACTION(DECISION-IDX) = "A"
               ADD 1 TO APPROVED-COUNT
               IF RR-HOLD = "B"
                   MOVE "P" TO RR-HOLD
                   MOVE "APROBADA: SOBRE PRESUPUESTO" TO LOG-RESULT
               ELSE
                   MOVE SPACES TO RR-HOLD
                   MOVE "APROBADA: RETENCION LIBERADA" TO LOG-RESULT
               END-IF
               MOVE RESTOCK-DETAIL-RECORD TO WORK-DETAIL-RECORD
               WRITE WORK-DETAIL-RECORD
               DISPLAY "Aprobada: solicitud " RR-TICKET-ID " por "
                   FUNCTION TRIM(DC-SUPERVISOR(DECISION-IDX)) "."
           ELSE
           END-IF.
           PERFORM WRITE-APPROVE-LOG.

       REFUSE-SELF-APPROVAL.
      *> Quien pidio no aprueba: el detalle pasa intacto (sigue
      *> retenido) y la decision queda rechazada en la bitacora.
           ADD 1 TO SELF-APPROVAL-COUNT.
           MOVE RESTOCK-DETAIL-RECORD TO WORK-DETAIL-RECORD.
           WRITE WORK-DETAIL-RECORD.
           MOVE "RECHAZADA: MISMO SOLICITANTE" TO LOG-RESULT.
           PERFORM WRITE-APPROVE-LOG.
           DISPLAY "Rechazada: " FUNCTION TRIM(RR-REQUESTER)
               " genero la solicitud " RR-TICKET-ID
               " y no puede aprobarla; sigue retenida.".
           MOVE "SOD-AUTOAPROB" TO ALERT-REASON.
           MOVE SPACES TO ALERT-VALUE.
           STRING RR-TICKET-ID " " RR-REQUESTER
               DELIMITED BY SIZE INTO ALERT-VALUE
           END-STRING.
           PERFORM WRITE-OPS-ALERT.

       FIND-DECISION-FOR-TICKET.
           MOVE 0 TO DECISION-IDX.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DECISION-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO CF-DATE.
           MOVE "RECHAZADA-SUPERVISOR" TO CF-RESULT.
           MOVE RR-DATE TO CF-REQ-DATE.
           PERFORM CHECK-CONFIRM-RESULT.
           WRITE CONFIRM-RECORD.
           CLOSE CONFIRM-FILE.

           MOVE HISTORY-TIME-STAMP TO QH-COMPLETE-TIME.
           MOVE 0 TO QH-WAIT-CS.
           MOVE DC-SUPERVISOR(D) TO QH-OPERATOR.
           IF DC-REASON(D) NOT = SPACES
               MOVE DC-REASON(D) TO QH-REASON
           ELSE
               MOVE "RECHAZO-SUPERV" TO QH-REASON
           END-IF.
           PERFORM CHECK-HISTORY-REASON.
           MOVE QD-ORIGIN TO QH-ORIGIN.
           MOVE QD-EST-WAIT-CS TO QH-EST-WAIT-CS.
           MOVE QD-CUSTOMER-ID TO QH-CUSTOMER-ID.
           WRITE QUEUE-HISTORY-RECORD.
           CLOSE QUEUE-HISTORY-FILE.

               IF DC-MATCHED-SW(D) = "N"
                   ADD 1 TO UNMATCHED-COUNT
                   MOVE "SIN SOLICITUD RETENIDA" TO LOG-RESULT
                   MOVE SPACES TO LOG-REQUESTER
                   MOVE SPACES TO LOG-ITEM
                   MOVE D TO DECISION-IDX
                   PERFORM WRITE-APPROVE-LOG
                   DISPLAY "Sin efecto: la decision sobre el tique "
                       DC-TICKET-ID(D) " no encontro solicitud "
                       "retenida."
               END-IF
               IF DC-MATCHED-SW(D) = "R"
                   ADD 1 TO INVALID-REASON-COUNT
                   MOVE "RECHAZADA: MOTIVO SIN REGISTRO" TO LOG-RESULT
                   MOVE SPACES TO LOG-REQUESTER
                   MOVE SPACES TO LOG-ITEM
                   MOVE D TO DECISION-IDX
                   PERFORM WRITE-APPROVE-LOG
                   DISPLAY "Rechazada: el motivo '"
                       FUNCTION TRIM(DC-REASON(D)) "' del tique "
                       DC-TICKET-ID(D) " no esta en RSNCODE; la "
                       "solicitud sigue retenida."
               END-IF
           END-PERFORM.

       CHECK-CONFIRM-RESULT.
      *> El resultado de la constancia se valida como emisor: un
      *> sinonimo sale normalizado y lo no registrado queda en
      *> RSNUNREG (la constancia se graba igual).
           MOVE "REPOSICION" TO RK-DOMAIN.
           MOVE CF-RESULT TO RK-CODE.
           MOVE "RESTOCK-APPROVE" TO RK-PROGRAM.
           MOVE SPACE TO RK-MODE.
           CALL "REASON-CHECK" USING REASON-CHECK-PARM.
           IF RK-REGISTERED
               MOVE RK-CODE TO CF-RESULT
           END-IF.

       CHECK-HISTORY-REASON.
           MOVE "CANCELA" TO RK-DOMAIN.
           MOVE QH-REASON TO RK-CODE.
           MOVE "RESTOCK-APPROVE" TO RK-PROGRAM.
           MOVE SPACE TO RK-MODE.
           CALL "REASON-CHECK" USING REASON-CHECK-PARM.
           IF RK-REGISTERED
               MOVE RK-CODE TO QH-REASON
           END-IF.

       WRITE-APPROVE-LOG.
           PERFORM LOAD-APPROVE-LOG-CHAIN-TAIL.
           OPEN EXTEND APPROVE-LOG-FILE.
           IF NOT APPROVE-LOG-OK
               CLOSE APPROVE-LOG-FILE
           MOVE DC-TICKET-ID(DECISION-IDX) TO AL-TICKET-ID.
           MOVE DC-ACTION(DECISION-IDX) TO AL-ACTION.
           MOVE LOG-RESULT TO AL-RESULT.
           MOVE LOG-REQUESTER TO AL-REQUESTER.
           MOVE LOG-ITEM TO AL-ITEM.
           MOVE SPACES TO AL-CHAIN.
           MOVE APPROVE-LOG-RECORD TO CHAIN-TEXT.
           MOVE LENGTH OF APPROVE-LOG-RECORD TO CHAIN-TEXT-LEN.
           PERFORM COMPUTE-CHAIN-VALUE.
           MOVE CHAIN-VALUE TO AL-CHAIN.
           WRITE APPROVE-LOG-RECORD.
           CLOSE APPROVE-LOG-FILE.

       LOAD-APPROVE-LOG-CHAIN-TAIL.
      *> Sello del ultimo registro de APPRLOG, antes de agregar.
           MOVE 0 TO CHAIN-PREV-VALUE.
           MOVE "N" TO CHAIN-EOF-SW.
           OPEN INPUT APPROVE-LOG-FILE.
           IF APPROVE-LOG-STATUS = "00"
               PERFORM UNTIL CHAIN-EOF
                   READ APPROVE-LOG-FILE
                       AT END
                           SET CHAIN-EOF TO TRUE
                       NOT AT END
                           IF AL-CHAIN IS NUMERIC
                               MOVE AL-CHAIN TO CHAIN-PREV-VALUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE APPROVE-LOG-FILE.

       WRITE-OPS-ALERT.
      *> El llamador carga ALERT-REASON y ALERT-VALUE. Una falta a la
      *> separacion de funciones es de severidad alta.
           OPEN EXTEND OPS-ALERT-FILE.
           IF NOT OPS-ALERT-OK
               CLOSE OPS-ALERT-FILE
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF.
           MOVE "RESTOCK-APPROVE" TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           ACCEPT ALERT-TIME-STAMP FROM TIME.
           MOVE ALERT-TIME-STAMP TO ALERT-TIME.
           MOVE "N" TO ALERT-ACK.
           MOVE "A" TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

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
           MOVE "RESTOCK-APPROVE" TO LOCK-PROGRAM.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY chainp.

       COPY fenvp.
       COPY rsnalp.
