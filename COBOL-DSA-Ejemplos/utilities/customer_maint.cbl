       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MAINT.

      *> Mantenimiento del maestro de clientes CUSTMAST (ver
      *> custrec.cpy), al estilo de VENDOR-MASTER-MAINT. Hasta aca el
      *> tique solo traia "Cliente A" como texto libre: el que volvia
      *> era un desconocido cada vez y TICKET-TRACE podia seguir un
      *> tique pero nunca a una persona.
      *>
      *> Transacciones desde CUSTTXN, una por linea:
      *>   A alta: numero nuevo y nombre obligatorios, telefono
      *>     numerico o en blanco. El alta de un numero dado de baja
      *>     lo reactiva con los datos que traiga;
      *>   C cambio: los campos en blanco no se tocan;
      *>   D baja logica (CU-ACTIVE "I"): se rehusa mientras el
      *>     cliente tenga un tique vivo en QUEUEDAT o un pedido
      *>     abierto en CUSTORD -- quedarian colgados de una baja.
      *> Cada cliente tocado queda en la bitacora CUSTLOG con su valor
      *> viejo y nuevo; los rechazos tambien, con el motivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-TXN-FILE
               ASSIGN USING CUSTOMER-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-TXN-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN USING CUSTOMER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN USING QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPTIONAL ORDER-FILE ASSIGN USING ORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-FILE-STATUS.
      *> Bitacora de cambios (EXTEND), mismo esquema que VNDLOG.
           SELECT OPTIONAL CUSTOMER-LOG-FILE
               ASSIGN USING CUSTOMER-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-TXN-FILE.
       01  CUSTOMER-TXN-RECORD.
           05 CT-ACTION     PIC X(1).
           05 CT-ID         PIC X(10).
           05 CT-NAME       PIC X(20).
           05 CT-PHONE      PIC X(15).
           05 CT-PREF-QUEUE PIC X(10).
           05 CT-NOTES      PIC X(40).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY custrec.

       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD.
           COPY quedrec.

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           COPY ordrec.

       FD  CUSTOMER-LOG-FILE.
       01  CUSTOMER-LOG-RECORD.
           05 CL-DATE      PIC X(8).
           05 CL-TIME      PIC 9(8).
           05 CL-ACTION    PIC X(1).
           05 CL-ID        PIC X(10).
      *>      Nombre, telefono, cola preferida, notas y estado.
           05 CL-OLD-VALUE PIC X(86).
           05 CL-NEW-VALUE PIC X(86).
           05 CL-RESULT    PIC X(30).

       WORKING-STORAGE SECTION.
       01 CUSTOMER-TXN-STATUS PIC XX VALUE "00".
           88 CUSTOMER-TXN-OK  VALUE "00".
           88 CUSTOMER-TXN-EOF VALUE "10".
       01 CUSTOMER-FILE-STATUS PIC XX VALUE "00".
           88 CUSTOMER-FILE-OK  VALUE "00".
           88 CUSTOMER-FILE-EOF VALUE "10".
       01 QUEUE-FILE-STATUS PIC XX VALUE "00".
           88 QUEUE-FILE-OK  VALUE "00".
           88 QUEUE-FILE-EOF VALUE "10".
       01 ORDER-FILE-STATUS PIC XX VALUE "00".
           88 ORDER-FILE-OK  VALUE "00".
           88 ORDER-FILE-EOF VALUE "10".
       01 CUSTOMER-LOG-STATUS PIC XX VALUE "00".
           88 CUSTOMER-LOG-OK VALUE "00".

      *> CUSTMAST entero, en el orden del archivo.
       01 CUSTOMER-TABLE.
          05 CUSTOMER-COUNT PIC 9(3) VALUE 0.
          05 CUSTOMER-ENTRY OCCURS 500 TIMES.
             10 CE-ID PIC X(10).
             10 CE-DATA.
                15 CE-NAME       PIC X(20).
                15 CE-PHONE      PIC X(15).
                15 CE-PREF-QUEUE PIC X(10).
                15 CE-NOTES      PIC X(40).
                15 CE-ACTIVE     PIC X(1).
             10 CE-SINCE PIC X(8).
       01 CUSTOMER-TABLE-CAPACITY PIC 9(3) VALUE 500.
       01 C PIC 9(3).
       01 CUSTOMER-IDX PIC 9(3).
       01 CUSTOMER-OVERFLOW-SW PIC X VALUE "N".
           88 CUSTOMER-OVERFLOW VALUE "Y".
       01 CUSTOMER-CHANGED-SW PIC X VALUE "N".
           88 CUSTOMER-CHANGED VALUE "Y".

      *> Clientes con algo abierto: tique vivo o pedido sin cerrar.
       01 BUSY-TABLE.
          05 BUSY-COUNT PIC 9(3) VALUE 0.
          05 BUSY-ENTRY OCCURS 500 TIMES.
             10 BZ-ID     PIC X(10).
             10 BZ-SOURCE PIC X(1).
       01 BUSY-CAPACITY PIC 9(3) VALUE 500.
       01 B PIC 9(3).
       01 BUSY-SOURCE PIC X(1).

       01 TXN-COUNT      PIC 9(4) VALUE 0.
       01 APPLIED-COUNT  PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 TXN-RESULT PIC X(30).
       01 OLD-VALUE PIC X(86).
       01 NEW-VALUE PIC X(86).
       01 LOG-TIME-STAMP PIC 9(8).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 CUSTOMER-TXN-FILE-NAME PIC X(40) VALUE "CUSTTXN".
          05 CUSTOMER-FILE-NAME     PIC X(40) VALUE "CUSTMAST".
          05 QUEUE-FILE-NAME        PIC X(40) VALUE "QUEUEDAT".
          05 ORDER-FILE-NAME        PIC X(40) VALUE "CUSTORD".
          05 CUSTOMER-LOG-FILE-NAME PIC X(40) VALUE "CUSTLOG".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       PERFORM LOAD-CUSTOMER-TABLE.
      *> Regrabar desde una tabla incompleta borraria lo que no entro.
       IF CUSTOMER-OVERFLOW
           DISPLAY "ERROR: CUSTMAST supera " CUSTOMER-TABLE-CAPACITY
               " clientes; no se aplican transacciones."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LOAD-BUSY-CUSTOMERS.

       OPEN INPUT CUSTOMER-TXN-FILE.
       IF CUSTOMER-TXN-OK
           PERFORM UNTIL CUSTOMER-TXN-EOF
               READ CUSTOMER-TXN-FILE
                   AT END
                       SET CUSTOMER-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TXN-COUNT
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM
       END-IF.
       CLOSE CUSTOMER-TXN-FILE.
       IF CUSTOMER-CHANGED
           PERFORM SAVE-CUSTOMER-TABLE
       END-IF.

       IF TXN-COUNT = 0
           DISPLAY "CUSTTXN vacio o ausente; sin transacciones que "
               "aplicar."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Clientes: " APPLIED-COUNT " aplicada(s), "
           REJECTED-COUNT " rechazada(s) de " TXN-COUNT
           ". Bitacora en CUSTLOG.".
       IF REJECTED-COUNT > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-CUSTOMER-TABLE.
           MOVE 0 TO CUSTOMER-COUNT.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-OK
               PERFORM UNTIL CUSTOMER-FILE-EOF
                   READ CUSTOMER-FILE
                       AT END
                           SET CUSTOMER-FILE-EOF TO TRUE
                       NOT AT END
                           IF CUSTOMER-COUNT >= CUSTOMER-TABLE-CAPACITY
                               SET CUSTOMER-OVERFLOW TO TRUE
                               SET CUSTOMER-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO CUSTOMER-COUNT
                               MOVE CUSTOMER-RECORD
                                   TO CUSTOMER-ENTRY(CUSTOMER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-FILE.

       LOAD-BUSY-CUSTOMERS.
      *> "T" tique vivo en QUEUEDAT / "P" pedido abierto en CUSTORD
      *> (nuevo, asignado en parte o total: todavia no entregado ni
      *> anulado).
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-OK
               PERFORM UNTIL QUEUE-FILE-EOF
                   READ QUEUE-FILE
                       AT END
                           SET QUEUE-FILE-EOF TO TRUE
                       NOT AT END
                           IF QD-CUSTOMER-ID NOT = SPACES
                               MOVE "T" TO BUSY-SOURCE
                               PERFORM ADD-BUSY-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-FILE.
           OPEN INPUT ORDER-FILE.
           IF ORDER-FILE-OK
               PERFORM UNTIL ORDER-FILE-EOF
                   READ ORDER-FILE
                       AT END
                           SET ORDER-FILE-EOF TO TRUE
                       NOT AT END
                           IF OR-CUSTOMER NOT = SPACES
                                   AND (OR-STATUS = "N" OR "P" OR "T")
                               MOVE "P" TO BUSY-SOURCE
                               PERFORM ADD-BUSY-ORDER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORDER-FILE.

       ADD-BUSY-CUSTOMER.
           IF BUSY-COUNT < BUSY-CAPACITY
               ADD 1 TO BUSY-COUNT
               MOVE QD-CUSTOMER-ID TO BZ-ID(BUSY-COUNT)
               MOVE BUSY-SOURCE TO BZ-SOURCE(BUSY-COUNT)
           END-IF.

       ADD-BUSY-ORDER.
           IF BUSY-COUNT < BUSY-CAPACITY
               ADD 1 TO BUSY-COUNT
               MOVE OR-CUSTOMER TO BZ-ID(BUSY-COUNT)
               MOVE BUSY-SOURCE TO BZ-SOURCE(BUSY-COUNT)
           END-IF.

       APPLY-ONE-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE SPACES TO OLD-VALUE.
           MOVE SPACES TO NEW-VALUE.
           IF CT-ID = SPACES
               MOVE "RECHAZADA: SIN NUMERO" TO TXN-RESULT
           ELSE
               PERFORM FIND-CUSTOMER
               EVALUATE CT-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD
                   WHEN "C"
                       PERFORM APPLY-CHANGE
                   WHEN "D"
                       PERFORM APPLY-DEACTIVATE
                   WHEN OTHER
                       MOVE "RECHAZADA: ACCION DESCONOCIDA"
                           TO TXN-RESULT
               END-EVALUATE
           END-IF.
           IF TXN-RESULT(1:9) = "RECHAZADA"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rechazada: " CT-ACTION " "
                   FUNCTION TRIM(CT-ID) " ("
                   FUNCTION TRIM(TXN-RESULT) ")."
               PERFORM WRITE-CHANGE-LOG
           ELSE
               ADD 1 TO APPLIED-COUNT
           END-IF.

       FIND-CUSTOMER.
           MOVE 0 TO CUSTOMER-IDX.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CUSTOMER-COUNT
               IF CE-ID(C) = CT-ID
                   MOVE C TO CUSTOMER-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       VALIDATE-PHONE.
      *> Telefono: solo digitos (la pasarela de SMS no acepta otra
      *> cosa) o en blanco.
           IF CT-PHONE NOT = SPACES
                   AND FUNCTION TRIM(CT-PHONE) IS NOT NUMERIC
               MOVE "RECHAZADA: TELEFONO INVALIDO" TO TXN-RESULT
           END-IF.

       APPLY-ADD.
           IF CUSTOMER-IDX > 0 AND CE-ACTIVE(CUSTOMER-IDX) NOT = "I"
               MOVE "RECHAZADA: CLIENTE DUPLICADO" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-PHONE.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
      *> Reactivacion: el cliente dado de baja vuelve con sus datos
      *> viejos donde la transaccion viene en blanco.
           IF CUSTOMER-IDX > 0
               MOVE CUSTOMER-IDX TO C
               MOVE CE-DATA(C) TO OLD-VALUE
               PERFORM APPLY-TXN-FIELDS
               MOVE "A" TO CE-ACTIVE(C)
               SET CUSTOMER-CHANGED TO TRUE
               MOVE "REACTIVACION APLICADA" TO TXN-RESULT
               PERFORM LOG-CUSTOMER-CHANGE
               EXIT PARAGRAPH
           END-IF.
           IF CT-NAME = SPACES
               MOVE "RECHAZADA: FALTA EL NOMBRE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CUSTOMER-COUNT >= CUSTOMER-TABLE-CAPACITY
               MOVE "RECHAZADA: TABLA LLENA" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CUSTOMER-COUNT.
           MOVE CUSTOMER-COUNT TO C.
           MOVE SPACES TO CUSTOMER-ENTRY(C).
           MOVE CT-ID TO CE-ID(C).
           PERFORM APPLY-TXN-FIELDS.
           MOVE "A" TO CE-ACTIVE(C).
           MOVE FUNCTION CURRENT-DATE(1:8) TO CE-SINCE(C).
           SET CUSTOMER-CHANGED TO TRUE.
           MOVE "ALTA APLICADA" TO TXN-RESULT.
           PERFORM LOG-CUSTOMER-CHANGE.

       APPLY-CHANGE.
           IF CUSTOMER-IDX = 0
               MOVE "RECHAZADA: CLIENTE NO EXISTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-PHONE.
           IF TXN-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE CUSTOMER-IDX TO C.
           MOVE CE-DATA(C) TO OLD-VALUE.
           PERFORM APPLY-TXN-FIELDS.
           SET CUSTOMER-CHANGED TO TRUE.
           MOVE "CAMBIO APLICADO" TO TXN-RESULT.
           PERFORM LOG-CUSTOMER-CHANGE.

       APPLY-TXN-FIELDS.
      *> Los campos en blanco de la transaccion no se tocan.
           IF CT-NAME NOT = SPACES
               MOVE CT-NAME TO CE-NAME(C)
           END-IF.
           IF CT-PHONE NOT = SPACES
               MOVE FUNCTION TRIM(CT-PHONE) TO CE-PHONE(C)
           END-IF.
           IF CT-PREF-QUEUE NOT = SPACES
               MOVE CT-PREF-QUEUE TO CE-PREF-QUEUE(C)
           END-IF.
           IF CT-NOTES NOT = SPACES
               MOVE CT-NOTES TO CE-NOTES(C)
           END-IF.

       APPLY-DEACTIVATE.
           IF CUSTOMER-IDX = 0
               MOVE "RECHAZADA: CLIENTE NO EXISTE" TO TXN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BUSY-COUNT
               IF BZ-ID(B) = CT-ID
                   IF BZ-SOURCE(B) = "T"
                       MOVE "RECHAZADA: TIENE TIQUE VIVO"
                           TO TXN-RESULT
                   ELSE
                       MOVE "RECHAZADA: PEDIDO ABIERTO"
                           TO TXN-RESULT
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE CUSTOMER-IDX TO C.
           MOVE CE-DATA(C) TO OLD-VALUE.
           MOVE "I" TO CE-ACTIVE(C).
           SET CUSTOMER-CHANGED TO TRUE.
           MOVE "BAJA APLICADA" TO TXN-RESULT.
           PERFORM LOG-CUSTOMER-CHANGE.

       LOG-CUSTOMER-CHANGE.
           MOVE CE-DATA(C) TO NEW-VALUE.
           PERFORM WRITE-CHANGE-LOG.

       SAVE-CUSTOMER-TABLE.
           OPEN OUTPUT CUSTOMER-FILE.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CUSTOMER-COUNT
               MOVE CUSTOMER-ENTRY(C) TO CUSTOMER-RECORD
               WRITE CUSTOMER-RECORD
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

       WRITE-CHANGE-LOG.
           OPEN EXTEND CUSTOMER-LOG-FILE.
           IF NOT CUSTOMER-LOG-OK
               CLOSE CUSTOMER-LOG-FILE
               OPEN OUTPUT CUSTOMER-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CL-DATE.
           ACCEPT LOG-TIME-STAMP FROM TIME.
           MOVE LOG-TIME-STAMP TO CL-TIME.
           MOVE CT-ACTION TO CL-ACTION.
           MOVE CT-ID TO CL-ID.
           MOVE OLD-VALUE TO CL-OLD-VALUE.
           MOVE NEW-VALUE TO CL-NEW-VALUE.
           MOVE TXN-RESULT TO CL-RESULT.
           WRITE CUSTOMER-LOG-RECORD.
           CLOSE CUSTOMER-LOG-FILE.

       COPY fenvp.
