      *> Alerta central de operaciones: toda condicion que termina en
      *> RC 8/16 deja ademas un registro estructurado en OPSALERT, para
      *> que no se pierda si nadie mira el fin del job.
           SELECT OPTIONAL OPS-ALERT-FILE
               ASSIGN USING OPS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-ALERT-STATUS.

       01 OPS-ALERT-STATUS PIC XX VALUE "00".
           88 OPS-ALERT-OK VALUE "00".
       01 ALERT-TIME-STAMP PIC 9(8).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 OPS-ALERT-FILE-NAME PIC X(40) VALUE "OPSALERT".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 1 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 1.
       COPY rsnw.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       DISPLAY "--- CLIENTES ATENDIDOS, A LA ESPERA DE CALLBACK ---".
       MOVE "Cliente A" TO ITEM-TO-ENQUEUE.
       PERFORM ENQUEUE-ROUTINE.
               ADD 1 TO TOP-POINTER
               MOVE ITEM-TO-PUSH TO STACK-ITEM(TOP-POINTER)
           ELSE
               DISPLAY
                   "Error: La pila de callbacks esta llena. Se vara '"
                   FUNCTION TRIM(ITEM-TO-PUSH) "'."
               ADD 1 TO STRANDED-COUNT
           END-IF.
           MOVE "N" TO ALERT-ACK.
           MOVE SPACE TO ALERT-SEVERITY.
           MOVE SPACE TO ALERT-ROUTED.
           PERFORM CHECK-ALERT-REASON.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERT-FILE.

       COPY fenvp.
       COPY rsnalp.
