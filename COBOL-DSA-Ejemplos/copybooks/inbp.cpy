      *> Control de archivos entrantes (ver inbs.cpy); se COPY-a al
      *> final del PROCEDURE DIVISION.
      *>
      *> CHECK-INBOUND-FILE: lee el archivo INBOUND-SOURCE entero,
      *> cuenta los renglones no vacios, toma la fecha del renglon HDR
      *> si lo trae y sella el contenido con COMPUTE-CHAIN-VALUE. Un
      *> archivo ausente o vacio deja INBOUND-EMPTY y no se registra
      *> (el cargador sigue su camino de siempre). Si INBREG ya tiene
      *> una llegada aceptada de la misma fuente con la misma cantidad
      *> y el mismo sello, y no fue anulada, el archivo es un
      *> repetido: queda INBOUND-DUPLICATE, se registra como "D" y el
      *> llamador no lo procesa. Si no, se registra como la llegada
      *> siguiente de la fuente y queda INBOUND-NEW.
       CHECK-INBOUND-FILE.
           MOVE "V" TO INBOUND-RESULT-SW.
           MOVE 0 TO INBOUND-REC-COUNT.
           MOVE 0 TO INBOUND-CHECKSUM.
           MOVE 0 TO INBOUND-SEQUENCE.
           MOVE 0 TO INBOUND-DUP-SEQ.
           MOVE SPACES TO INBOUND-DUP-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO INBOUND-FILE-DATE.
           MOVE 0 TO CHAIN-PREV-VALUE.
           MOVE INBOUND-SOURCE TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO INBOUND-RAW-FILE-NAME.
           OPEN INPUT INBOUND-RAW-FILE.
           IF INBOUND-RAW-OK
               PERFORM UNTIL INBOUND-RAW-EOF
                   READ INBOUND-RAW-FILE
                       AT END
                           SET INBOUND-RAW-EOF TO TRUE
                       NOT AT END
                           IF INBOUND-RAW-RECORD NOT = SPACES
                               PERFORM SEAL-INBOUND-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INBOUND-RAW-FILE.
           IF INBOUND-REC-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE CHAIN-PREV-VALUE TO INBOUND-CHECKSUM.

           MOVE "A" TO INBOUND-RESULT-SW.
           MOVE INBOUND-REGISTRY-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO INBOUND-REGISTRY-FILE-NAME.
           OPEN INPUT INBOUND-REGISTRY-FILE.
           IF INBOUND-REGISTRY-OK
               PERFORM UNTIL INBOUND-REGISTRY-EOF
                   READ INBOUND-REGISTRY-FILE
                       AT END
                           SET INBOUND-REGISTRY-EOF TO TRUE
                       NOT AT END
                           IF IR-SOURCE = INBOUND-SOURCE
                               PERFORM MATCH-INBOUND-ARRIVAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INBOUND-REGISTRY-FILE.
           IF INBOUND-NEW
               ADD 1 TO INBOUND-SEQUENCE
           ELSE
               MOVE INBOUND-DUP-SEQ TO INBOUND-SEQUENCE
           END-IF.

           OPEN EXTEND INBOUND-REGISTRY-FILE.
           IF NOT INBOUND-REGISTRY-OK
               CLOSE INBOUND-REGISTRY-FILE
               OPEN OUTPUT INBOUND-REGISTRY-FILE
           END-IF.
           MOVE INBOUND-SOURCE TO IR-SOURCE.
           MOVE INBOUND-SEQUENCE TO IR-SEQUENCE.
           MOVE INBOUND-FILE-DATE TO IR-FILE-DATE.
           MOVE INBOUND-REC-COUNT TO IR-COUNT.
           MOVE INBOUND-CHECKSUM TO IR-CHECKSUM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IR-RECV-DATE.
           ACCEPT INBOUND-TIME-STAMP FROM TIME.
           MOVE INBOUND-TIME-STAMP TO IR-RECV-TIME.
           MOVE INBOUND-PROGRAM TO IR-PROGRAM.
           MOVE INBOUND-RESULT-SW TO IR-RESULT.
           MOVE SPACES TO IR-OPERATOR.
           WRITE INBOUND-REGISTRY-RECORD.
           CLOSE INBOUND-REGISTRY-FILE.

           IF INBOUND-DUPLICATE
               DISPLAY "ERROR: " FUNCTION TRIM(INBOUND-SOURCE)
                   " repetido: mismo contenido (" INBOUND-REC-COUNT
                   " renglones) que la llegada " INBOUND-DUP-SEQ
                   " del " INBOUND-DUP-DATE "; no se procesa."
               DISPLAY "Si hay que reprocesarlo: INBOUND-REGISTER "
                   "ANULAR " FUNCTION TRIM(INBOUND-SOURCE) " "
                   INBOUND-DUP-SEQ " <legajo>."
           ELSE
               DISPLAY FUNCTION TRIM(INBOUND-SOURCE) ": llegada "
                   INBOUND-SEQUENCE " registrada en INBREG ("
                   INBOUND-REC-COUNT " renglones, fecha "
                   INBOUND-FILE-DATE ")."
           END-IF.

       SEAL-INBOUND-RECORD.
           ADD 1 TO INBOUND-REC-COUNT.
           IF INBOUND-REC-COUNT = 1
                   AND INBOUND-RAW-RECORD(1:3) = "HDR"
                   AND INBOUND-RAW-RECORD(4:8) IS NUMERIC
               MOVE INBOUND-RAW-RECORD(4:8) TO INBOUND-FILE-DATE
           END-IF.
           MOVE INBOUND-RAW-RECORD TO CHAIN-TEXT.
           MOVE LENGTH OF INBOUND-RAW-RECORD TO CHAIN-TEXT-LEN.
           PERFORM COMPUTE-CHAIN-VALUE.
           MOVE CHAIN-VALUE TO CHAIN-PREV-VALUE.

       MATCH-INBOUND-ARRIVAL.
      *> INBREG va en orden de llegada: la ultima aceptada da el
      *> numero de la proxima, y una anulacion posterior de la llegada
      *> que coincidia la deja otra vez como archivo nuevo.
           EVALUATE IR-RESULT
               WHEN "A"
                   IF IR-SEQUENCE > INBOUND-SEQUENCE
                       MOVE IR-SEQUENCE TO INBOUND-SEQUENCE
                   END-IF
                   IF IR-COUNT = INBOUND-REC-COUNT
                           AND IR-CHECKSUM = INBOUND-CHECKSUM
                       MOVE "D" TO INBOUND-RESULT-SW
                       MOVE IR-SEQUENCE TO INBOUND-DUP-SEQ
                       MOVE IR-RECV-DATE TO INBOUND-DUP-DATE
                   END-IF
               WHEN "X"
                   IF INBOUND-DUPLICATE
                           AND IR-SEQUENCE = INBOUND-DUP-SEQ
                       MOVE "A" TO INBOUND-RESULT-SW
                       MOVE 0 TO INBOUND-DUP-SEQ
                       MOVE SPACES TO INBOUND-DUP-DATE
                   END-IF
           END-EVALUATE.
