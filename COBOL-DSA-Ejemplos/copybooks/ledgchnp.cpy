      *> Sello encadenado de STKLEDG (ver chainw.cpy y chainp.cpy);
      *> lo COPY-an al final del PROCEDURE DIVISION todos los que
      *> asientan en el mayor. LOAD-LEDGER-CHAIN-TAIL va antes de
      *> abrir el mayor para agregar: toma el sello del ultimo
      *> asiento. SEAL-LEDGER-RECORD va inmediatamente antes de cada
      *> WRITE LEDGER-RECORD y deja el sello listo para el siguiente.
       LOAD-LEDGER-CHAIN-TAIL.
           MOVE 0 TO CHAIN-PREV-VALUE.
           MOVE "N" TO CHAIN-EOF-SW.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL CHAIN-EOF
                   READ LEDGER-FILE
                       AT END
                           SET CHAIN-EOF TO TRUE
                       NOT AT END
                           IF LG-CHAIN OF LEDGER-RECORD IS NUMERIC
                               MOVE LG-CHAIN OF LEDGER-RECORD
                                   TO CHAIN-PREV-VALUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.

       SEAL-LEDGER-RECORD.
           MOVE SPACES TO LG-CHAIN OF LEDGER-RECORD.
           MOVE LEDGER-RECORD TO CHAIN-TEXT.
           MOVE LENGTH OF LEDGER-RECORD TO CHAIN-TEXT-LEN.
           PERFORM COMPUTE-CHAIN-VALUE.
           MOVE CHAIN-VALUE TO LG-CHAIN OF LEDGER-RECORD.
           MOVE CHAIN-VALUE TO CHAIN-PREV-VALUE.
