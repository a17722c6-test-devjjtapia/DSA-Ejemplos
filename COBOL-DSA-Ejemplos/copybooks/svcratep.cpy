      *> Rutinas compartidas del ritmo de atencion (ver svcratew.cpy);
      *> se COPY-an al final del PROCEDURE DIVISION, despues de
      *> runparmp. El programa declara QUEUE-HISTORY-FILE (COPY
      *> quehist) con QUEUE-HISTORY-STATUS y su 88 QUEUE-HISTORY-OK, y
      *> ya corrio LOAD-RUN-PARMS antes de LOAD-SERVICE-RATES.
       LOAD-SERVICE-RATES.
           MOVE "VENTANA-ESTIMACION" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE SERVICE-RATE-WINDOW =
                   FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           IF SERVICE-RATE-WINDOW = 0
               MOVE 7 TO SERVICE-RATE-WINDOW
           END-IF.
           MOVE "TIEMPO-ATENCION" TO PARM-KEY-WANTED.
           PERFORM GET-RUN-PARM.
           IF PARM-FOUND AND FUNCTION TRIM(PARM-VALUE-FOUND) IS NUMERIC
               COMPUTE SERVICE-RATE-DEFAULT =
                   FUNCTION NUMVAL(PARM-VALUE-FOUND)
           END-IF.
           IF SERVICE-RATE-DEFAULT = 0
               MOVE 18000 TO SERVICE-RATE-DEFAULT
           END-IF.
           MOVE 0 TO SERVICE-RATE-COUNT.
           COMPUTE SR-TODAY = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           MOVE "N" TO SERVICE-RATE-EOF-SW.
           OPEN INPUT QUEUE-HISTORY-FILE.
           IF QUEUE-HISTORY-OK
               PERFORM UNTIL SERVICE-RATE-EOF
                   READ QUEUE-HISTORY-FILE
                       AT END
                           SET SERVICE-RATE-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-SERVICE-RATE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUEUE-HISTORY-FILE.

       TALLY-SERVICE-RATE.
      *> Solo atenciones completadas ("C") dentro de la ventana; la
      *> brecha se mide contra la atencion anterior de la misma cola
      *> en el mismo dia.
           IF QH-STATUS NOT = "C"
                   OR QH-COMPLETE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SR-DAY = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(QH-COMPLETE-DATE)).
           IF SR-DAY + SERVICE-RATE-WINDOW <= SR-TODAY
                   OR SR-DAY > SR-TODAY
               EXIT PARAGRAPH
           END-IF.
           MOVE QH-COMPLETE-TIME TO SR-TIME.
           COMPUTE SR-CS =
               SR-HH * 360000 + SR-MM * 6000 + SR-SS * 100 + SR-CC.
           IF QH-QUEUE-NAME = SPACES
               MOVE "Caja1" TO SERVICE-RATE-QUEUE
           ELSE
               MOVE QH-QUEUE-NAME TO SERVICE-RATE-QUEUE
           END-IF.
           PERFORM FIND-SERVICE-RATE-ENTRY.
           IF SR = 0
               IF SERVICE-RATE-COUNT >= SERVICE-RATE-CAPACITY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SERVICE-RATE-COUNT
               MOVE SERVICE-RATE-COUNT TO SR
               MOVE SERVICE-RATE-QUEUE TO SR-QUEUE-NAME(SR)
               MOVE 0 TO SR-GAP-SUM(SR) SR-GAP-COUNT(SR)
                   SR-LAST-DAY(SR) SR-LAST-CS(SR)
           END-IF.
           IF SR-LAST-DAY(SR) = SR-DAY
               COMPUTE SR-GAP = SR-CS - SR-LAST-CS(SR)
               IF SR-GAP > 0 AND SR-GAP <= SERVICE-RATE-IDLE-CS
                   ADD SR-GAP TO SR-GAP-SUM(SR)
                   ADD 1 TO SR-GAP-COUNT(SR)
               END-IF
           END-IF.
           MOVE SR-DAY TO SR-LAST-DAY(SR).
           MOVE SR-CS TO SR-LAST-CS(SR).

       FIND-SERVICE-RATE-ENTRY.
           MOVE 0 TO SR.
           PERFORM VARYING SR FROM 1 BY 1
                   UNTIL SR > SERVICE-RATE-COUNT
               IF SR-QUEUE-NAME(SR) = SERVICE-RATE-QUEUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SR > SERVICE-RATE-COUNT
               MOVE 0 TO SR
           END-IF.

       GET-SERVICE-RATE.
           PERFORM FIND-SERVICE-RATE-ENTRY.
           IF SR > 0 AND SR-GAP-COUNT(SR) > 0
               COMPUTE SERVICE-RATE-CS ROUNDED =
                   SR-GAP-SUM(SR) / SR-GAP-COUNT(SR)
           ELSE
               MOVE SERVICE-RATE-DEFAULT TO SERVICE-RATE-CS
           END-IF.
