      *> Fecha de negocio (ver pdates.cpy); se COPY-a al final del
      *> PROCEDURE DIVISION. GET-BUSINESS-DATE va al principio de la
      *> corrida: con PROCDATE abierta y una fecha valida, esa es la
      *> fecha de negocio; sin archivo o cerrada, la del reloj, como
      *> siempre. Una fecha distinta de la del reloj se avisa, para
      *> que nadie lea un reporte de ayer creyendo que es de hoy.
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE.
           MOVE "N" TO BUSINESS-DATE-SW.
           MOVE PROC-DATE-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO PROC-DATE-FILE-NAME.
           OPEN INPUT PROC-DATE-FILE.
           IF PROC-DATE-OK
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RD-STATE = "A" AND RD-DATE IS NUMERIC
                           IF FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(RD-DATE)) = 0
                               MOVE RD-DATE TO BUSINESS-DATE
                               SET BUSINESS-DATE-FROM-PROCDATE
                                   TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.
           CLOSE PROC-DATE-FILE.
           IF BUSINESS-DATE NOT = FUNCTION CURRENT-DATE(1:8)
               DISPLAY "Fecha de proceso " BUSINESS-DATE
                   " (PROCDATE), no la del reloj."
           END-IF.
