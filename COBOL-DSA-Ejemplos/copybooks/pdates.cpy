      *> SELECT de la fecha de proceso PROCDATE (ver pdatef.cpy). Los
      *> programas fechaban el negocio con el reloj: cuando la noche no
      *> corrio, el martes no se podia reprocesar el miercoles porque
      *> el control de balanceo, el extracto contable y el archivado
      *> tomaban el dia equivocado y las antiguedades saltaban.
      *> RUN-ALL-DEMOS fija la fecha de proceso al arrancar y la cierra
      *> al terminar; cada programa la toma con GET-BUSINESS-DATE para
      *> fechar el negocio (dia del reporte, antiguedades, periodo),
      *> mientras las bitacoras, el mayor y las alertas siguen con el
      *> sello real del reloj. Se COPY-a dentro de FILE-CONTROL; las
      *> demas piezas van en pdatef/pdatew/pdatep, igual que runparms.
           SELECT OPTIONAL PROC-DATE-FILE
               ASSIGN USING PROC-DATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-DATE-STATUS.
