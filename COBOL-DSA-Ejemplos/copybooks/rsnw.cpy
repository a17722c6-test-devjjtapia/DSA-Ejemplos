      *> Area de trabajo de la validacion de motivos (ver
      *> rsnparm.cpy); el programa la pasa por CHECK-ALERT-REASON
      *> (rsnalp.cpy), CHECK-REJECT-REASON (rsnrjp.cpy) o un CALL
      *> directo a REASON-CHECK.
       01 REASON-CHECK-PARM.
           COPY rsnparm.
      *> El CALL pisa RETURN-CODE: el codigo que el programa ya fijo
      *> se guarda aqui y se repone al volver.
       01 REASON-SAVE-RC PIC S9(4) VALUE 0.
