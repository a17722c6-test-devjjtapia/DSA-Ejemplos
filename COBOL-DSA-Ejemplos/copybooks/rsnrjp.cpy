      *> Validacion del motivo del rechazo contra RSNCODE (ver
      *> rsnparm.cpy); se COPY-a al final del PROCEDURE DIVISION y se
      *> ejecuta justo antes del WRITE REJECT-RECORD, con el registro
      *> ya armado. Un sinonimo sale normalizado al codigo valido; un
      *> motivo no registrado se graba igual (el rechazo no se pierde)
      *> y queda en RSNUNREG.
       CHECK-REJECT-REASON.
           MOVE "RECHAZO" TO RK-DOMAIN.
           MOVE RJ-REASON TO RK-CODE.
           MOVE RJ-PROGRAM TO RK-PROGRAM.
           MOVE SPACE TO RK-MODE.
           MOVE RETURN-CODE TO REASON-SAVE-RC.
           CALL "REASON-CHECK" USING REASON-CHECK-PARM.
           MOVE REASON-SAVE-RC TO RETURN-CODE.
           IF RK-REGISTERED
               MOVE RK-CODE TO RJ-REASON
           END-IF.
