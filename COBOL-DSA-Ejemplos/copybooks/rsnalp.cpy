      *> Validacion del motivo de la alerta contra RSNCODE (ver
      *> rsnparm.cpy); se COPY-a al final del PROCEDURE DIVISION y se
      *> ejecuta justo antes del WRITE OPS-ALERT-RECORD, con el
      *> registro ya armado. Un sinonimo sale normalizado al codigo
      *> valido; la severidad en blanco toma la sugerida por el
      *> codigo. Un motivo no registrado se graba igual (la alerta no
      *> se pierde) y queda en RSNUNREG. Como es el ultimo paso
      *> antes de grabar cualquier alerta nueva, aqui arranca tambien
      *> en cero su cuenta de escalamientos (ver opsalert.cpy).
       CHECK-ALERT-REASON.
           MOVE 0 TO ALERT-ESC-COUNT.
           MOVE SPACES TO ALERT-ESC-DATE.
           MOVE 0 TO ALERT-ESC-TIME.
           MOVE "ALERTA" TO RK-DOMAIN.
           MOVE ALERT-REASON TO RK-CODE.
           MOVE ALERT-PROGRAM TO RK-PROGRAM.
           MOVE SPACE TO RK-MODE.
           MOVE RETURN-CODE TO REASON-SAVE-RC.
           CALL "REASON-CHECK" USING REASON-CHECK-PARM.
           MOVE REASON-SAVE-RC TO RETURN-CODE.
           IF RK-REGISTERED
               MOVE RK-CODE TO ALERT-REASON
               IF ALERT-SEVERITY = SPACE
                   MOVE RK-SEVERITY TO ALERT-SEVERITY
               END-IF
           END-IF.
