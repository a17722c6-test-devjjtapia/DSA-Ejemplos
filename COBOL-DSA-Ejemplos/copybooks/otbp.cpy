      *> Rutinas compartidas del presupuesto de compras (ver
      *> otbs.cpy); se COPY-an al final del PROCEDURE DIVISION.
      *>
      *> LOAD-OTB-BUDGETS: carga los presupuestos del mes OTB-MONTH
      *> con los acumuladores en cero.
      *>
      *> ADD-TO-OTB-BUDGETS: suma OTB-RECEIVED-VALUE y OTB-OPEN-VALUE
      *> de una linea (OTB-LINE-VENDOR, OTB-LINE-ITEM) al presupuesto
      *> de su proveedor y a los de su nodo de categoria y los de
      *> arriba. El llamador arma los valores desde POFILE.
      *>
      *> FIND-OTB-AVAILABLE: para la misma linea deja en OTB-AVAILABLE
      *> el menor disponible (presupuesto - recibido - abierto) de los
      *> presupuestos que la alcanzan, y cual es en OTB-SHORT-TYPE /
      *> OTB-SHORT-KEY; OTB-LIMITED apagado si ninguno la alcanza.
       LOAD-OTB-BUDGETS.
           MOVE 0 TO OTB-COUNT.
           MOVE OTB-BUDGET-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO OTB-BUDGET-FILE-NAME.
           OPEN INPUT OTB-BUDGET-FILE.
           IF OTB-BUDGET-OK
               PERFORM UNTIL OTB-BUDGET-EOF
                   READ OTB-BUDGET-FILE
                       AT END
                           SET OTB-BUDGET-EOF TO TRUE
                       NOT AT END
                           IF OB-MONTH = OTB-MONTH
                               PERFORM ADD-OTB-BUDGET-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OTB-BUDGET-FILE.

       ADD-OTB-BUDGET-ENTRY.
           IF OTB-COUNT >= OTB-TABLE-CAPACITY
               DISPLAY "Aviso: OTBBUDG supera " OTB-TABLE-CAPACITY
                   " presupuestos en " OTB-MONTH
                   "; el resto no se controla."
               SET OTB-BUDGET-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OTB-COUNT.
           MOVE OB-TYPE TO OTB-TYPE(OTB-COUNT).
           MOVE OB-KEY TO OTB-KEY(OTB-COUNT).
           IF OB-AMOUNT IS NUMERIC
               MOVE OB-AMOUNT TO OTB-BUDGET(OTB-COUNT)
           ELSE
               MOVE 0 TO OTB-BUDGET(OTB-COUNT)
           END-IF.
           MOVE 0 TO OTB-RECEIVED(OTB-COUNT).
           MOVE 0 TO OTB-OPEN(OTB-COUNT).
           MOVE "S" TO OTB-HAS-BUDGET(OTB-COUNT).

       ADD-TO-OTB-BUDGETS.
           MOVE OTB-LINE-ITEM TO CAT-ITEM-WANTED.
           PERFORM FIND-ITEM-CATEGORY.
           PERFORM VARYING OB FROM 1 BY 1 UNTIL OB > OTB-COUNT
               PERFORM CHECK-OTB-APPLIES
               IF OTB-APPLIES
                   ADD OTB-RECEIVED-VALUE TO OTB-RECEIVED(OB)
                   ADD OTB-OPEN-VALUE TO OTB-OPEN(OB)
               END-IF
           END-PERFORM.

       FIND-OTB-AVAILABLE.
           MOVE "N" TO OTB-LIMITED-SW.
           MOVE 0 TO OTB-AVAILABLE.
           MOVE SPACES TO OTB-SHORT-TYPE.
           MOVE SPACES TO OTB-SHORT-KEY.
           MOVE OTB-LINE-ITEM TO CAT-ITEM-WANTED.
           PERFORM FIND-ITEM-CATEGORY.
           PERFORM VARYING OB FROM 1 BY 1 UNTIL OB > OTB-COUNT
               PERFORM CHECK-OTB-APPLIES
               IF OTB-APPLIES AND OTB-HAS-BUDGET(OB) = "S"
                   COMPUTE OTB-REMAINING = OTB-BUDGET(OB)
                       - OTB-RECEIVED(OB) - OTB-OPEN(OB)
                   IF OTB-SHORT-TYPE = SPACES
                           OR OTB-REMAINING < OTB-AVAILABLE
                       MOVE OTB-REMAINING TO OTB-AVAILABLE
                       MOVE OTB-TYPE(OB) TO OTB-SHORT-TYPE
                       MOVE OTB-KEY(OB) TO OTB-SHORT-KEY
                   END-IF
               END-IF
           END-PERFORM.
           IF OTB-SHORT-TYPE NOT = SPACES
               SET OTB-LIMITED TO TRUE
           END-IF.

       CHECK-OTB-APPLIES.
      *> Deja OTB-APPLIES prendido si el presupuesto OB alcanza a la
      *> linea: el de su proveedor, o el de su nodo de categoria o
      *> uno de arriba (CAT-KEY-FOUND ya resuelto por el llamador).
           MOVE "N" TO OTB-APPLIES-SW.
           EVALUATE TRUE
               WHEN OTB-TYPE(OB) = "V"
                   IF OTB-KEY(OB)(1:6) = OTB-LINE-VENDOR
                       SET OTB-APPLIES TO TRUE
                   END-IF
               WHEN OTB-TYPE(OB) NOT = "C" OR NOT CAT-FOUND
                   CONTINUE
               WHEN OTB-KEY(OB)(4:6) = SPACES
                   IF OTB-KEY(OB)(1:3) = CAT-KEY-FOUND(1:3)
                       SET OTB-APPLIES TO TRUE
                   END-IF
               WHEN OTB-KEY(OB)(7:3) = SPACES
                   IF OTB-KEY(OB)(1:6) = CAT-KEY-FOUND(1:6)
                       SET OTB-APPLIES TO TRUE
                   END-IF
               WHEN OTHER
                   IF OTB-KEY(OB) = CAT-KEY-FOUND
                       SET OTB-APPLIES TO TRUE
                   END-IF
           END-EVALUATE.
