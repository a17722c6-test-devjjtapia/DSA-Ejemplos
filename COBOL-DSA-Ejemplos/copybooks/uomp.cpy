      *> Rutinas compartidas de unidades de medida (ver uoms.cpy); se
      *> COPY-an al final del PROCEDURE DIVISION.
      *>
      *> CONVERT-TO-STOCK-UNIT: dado UOM-ITEM-WANTED, UOM-UNIT-WANTED y
      *> UOM-QTY-IN deja en UOM-QTY-OUT la cantidad en unidades de
      *> stock (redondeada a la unidad) y prende UOM-FOUND. Unidad en
      *> blanco = ya viene en unidad de stock (los registros viejos).
      *> Una unidad que el articulo no tiene en FRUTUOM deja UOM-FOUND
      *> apagado: el llamador rechaza, no adivina.
      *>
      *> GET-PURCHASE-UNIT: unidad de compra habitual ("C") del
      *> articulo en UOM-UNIT-FOUND / UOM-FACTOR-FOUND; UOM-FOUND
      *> apagado si no tiene.
       LOAD-UOM-TABLE.
           MOVE 0 TO UOM-COUNT.
           MOVE UOM-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO UOM-FILE-NAME.
           OPEN INPUT UOM-FILE.
           IF UOM-FILE-OK
               PERFORM UNTIL UOM-FILE-EOF
                   READ UOM-FILE
                       AT END
                           SET UOM-FILE-EOF TO TRUE
                       NOT AT END
                           IF UOM-COUNT >= UOM-TABLE-CAPACITY
                               DISPLAY "Aviso: FRUTUOM supera "
                                   UOM-TABLE-CAPACITY " renglones; "
                                   "el resto no se carga."
                               SET UOM-FILE-EOF TO TRUE
                           ELSE
                               IF UM-UNIT NOT = SPACES
                                       AND UM-FACTOR IS NUMERIC
                                       AND UM-FACTOR > 0
                                   ADD 1 TO UOM-COUNT
                                   MOVE UM-ITEM TO UOT-ITEM(UOM-COUNT)
                                   MOVE UM-UNIT TO UOT-UNIT(UOM-COUNT)
                                   MOVE UM-FACTOR
                                       TO UOT-FACTOR(UOM-COUNT)
                                   MOVE UM-KIND TO UOT-KIND(UOM-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE UOM-FILE.

       CONVERT-TO-STOCK-UNIT.
           MOVE "N" TO UOM-FOUND-SW.
           MOVE "N" TO UOM-CONVERTED-SW.
           MOVE 0 TO UOM-QTY-OUT.
           MOVE 1 TO UOM-FACTOR-FOUND.
           IF UOM-UNIT-WANTED = SPACES
               MOVE UOM-QTY-IN TO UOM-QTY-OUT
               SET UOM-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING UM FROM 1 BY 1 UNTIL UM > UOM-COUNT
               IF FUNCTION TRIM(UOT-ITEM(UM))
                       = FUNCTION TRIM(UOM-ITEM-WANTED)
                       AND UOT-UNIT(UM) = UOM-UNIT-WANTED
                   MOVE UOT-FACTOR(UM) TO UOM-FACTOR-FOUND
                   SET UOM-FOUND TO TRUE
                   IF UOT-KIND(UM) NOT = "S"
                       SET UOM-CONVERTED TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UOM-FOUND
               COMPUTE UOM-QTY-OUT ROUNDED =
                   UOM-QTY-IN * UOM-FACTOR-FOUND
           END-IF.

       GET-PURCHASE-UNIT.
           MOVE "N" TO UOM-FOUND-SW.
           MOVE SPACES TO UOM-UNIT-FOUND.
           MOVE 1 TO UOM-FACTOR-FOUND.
           PERFORM VARYING UM FROM 1 BY 1 UNTIL UM > UOM-COUNT
               IF FUNCTION TRIM(UOT-ITEM(UM))
                       = FUNCTION TRIM(UOM-ITEM-WANTED)
                       AND UOT-KIND(UM) = "C"
                   MOVE UOT-UNIT(UM) TO UOM-UNIT-FOUND
                   MOVE UOT-FACTOR(UM) TO UOM-FACTOR-FOUND
                   SET UOM-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
