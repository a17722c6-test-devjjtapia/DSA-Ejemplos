      *> Rutinas compartidas de subtotales por categoria (ver
      *> catgs.cpy); se COPY-an al final del PROCEDURE DIVISION.
      *>
      *> LOAD-CATEGORY-TABLES: carga CATMAST e ITEMCAT y prende
      *> CATEGORIES-ACTIVE si hay alguna asignacion.
      *>
      *> FIND-ITEM-CATEGORY: dado CAT-ITEM-WANTED deja su nodo en
      *> CAT-KEY-FOUND y prende CAT-FOUND.
      *>
      *> ADD-TO-CATEGORY-SUBTOTALS: suma CAT-ADD-QTY, CAT-ADD-AMOUNT y
      *> CAT-ADD-AMOUNT-2 del articulo CAT-ITEM-WANTED a su nodo y a
      *> todos los nodos de arriba (el citrico suma tambien en
      *> frutas); sin categoria va al subtotal aparte y a la lista
      *> de excepciones.
      *>
      *> SORT-CATEGORY-SUBTOTALS: ordena por clave, asi cada
      *> departamento queda seguido de sus categorias y estas de sus
      *> subcategorias.
      *>
      *> FORMAT-CATEGORY-LABEL: rotulo sangrado por nivel del nodo
      *> CS-KEY(CS) en CAT-LABEL ("FRU Frutas", "  CIT Citricos").
       LOAD-CATEGORY-TABLES.
           MOVE 0 TO CG-COUNT.
           MOVE 0 TO ICT-COUNT.
           MOVE "N" TO CATEGORIES-ACTIVE-SW.
           MOVE "N" TO CATEGORY-OVERFLOW-SW.
           MOVE CATEGORY-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO CATEGORY-FILE-NAME.
           OPEN INPUT CATEGORY-FILE.
           IF CATEGORY-FILE-OK
               PERFORM UNTIL CATEGORY-FILE-EOF
                   READ CATEGORY-FILE
                       AT END
                           SET CATEGORY-FILE-EOF TO TRUE
                       NOT AT END
                           IF CG-COUNT >= CATEGORY-TABLE-CAPACITY
                               DISPLAY "Aviso: CATMAST supera "
                                   CATEGORY-TABLE-CAPACITY
                                   " nodos; el resto no se carga."
                               SET CATEGORY-OVERFLOW TO TRUE
                               SET CATEGORY-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO CG-COUNT
                               MOVE CATEGORY-RECORD
                                   TO CG-ENTRY(CG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CATEGORY-FILE.
           MOVE ITEM-CATEGORY-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ITEM-CATEGORY-FILE-NAME.
           OPEN INPUT ITEM-CATEGORY-FILE.
           IF ITEM-CATEGORY-OK
               PERFORM UNTIL ITEM-CATEGORY-EOF
                   READ ITEM-CATEGORY-FILE
                       AT END
                           SET ITEM-CATEGORY-EOF TO TRUE
                       NOT AT END
                           IF ICT-COUNT >= ITEM-CATEGORY-CAPACITY
                               DISPLAY "Aviso: ITEMCAT supera "
                                   ITEM-CATEGORY-CAPACITY
                                   " asignaciones; el resto no se "
                                   "carga."
                               SET CATEGORY-OVERFLOW TO TRUE
                               SET ITEM-CATEGORY-EOF TO TRUE
                           ELSE
                               ADD 1 TO ICT-COUNT
                               MOVE IC-ITEM TO ICT-ITEM(ICT-COUNT)
                               MOVE IC-KEY TO ICT-KEY(ICT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ITEM-CATEGORY-FILE.
           IF ICT-COUNT > 0
               SET CATEGORIES-ACTIVE TO TRUE
           END-IF.

       FIND-ITEM-CATEGORY.
           MOVE "N" TO CAT-FOUND-SW.
           MOVE SPACES TO CAT-KEY-FOUND.
           PERFORM VARYING ICT FROM 1 BY 1 UNTIL ICT > ICT-COUNT
               IF ICT-ITEM(ICT) = CAT-ITEM-WANTED
                   MOVE ICT-KEY(ICT) TO CAT-KEY-FOUND
                   SET CAT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-TO-CATEGORY-SUBTOTALS.
           PERFORM FIND-ITEM-CATEGORY.
           IF NOT CAT-FOUND
               ADD 1 TO CAT-UNASSIGNED-ITEMS
               ADD CAT-ADD-QTY TO CAT-UNASSIGNED-QTY
               ADD CAT-ADD-AMOUNT TO CAT-UNASSIGNED-AMOUNT
               ADD CAT-ADD-AMOUNT-2 TO CAT-UNASSIGNED-AMOUNT-2
               IF CU-COUNT < 300
                   ADD 1 TO CU-COUNT
                   MOVE CAT-ITEM-WANTED TO CU-ITEM(CU-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CAT-NODE-KEY.
           MOVE CAT-DEPT-FOUND TO CAT-NODE-KEY(1:3).
           PERFORM ADD-TO-ONE-CATEGORY-NODE.
           IF CAT-CATEGORY-FOUND NOT = SPACES
               MOVE CAT-CATEGORY-FOUND TO CAT-NODE-KEY(4:3)
               PERFORM ADD-TO-ONE-CATEGORY-NODE
               IF CAT-SUBCAT-FOUND NOT = SPACES
                   MOVE CAT-SUBCAT-FOUND TO CAT-NODE-KEY(7:3)
                   PERFORM ADD-TO-ONE-CATEGORY-NODE
               END-IF
           END-IF.

       ADD-TO-ONE-CATEGORY-NODE.
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > CS-COUNT
               IF CS-KEY(CS) = CAT-NODE-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CS > CS-COUNT
               IF CS-COUNT >= 200
                   DISPLAY "Aviso: mas de 200 nodos con subtotal; '"
                       CAT-NODE-KEY "' queda fuera."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CS-COUNT
               MOVE CS-COUNT TO CS
               MOVE CAT-NODE-KEY TO CS-KEY(CS)
               MOVE 0 TO CS-ITEMS(CS)
               MOVE 0 TO CS-QTY(CS)
               MOVE 0 TO CS-AMOUNT(CS)
               MOVE 0 TO CS-AMOUNT-2(CS)
           END-IF.
           ADD 1 TO CS-ITEMS(CS).
           ADD CAT-ADD-QTY TO CS-QTY(CS).
           ADD CAT-ADD-AMOUNT TO CS-AMOUNT(CS).
           ADD CAT-ADD-AMOUNT-2 TO CS-AMOUNT-2(CS).

       SORT-CATEGORY-SUBTOTALS.
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS >= CS-COUNT
               PERFORM VARYING CS-J FROM 1 BY 1
                       UNTIL CS-J > CS-COUNT - CS
                   IF CS-KEY(CS-J) > CS-KEY(CS-J + 1)
                       MOVE CS-ENTRY(CS-J) TO CS-SWAP
                       MOVE CS-ENTRY(CS-J + 1) TO CS-ENTRY(CS-J)
                       MOVE CS-SWAP TO CS-ENTRY(CS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FORMAT-CATEGORY-LABEL.
      *> Un nodo que ya no esta en CATMAST sale con su codigo solo.
           MOVE SPACES TO CAT-NAME-FOUND.
           PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CG-COUNT
               IF CG-KEY(CG) = CS-KEY(CS)
                   MOVE CG-NAME(CG) TO CAT-NAME-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO CAT-LABEL.
           EVALUATE TRUE
               WHEN CS-KEY(CS)(4:6) = SPACES
                   STRING CS-KEY(CS)(1:3) " " CAT-NAME-FOUND
                       DELIMITED BY SIZE INTO CAT-LABEL
                   END-STRING
               WHEN CS-KEY(CS)(7:3) = SPACES
                   STRING "  " CS-KEY(CS)(4:3) " " CAT-NAME-FOUND
                       DELIMITED BY SIZE INTO CAT-LABEL
                   END-STRING
               WHEN OTHER
                   STRING "    " CS-KEY(CS)(7:3) " " CAT-NAME-FOUND
                       DELIMITED BY SIZE INTO CAT-LABEL
                   END-STRING
           END-EVALUATE.
