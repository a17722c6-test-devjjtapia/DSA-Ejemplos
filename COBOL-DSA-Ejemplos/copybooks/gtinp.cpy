      *> Rutinas compartidas de codigos de barra (ver gtins.cpy); se
      *> COPY-an al final del PROCEDURE DIVISION.
      *>
      *> LOAD-GTIN-TABLE: arma la tabla hash desde GTINMAST.
      *>
      *> NORMALIZE-GTIN: valida GTIN-WANTED (8, 12, 13 o 14 digitos con
      *> su digito verificador GS1) y lo deja en GTIN-NORMALIZED a 14
      *> digitos; GTIN-VALID apagado si no sirve.
      *>
      *> RESOLVE-GTIN: normaliza GTIN-WANTED y lo busca en la tabla.
      *> GTIN-RESOLVED deja el articulo en GTIN-ITEM-FOUND y las
      *> unidades por lectura en GTIN-MULT-FOUND; GTIN-UNKNOWN es un
      *> codigo bien formado que no esta en el maestro, y
      *> GTIN-MALFORMED una lectura que no es un GTIN. El llamador
      *> rechaza, no adivina.
       LOAD-GTIN-TABLE.
           MOVE 0 TO GTIN-ENTRY-COUNT.
           MOVE "N" TO GTIN-TABLE-FULL-SW.
           PERFORM VARYING GTIN-HASH-IDX FROM 1 BY 1
                   UNTIL GTIN-HASH-IDX > GTIN-HASH-SIZE
               MOVE "N" TO GH-USED(GTIN-HASH-IDX)
           END-PERFORM.
           MOVE GTIN-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO GTIN-FILE-NAME.
           OPEN INPUT GTIN-FILE.
           IF GTIN-FILE-OK
               MOVE LOW-VALUES TO GT-GTIN
               START GTIN-FILE KEY IS NOT LESS THAN GT-GTIN
                   INVALID KEY SET GTIN-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL GTIN-FILE-EOF
                   READ GTIN-FILE NEXT RECORD
                       AT END
                           SET GTIN-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM INSERT-GTIN-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GTIN-FILE.

       INSERT-GTIN-ENTRY.
           IF GTIN-ENTRY-COUNT >= GTIN-HASH-SIZE
               IF NOT GTIN-TABLE-FULL
                   DISPLAY "Aviso: GTINMAST supera " GTIN-HASH-SIZE
                       " codigos; el resto no se carga."
                   SET GTIN-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE GT-GTIN TO GTIN-NORMALIZED.
           PERFORM COMPUTE-GTIN-HASH.
           PERFORM UNTIL GH-USED(GTIN-HASH-IDX) = "N"
               ADD 1 TO GTIN-HASH-IDX
               IF GTIN-HASH-IDX > GTIN-HASH-SIZE
                   MOVE 1 TO GTIN-HASH-IDX
               END-IF
           END-PERFORM.
           MOVE "S" TO GH-USED(GTIN-HASH-IDX).
           MOVE GT-GTIN TO GH-GTIN(GTIN-HASH-IDX).
           MOVE GT-ITEM TO GH-ITEM(GTIN-HASH-IDX).
           IF GT-MULTIPLIER IS NUMERIC AND GT-MULTIPLIER > 0
               MOVE GT-MULTIPLIER TO GH-MULTIPLIER(GTIN-HASH-IDX)
           ELSE
               MOVE 1 TO GH-MULTIPLIER(GTIN-HASH-IDX)
           END-IF.
           ADD 1 TO GTIN-ENTRY-COUNT.

       COMPUTE-GTIN-HASH.
      *> Hash polinomico sobre los catorce digitos, modulo el tamano
      *> primo de la tabla (mismo esquema que HASH-LOOKUP).
           MOVE 0 TO GTIN-HASH-VALUE.
           PERFORM VARYING GTIN-C FROM 1 BY 1 UNTIL GTIN-C > 14
               COMPUTE GTIN-HASH-VALUE = FUNCTION MOD(
                   GTIN-HASH-VALUE * 31
                       + FUNCTION ORD(GTIN-NORMALIZED(GTIN-C:1)),
                   GTIN-HASH-SIZE)
           END-PERFORM.
           COMPUTE GTIN-HASH-IDX = GTIN-HASH-VALUE + 1.

       NORMALIZE-GTIN.
           MOVE "N" TO GTIN-VALID-SW.
           MOVE SPACES TO GTIN-NORMALIZED.
           IF GTIN-WANTED = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(GTIN-WANTED) TO GTIN-WORK.
           COMPUTE GTIN-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(GTIN-WANTED)).
           IF GTIN-LENGTH NOT = 8 AND GTIN-LENGTH NOT = 12
                   AND GTIN-LENGTH NOT = 13 AND GTIN-LENGTH NOT = 14
               EXIT PARAGRAPH
           END-IF.
           IF GTIN-WORK(1:GTIN-LENGTH) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL "0" TO GTIN-NORMALIZED.
           MOVE GTIN-WORK(1:GTIN-LENGTH)
               TO GTIN-NORMALIZED(15 - GTIN-LENGTH:GTIN-LENGTH).
      *> Digito verificador GS1: desde la derecha (sin contar el
      *> verificador) los pesos alternan 3 y 1; con el codigo a 14
      *> digitos, las posiciones impares pesan 3.
           MOVE 0 TO GTIN-CHECK-SUM.
           PERFORM VARYING GTIN-C FROM 1 BY 1 UNTIL GTIN-C > 13
               MOVE GTIN-NORMALIZED(GTIN-C:1) TO GTIN-DIGIT
               IF FUNCTION MOD(GTIN-C, 2) = 1
                   COMPUTE GTIN-CHECK-SUM =
                       GTIN-CHECK-SUM + GTIN-DIGIT * 3
               ELSE
                   ADD GTIN-DIGIT TO GTIN-CHECK-SUM
               END-IF
           END-PERFORM.
           COMPUTE GTIN-CHECK-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(GTIN-CHECK-SUM, 10), 10).
           MOVE GTIN-NORMALIZED(14:1) TO GTIN-DIGIT.
           IF GTIN-DIGIT = GTIN-CHECK-DIGIT
               SET GTIN-VALID TO TRUE
           END-IF.

       RESOLVE-GTIN.
           MOVE SPACES TO GTIN-ITEM-FOUND.
           MOVE 1 TO GTIN-MULT-FOUND.
           PERFORM NORMALIZE-GTIN.
           IF NOT GTIN-VALID
               SET GTIN-MALFORMED TO TRUE
               EXIT PARAGRAPH
           END-IF.
      *> Sondeo lineal: coincidencia = hallado, lugar libre o vuelta
      *> completa = el codigo no esta en el maestro.
           PERFORM COMPUTE-GTIN-HASH.
           MOVE 0 TO GTIN-PROBES.
           MOVE " " TO GTIN-RESULT-SW.
           PERFORM UNTIL GTIN-RESOLVED OR GTIN-UNKNOWN
               ADD 1 TO GTIN-PROBES
               EVALUATE TRUE
                   WHEN GH-USED(GTIN-HASH-IDX) = "N"
                       SET GTIN-UNKNOWN TO TRUE
                   WHEN GH-GTIN(GTIN-HASH-IDX) = GTIN-NORMALIZED
                       SET GTIN-RESOLVED TO TRUE
                   WHEN GTIN-PROBES >= GTIN-HASH-SIZE
                       SET GTIN-UNKNOWN TO TRUE
                   WHEN OTHER
                       ADD 1 TO GTIN-HASH-IDX
                       IF GTIN-HASH-IDX > GTIN-HASH-SIZE
                           MOVE 1 TO GTIN-HASH-IDX
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF GTIN-RESOLVED
               MOVE GH-ITEM(GTIN-HASH-IDX) TO GTIN-ITEM-FOUND
               MOVE GH-MULTIPLIER(GTIN-HASH-IDX) TO GTIN-MULT-FOUND
           END-IF.
