      *> Rutinas compartidas de alias (ver aliass.cpy); se COPY-an al
      *> final del PROCEDURE DIVISION.
      *>
      *> LOAD-ALIAS-TABLE: arma la tabla hash desde ALIASMST (una sola
      *> vez por corrida: un modulo llamado muchas veces no relee el
      *> maestro en cada CALL).
      *>
      *> RESOLVE-ALIAS: busca ALIAS-WANTED (sin importar mayusculas)
      *> entre los alias de la clase ALIAS-KIND-WANTED. ALIAS-RESOLVED
      *> deja el nombre oficial en ALIAS-TARGET-FOUND y el alias que
      *> coincidio en ALIAS-MATCHED; ALIAS-UNKNOWN es que no hay alias
      *> (o que es de la otra clase). El llamador busca el destino en
      *> su propia tabla y muestra por que alias lo hallo.
       LOAD-ALIAS-TABLE.
           IF ALIAS-LOADED
               EXIT PARAGRAPH
           END-IF.
           SET ALIAS-LOADED TO TRUE.
           MOVE 0 TO ALIAS-ENTRY-COUNT.
           MOVE "N" TO ALIAS-TABLE-FULL-SW.
           PERFORM VARYING ALIAS-HASH-IDX FROM 1 BY 1
                   UNTIL ALIAS-HASH-IDX > ALIAS-HASH-SIZE
               MOVE "N" TO AH-USED(ALIAS-HASH-IDX)
           END-PERFORM.
           MOVE ALIAS-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO ALIAS-FILE-NAME.
           OPEN INPUT ALIAS-FILE.
           IF ALIAS-FILE-OK
               MOVE LOW-VALUES TO AL-ALIAS
               START ALIAS-FILE KEY IS NOT LESS THAN AL-ALIAS
                   INVALID KEY SET ALIAS-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL ALIAS-FILE-EOF
                   READ ALIAS-FILE NEXT RECORD
                       AT END
                           SET ALIAS-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM INSERT-ALIAS-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ALIAS-FILE.

       INSERT-ALIAS-ENTRY.
           IF ALIAS-ENTRY-COUNT >= ALIAS-HASH-SIZE
               IF NOT ALIAS-TABLE-FULL
                   DISPLAY "Aviso: ALIASMST supera " ALIAS-HASH-SIZE
                       " alias; el resto no se carga."
                   SET ALIAS-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(AL-ALIAS) TO ALIAS-KEY.
           PERFORM COMPUTE-ALIAS-HASH.
           PERFORM UNTIL AH-USED(ALIAS-HASH-IDX) = "N"
               ADD 1 TO ALIAS-HASH-IDX
               IF ALIAS-HASH-IDX > ALIAS-HASH-SIZE
                   MOVE 1 TO ALIAS-HASH-IDX
               END-IF
           END-PERFORM.
           MOVE "S" TO AH-USED(ALIAS-HASH-IDX).
           MOVE ALIAS-KEY TO AH-ALIAS(ALIAS-HASH-IDX).
           MOVE AL-KIND TO AH-KIND(ALIAS-HASH-IDX).
           MOVE AL-TARGET TO AH-TARGET(ALIAS-HASH-IDX).
           ADD 1 TO ALIAS-ENTRY-COUNT.

       COMPUTE-ALIAS-HASH.
      *> Hash polinomico sobre los diez caracteres, modulo el tamano
      *> primo de la tabla (mismo esquema que HASH-LOOKUP).
           MOVE 0 TO ALIAS-HASH-VALUE.
           PERFORM VARYING ALIAS-C FROM 1 BY 1 UNTIL ALIAS-C > 10
               COMPUTE ALIAS-HASH-VALUE = FUNCTION MOD(
                   ALIAS-HASH-VALUE * 31
                       + FUNCTION ORD(ALIAS-KEY(ALIAS-C:1)),
                   ALIAS-HASH-SIZE)
           END-PERFORM.
           COMPUTE ALIAS-HASH-IDX = ALIAS-HASH-VALUE + 1.

       RESOLVE-ALIAS.
           PERFORM LOAD-ALIAS-TABLE.
           MOVE SPACES TO ALIAS-MATCHED.
           MOVE SPACES TO ALIAS-TARGET-FOUND.
           MOVE SPACE TO ALIAS-KIND-FOUND.
           SET ALIAS-UNKNOWN TO TRUE.
           IF ALIAS-WANTED = SPACES OR ALIAS-ENTRY-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ALIAS-WANTED))
               TO ALIAS-KEY.
      *> Sondeo lineal: coincidencia = hallado, lugar libre o vuelta
      *> completa = no hay alias.
           PERFORM COMPUTE-ALIAS-HASH.
           MOVE 0 TO ALIAS-PROBES.
           MOVE " " TO ALIAS-RESULT-SW.
           PERFORM UNTIL ALIAS-RESOLVED OR ALIAS-UNKNOWN
               ADD 1 TO ALIAS-PROBES
               EVALUATE TRUE
                   WHEN AH-USED(ALIAS-HASH-IDX) = "N"
                       SET ALIAS-UNKNOWN TO TRUE
                   WHEN AH-ALIAS(ALIAS-HASH-IDX) = ALIAS-KEY
                       SET ALIAS-RESOLVED TO TRUE
                   WHEN ALIAS-PROBES >= ALIAS-HASH-SIZE
                       SET ALIAS-UNKNOWN TO TRUE
                   WHEN OTHER
                       ADD 1 TO ALIAS-HASH-IDX
                       IF ALIAS-HASH-IDX > ALIAS-HASH-SIZE
                           MOVE 1 TO ALIAS-HASH-IDX
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF ALIAS-RESOLVED AND ALIAS-KIND-WANTED NOT = SPACE
                   AND AH-KIND(ALIAS-HASH-IDX) NOT = ALIAS-KIND-WANTED
               SET ALIAS-UNKNOWN TO TRUE
           END-IF.
           IF ALIAS-RESOLVED
               MOVE ALIAS-KEY TO ALIAS-MATCHED
               MOVE AH-TARGET(ALIAS-HASH-IDX) TO ALIAS-TARGET-FOUND
               MOVE AH-KIND(ALIAS-HASH-IDX) TO ALIAS-KIND-FOUND
           END-IF.
