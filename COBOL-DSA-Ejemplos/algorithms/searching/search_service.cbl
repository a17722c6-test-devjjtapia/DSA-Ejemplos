      *> srchparm.cpy; una correccion aplicada aqui los alcanza a
      *> todos, que es exactamente lo que las copias privadas no
      *> podian garantizar.
      *>
      *> Sobre la tabla de codigos, un objetivo que no aparece tal
      *> cual se prueba ademas como alias de ALIASMST ("Palta" por
      *> "Aguacate", ver aliasrec.cpy) antes de declarar la falta o de
      *> ofrecer candidatos aproximados: si el nombre oficial esta en
      *> la tabla, ese es el hallazgo, con SP-ALIAS-FLAG prendido. El
      *> maestro se carga en el primer CALL de la corrida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY aliass.

       DATA DIVISION.
       FILE SECTION.
       COPY aliasf.

       WORKING-STORAGE SECTION.
      *> Comparacion aproximada del metodo "A": ambos lados
      *> recortados y la distancia de edicion acotada a un caracter.
       01 MATCH-SW   PIC X VALUE "N".
           88 ELEM-MATCHES VALUE "Y".

      *> Objetivo original mientras se prueba el nombre oficial de su
      *> alias.
       01 SAVED-TARGET-CODE PIC X(10).
       01 SAVED-METHOD PIC X(1).

       COPY aliasw.
       COPY fenvw.

       LINKAGE SECTION.
       01 SEARCH-PARM.
           COPY srchparm.
       MOVE 0 TO SP-FOUND-INDEX.
       MOVE 0 TO SP-MATCH-COUNT.
       MOVE "N" TO SP-NEAR-FLAG.
       MOVE "N" TO SP-ALIAS-FLAG.
       MOVE SPACES TO SP-ALIAS-TARGET.

       IF SP-COUNT = 0
           GOBACK
       END-IF.

       PERFORM DISPATCH-SEARCH.
       IF SP-KIND = "C"
               AND (SP-FOUND-INDEX = 0 OR SP-NEAR-FLAG = "S")
           PERFORM TRY-ALIAS-TARGET
       END-IF.

       GOBACK.

       DISPATCH-SEARCH.
           EVALUATE SP-METHOD
               WHEN "B"
                   PERFORM BINARY-CHOP
                   IF SP-FOUND-INDEX > 0
                       PERFORM RESOLVE-DUPLICATE-MODE
                   END-IF
               WHEN "L"
                   PERFORM LINEAR-SCAN
               WHEN "A"
                   PERFORM APPROXIMATE-SCAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TRY-ALIAS-TARGET.
      *> Se busca el nombre oficial con el mismo metodo (el aproximado
      *> pasa a lineal: el oficial va exacto o no va). Si tampoco
      *> aparece, queda el resultado original, candidatos incluidos.
           MOVE SP-TARGET-CODE TO ALIAS-WANTED.
           MOVE SPACE TO ALIAS-KIND-WANTED.
           PERFORM RESOLVE-ALIAS.
           IF NOT ALIAS-RESOLVED
               EXIT PARAGRAPH
           END-IF.
           MOVE SP-TARGET-CODE TO SAVED-TARGET-CODE.
           MOVE SP-METHOD TO SAVED-METHOD.
           MOVE ALIAS-TARGET-FOUND TO SP-TARGET-CODE.
           IF SP-METHOD = "A"
               MOVE "L" TO SP-METHOD
           END-IF.
           MOVE 0 TO I.
           PERFORM VARYING TEST-IDX FROM 1 BY 1
                   UNTIL TEST-IDX > SP-COUNT OR I > 0
               IF SP-CODE-ELEM(TEST-IDX) = SP-TARGET-CODE
                   MOVE TEST-IDX TO I
               END-IF
           END-PERFORM.
           IF I > 0
               MOVE 0 TO SP-FOUND-INDEX
               MOVE 0 TO SP-MATCH-COUNT
               MOVE "N" TO SP-NEAR-FLAG
               PERFORM DISPATCH-SEARCH
               MOVE "S" TO SP-ALIAS-FLAG
               MOVE ALIAS-TARGET-FOUND TO SP-ALIAS-TARGET
           END-IF.
           MOVE SAVED-TARGET-CODE TO SP-TARGET-CODE.
           MOVE SAVED-METHOD TO SP-METHOD.

       BINARY-CHOP.
      *> Mismo chop de siempre; la comparacion alfabetica de COBOL
      *> sobre PIC X ordena igual que la numerica sobre PIC 9, asi que
                   END-EVALUATE
               END-IF
           END-PERFORM.

       COPY aliasp.
