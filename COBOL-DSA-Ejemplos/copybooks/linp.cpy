      *> Rutinas compartidas del catalogo de linaje (ver lindir.cpy);
      *> se COPY-an al final del PROCEDURE DIVISION.
      *> MATCH-LINEAGE-FILE compara LINEAGE-FILE-WANTED con el archivo
      *> del registro LN y deja LINEAGE-MATCH: mismo nombre, o uno de
      *> los dos es familia ("STKLEDG*") y el otro empieza igual.
      *> FIND-LINEAGE-ENTRY busca el par LINEAGE-PROGRAM-WANTED /
      *> LINEAGE-FILE-WANTED y deja LINEAGE-FOUND; es la pregunta
      *> "esta registrado este archivo de este programa".
      *> CHECK-FILE-LINEAGE revisa contra el catalogo los archivos de
      *> FILE-NAMES del programa (LINEAGE-PROGRAM-WANTED lo carga el
      *> llamador) y CHECK-ONE-LINEAGE-NAME uno suelto dejado en
      *> LINEAGE-CHECK-NAME; cada faltante se avisa y se cuenta en
      *> LINEAGE-MISSING-COUNT. Los nombres ya resueltos pierden aqui
      *> el prefijo del entorno.
       MATCH-LINEAGE-FILE.
           MOVE "N" TO LINEAGE-MATCH-SW.
           IF LN-FILE(LN) = LINEAGE-FILE-WANTED
               SET LINEAGE-MATCH TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LINEAGE-FAMILY-LEN.
           INSPECT LN-FILE(LN) TALLYING LINEAGE-FAMILY-LEN
               FOR CHARACTERS BEFORE INITIAL "*".
           IF LINEAGE-FAMILY-LEN > 0
                   AND LINEAGE-FAMILY-LEN < LENGTH OF LN-FILE(LN)
               IF LINEAGE-FILE-WANTED(1:LINEAGE-FAMILY-LEN)
                       = LN-FILE(LN)(1:LINEAGE-FAMILY-LEN)
                   SET LINEAGE-MATCH TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LINEAGE-FAMILY-LEN.
           INSPECT LINEAGE-FILE-WANTED TALLYING LINEAGE-FAMILY-LEN
               FOR CHARACTERS BEFORE INITIAL "*".
           IF LINEAGE-FAMILY-LEN > 0
                   AND LINEAGE-FAMILY-LEN < LENGTH OF LN-FILE(LN)
               IF LN-FILE(LN)(1:LINEAGE-FAMILY-LEN)
                       = LINEAGE-FILE-WANTED(1:LINEAGE-FAMILY-LEN)
                   SET LINEAGE-MATCH TO TRUE
               END-IF
           END-IF.

       FIND-LINEAGE-ENTRY.
           MOVE "N" TO LINEAGE-FOUND-SW.
           PERFORM VARYING LN FROM 1 BY 1
                   UNTIL LN > LINEAGE-SIZE OR LINEAGE-FOUND
               IF LN-PROGRAM(LN) = LINEAGE-PROGRAM-WANTED
                   PERFORM MATCH-LINEAGE-FILE
                   IF LINEAGE-MATCH
                       SET LINEAGE-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-FILE-LINEAGE.
           MOVE SPACES TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE 0 TO LINEAGE-PREFIX-LEN.
           INSPECT FE-PREFIX TALLYING LINEAGE-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM VARYING FILE-NAME-IDX FROM 1 BY 1
                   UNTIL FILE-NAME-IDX > FILE-NAME-COUNT
               MOVE FILE-NAME-ENTRY(FILE-NAME-IDX) TO LINEAGE-CHECK-NAME
               PERFORM CHECK-ONE-LINEAGE-NAME
           END-PERFORM.

       CHECK-ONE-LINEAGE-NAME.
           IF LINEAGE-PREFIX-LEN > 0
                   AND LINEAGE-CHECK-NAME(1:LINEAGE-PREFIX-LEN)
                       = FE-PREFIX(1:LINEAGE-PREFIX-LEN)
               MOVE LINEAGE-CHECK-NAME(LINEAGE-PREFIX-LEN + 1:)
                   TO LINEAGE-FILE-WANTED
           ELSE
               MOVE LINEAGE-CHECK-NAME TO LINEAGE-FILE-WANTED
           END-IF.
           PERFORM FIND-LINEAGE-ENTRY.
           IF NOT LINEAGE-FOUND
               ADD 1 TO LINEAGE-MISSING-COUNT
               DISPLAY "AVISO: " FUNCTION TRIM(LINEAGE-FILE-WANTED)
                   " no figura para "
                   FUNCTION TRIM(LINEAGE-PROGRAM-WANTED)
                   " en el catalogo de linaje (lindir.cpy)."
           END-IF.
