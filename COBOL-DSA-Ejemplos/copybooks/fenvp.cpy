      *> Resolucion de los nombres de archivo del programa (ver
      *> fenvparm.cpy); se COPY-a al final del PROCEDURE DIVISION y
      *> se ejecuta antes de abrir cualquier archivo.
       RESOLVE-FILE-NAMES.
           PERFORM VARYING FILE-NAME-IDX FROM 1 BY 1
                   UNTIL FILE-NAME-IDX > FILE-NAME-COUNT
               MOVE FILE-NAME-ENTRY(FILE-NAME-IDX) TO FE-NAME
               CALL "FILE-ENV" USING FILE-ENV-PARM
               MOVE FE-NAME TO FILE-NAME-ENTRY(FILE-NAME-IDX)
           END-PERFORM.
