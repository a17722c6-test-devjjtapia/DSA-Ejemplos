      *> limites fisicos.
       LOAD-RUN-PARMS.
           MOVE 0 TO RUN-PARM-COUNT.
           MOVE RUN-PARMS-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO RUN-PARMS-FILE-NAME.
           OPEN INPUT RUN-PARMS-FILE.
           IF RUN-PARMS-OK
               PERFORM UNTIL RUN-PARMS-EOF
