      *> FILE-CONTROL; las demas piezas (FD, area de trabajo y
      *> rutinas) van en runparmf/runparmw/runparmp, compartidas por
      *> COPY igual que histrec/itemx10/num2.
           SELECT OPTIONAL RUN-PARMS-FILE
               ASSIGN USING RUN-PARMS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARMS-STATUS.
