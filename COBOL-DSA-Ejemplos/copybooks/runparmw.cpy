      *> Area de trabajo del archivo central de parametros (ver
      *> runparms.cpy): la tabla de claves/valores cargada por
      *> LOAD-RUN-PARMS y los campos de consulta de GET-RUN-PARM.
      *> Nombre segun el entorno de la corrida (ver fenvparm.cpy).
       01 RUN-PARMS-FILE-NAME PIC X(40) VALUE "RUNPARMS".
       01 RUN-PARMS-STATUS PIC XX VALUE "00".
           88 RUN-PARMS-OK  VALUE "00".
           88 RUN-PARMS-EOF VALUE "10".
