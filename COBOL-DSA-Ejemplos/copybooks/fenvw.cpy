      *> Area de trabajo de los nombres de archivo por entorno (ver
      *> fenvparm.cpy). El programa declara ademas su propia tabla
      *> FILE-NAMES (un campo por archivo con el nombre base como
      *> VALUE, redefinida como FILE-NAME-ENTRY / FILE-NAME-COUNT) y
      *> la pasa por RESOLVE-FILE-NAMES (fenvp.cpy) al arrancar; los
      *> archivos de los copybooks compartidos (RUNPARMS, PROCDATE,
      *> INBREG...) los resuelve su propia rutina antes de abrirlos.
       01 FILE-ENV-PARM.
           COPY fenvparm.
       01 FILE-NAME-IDX PIC 9(3).
