      *> Area de parametros del servicio FILE-ENV (file_env.cbl), que
      *> resuelve el nombre de cada archivo segun el entorno de la
      *> corrida. Los SELECT ya no asignan un nombre fijo: asignan
      *> USING un campo que arranca con el nombre base de siempre
      *> (FRUTASDAT, QUEUEDAT, OPSALERT...) y que el programa pasa por
      *> FILE-ENV antes de abrir nada. En produccion (PROD) el nombre
      *> queda igual; en cualquier otro entorno se le antepone el
      *> nombre del entorno y un punto (PRUEBA.FRUTASDAT), asi una
      *> prueba de volumen o una sesion de capacitacion nunca alcanza
      *> los archivos de produccion.
      *>
      *> El entorno sale de la variable ENTORNO del job; sin ella, de
      *> la clave ENTORNO del RUNPARMS base (el de produccion, sin
      *> prefijo: el de una maquina de capacitacion dice CAPACITA);
      *> sin ninguna de las dos, PROD. El servicio lo fija en la
      *> primera llamada y lo mantiene hasta el fin del proceso: toda
      *> la corrida usa un solo entorno. Volver a pasar un nombre ya
      *> resuelto lo devuelve igual.
           05 FE-NAME   PIC X(40).
      *>      Entra el nombre base; sale el nombre del entorno.
           05 FE-ENV    PIC X(8).
      *>      Sale el entorno de la corrida.
           05 FE-PREFIX PIC X(9).
      *>      Sale el prefijo que se antepone (en blanco en PROD).
           05 FE-SOURCE PIC X(1).
      *>      "J" variable ENTORNO del job / "R" RUNPARMS base /
      *>      "D" produccion por omision.
