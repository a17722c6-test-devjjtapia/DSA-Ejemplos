      *> SELECT del maestro de alias ALIASMST (ver aliasrec.cpy). Las
      *> busquedas solo conocian el nombre oficial y todo sinonimo
      *> terminaba en SRCHSUSP; con esto se resuelve el alias antes de
      *> declarar la falta. Se COPY-a dentro de FILE-CONTROL; las
      *> demas piezas van en aliasf/aliasw/aliasp, igual que gtins.
           SELECT OPTIONAL ALIAS-FILE ASSIGN USING ALIAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALIAS
               FILE STATUS IS ALIAS-FILE-STATUS.
