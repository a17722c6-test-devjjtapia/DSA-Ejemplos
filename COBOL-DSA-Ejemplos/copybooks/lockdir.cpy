      *> Directorio de los candados cooperativos de corrida (ver
      *> lockrec.cpy): archivo de candado, archivo que protege y el
      *> programa a correr para revisar ese archivo despues de una
      *> liberacion forzada -- un candado que quedo tomado es un
      *> programa que murio a mitad de una regrabacion. Lo comparten
      *> LOCK-STATUS y PRE-FLIGHT-CHECK; un candado nuevo se agrega
      *> aqui y en LOCK-DIR-SIZE.
       01 LOCK-DIR-AREA.
          05 FILLER PIC X(42) VALUE
              "QUEUELCK QUEUEDAT QUEUE-RECOVER           ".
          05 FILLER PIC X(42) VALUE
              "FRUTASLCKFRUTASDATPRE-FLIGHT-CHECK        ".
          05 FILLER PIC X(42) VALUE
              "STACKLCK STACKJRNLSTACK-JOURNAL-VERIFY    ".
          05 FILLER PIC X(42) VALUE
              "MKDNLCK  MKDNPROP MARKDOWN-PROPOSE        ".
       01 FILLER REDEFINES LOCK-DIR-AREA.
          05 LOCK-DIR-ENTRY OCCURS 4 TIMES.
             10 LD-LOCK-NAME PIC X(9).
             10 LD-GUARDED   PIC X(9).
             10 LD-RECOVERY  PIC X(24).
       01 LOCK-DIR-SIZE PIC 9(1) VALUE 4.
       01 LD PIC 9(1).
