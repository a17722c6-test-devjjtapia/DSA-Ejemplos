      *> Area de trabajo de la resolucion de alias (ver aliass.cpy):
      *> ALIASMST se carga una vez por corrida en una tabla hash de
      *> direccionamiento abierto con sondeo lineal, igual que
      *> GTINMAST, y cada consulta cuesta un par de sondeos.
      *> Nombre segun el entorno de la corrida (ver fenvparm.cpy).
       01 ALIAS-FILE-NAME PIC X(40) VALUE "ALIASMST".
       01 ALIAS-FILE-STATUS PIC XX VALUE "00".
           88 ALIAS-FILE-OK  VALUE "00".
           88 ALIAS-FILE-EOF VALUE "10".
       01 ALIAS-LOADED-SW PIC X VALUE "N".
           88 ALIAS-LOADED VALUE "Y".
      *> Tamano primo, con lugar de sobra para los sinonimos de un
      *> catalogo de frutas.
       01 ALIAS-HASH-SIZE PIC 9(4) VALUE 211.
       01 ALIAS-HASH-TABLE.
          05 AH-SLOT OCCURS 211 TIMES.
             10 AH-USED   PIC X(1).
             10 AH-ALIAS  PIC X(10).
             10 AH-KIND   PIC X(1).
             10 AH-TARGET PIC X(10).
       01 ALIAS-ENTRY-COUNT PIC 9(4) VALUE 0.
       01 ALIAS-HASH-VALUE PIC 9(8) COMP.
       01 ALIAS-HASH-IDX PIC 9(4).
       01 ALIAS-PROBES PIC 9(4).
       01 ALIAS-C PIC 9(2).
       01 ALIAS-KEY PIC X(10).
       01 ALIAS-TABLE-FULL-SW PIC X VALUE "N".
           88 ALIAS-TABLE-FULL VALUE "Y".
      *> Entrada de RESOLVE-ALIAS: el nombre tal como lo pidieron y la
      *> clase de destino que sirve ("F", "C" o blanco = cualquiera).
       01 ALIAS-WANTED PIC X(10).
       01 ALIAS-KIND-WANTED PIC X(1).
      *> Salida: si se resolvio, el alias que coincidio (en
      *> mayusculas), su destino y la clase del destino.
       01 ALIAS-RESULT-SW PIC X VALUE " ".
           88 ALIAS-RESOLVED VALUE "H".
           88 ALIAS-UNKNOWN  VALUE "M".
       01 ALIAS-MATCHED PIC X(10).
       01 ALIAS-TARGET-FOUND PIC X(10).
       01 ALIAS-KIND-FOUND PIC X(1).
