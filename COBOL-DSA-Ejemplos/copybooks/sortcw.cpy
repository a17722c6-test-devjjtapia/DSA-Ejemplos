      *> Area de trabajo de las tarjetas de control de ordenamiento
      *> (ver sortcs.cpy): la especificacion cargada por
      *> LOAD-SORT-CONTROL y los campos de BUILD-SORT-KEY,
      *> TEST-SORT-FILTER y TAKE-SORT-SUM-FIELD.
      *> Nombre segun el entorno de la corrida (ver fenvparm.cpy).
       01 SORT-CTL-FILE-NAME PIC X(40) VALUE "PRODCTL".
       01 SORT-CTL-FILE-STATUS PIC XX VALUE "00".
           88 SORT-CTL-FILE-OK  VALUE "00".
           88 SORT-CTL-FILE-EOF VALUE "10".
       01 SORT-CTL-ERROR-SW PIC X VALUE "N".
           88 SORT-CTL-ERROR VALUE "Y".
       01 SORT-CARD-ERROR-TEXT PIC X(40).
       01 SORT-CARD-POSITION   PIC 9(3).
       01 SORT-CARD-LENGTH     PIC 9(3).
      *> Prendido cuando no hubo tarjetas: rige la clave de siempre,
      *> el num2 del registro entero ascendente, con SUMA en el mismo
      *> campo.
       01 SORT-CTL-DEFAULT-SW PIC X VALUE "N".
           88 SORT-CTL-DEFAULT VALUE "Y".
       01 SORT-KEY-TABLE.
          05 SORT-KEY-COUNT PIC 9(1) VALUE 0.
          05 SORT-KEY-ENTRY OCCURS 6 TIMES.
             10 SKY-POSITION  PIC 9(3).
             10 SKY-LENGTH    PIC 9(2).
             10 SKY-TYPE      PIC X(1).
             10 SKY-DIRECTION PIC X(1).
       01 SORT-KEY-CAPACITY PIC 9(1) VALUE 6.
       01 SKX PIC 9(1).
      *> Condicion unica de INCLUIR/OMITIR; blanco = sin filtro.
       01 SORT-FILTER-KIND PIC X(1) VALUE SPACE.
           88 SORT-FILTER-INCLUDE VALUE "I".
           88 SORT-FILTER-OMIT    VALUE "O".
       01 SORT-FILTER-POSITION PIC 9(3).
       01 SORT-FILTER-LENGTH   PIC 9(2).
       01 SORT-FILTER-OPERATOR PIC X(2).
       01 SORT-FILTER-VALUE    PIC X(30).
      *> Campo de cantidad de los totales; posicion 0 = no hay.
       01 SORT-SUM-POSITION PIC 9(3) VALUE 0.
       01 SORT-SUM-LENGTH   PIC 9(2) VALUE 10.
       01 SORT-SUM-TYPE     PIC X(1) VALUE "S".
      *> Tope del registro que se ordena y del valor absoluto de una
      *> clave S (0 = sin tope; lo fija el llamador).
       01 SORT-RECORD-MAX PIC 9(3) VALUE 200.
       01 SORT-SIGNED-LIMIT PIC 9(9) VALUE 0.
      *> Resumen de la especificacion en efecto, para la salida del
      *> job y para BM-REASON de SRTBENCH (ver benchrec.cpy).
       01 SORT-SPEC-TEXT PIC X(50).
       01 SORT-SPEC-PTR  PIC 9(3).
       01 SORT-NUMBER-EDIT PIC ZZ9.

      *> Entrada de BUILD-SORT-KEY / TEST-SORT-FILTER /
      *> TAKE-SORT-SUM-FIELD: la imagen del registro.
       01 SORT-RECORD-IMAGE PIC X(200).
      *> Salida de BUILD-SORT-KEY: la clave compuesta, una ranura de
      *> 30 por clave, armada para que un unico ASCENDING sobre el
      *> conjunto respete tipo y sentido de cada clave; los campos
      *> clave tal como vienen, seguidos (para la consolidacion); y
      *> si el registro sirve.
       01 SORT-COMPOSITE-KEY.
          05 SORT-KEY-SLOT PIC X(30) OCCURS 6 TIMES.
       01 SORT-KEY-FIELDS     PIC X(180).
       01 SORT-KEY-FIELDS-LEN PIC 9(3).
       01 SORT-KEY-VALID-SW PIC X VALUE "Y".
           88 SORT-KEY-VALID VALUE "Y".
       01 SORT-KEY-REJECT-REASON PIC X(16).
       01 SORT-KEY-BAD-VALUE     PIC X(30).
      *> Salida de TEST-SORT-FILTER.
       01 SORT-RECORD-SELECTED-SW PIC X VALUE "Y".
           88 SORT-RECORD-SELECTED VALUE "Y".
       01 SORT-FILTER-TRUE-SW PIC X VALUE "N".
           88 SORT-FILTER-TRUE VALUE "Y".
      *> Salida de TAKE-SORT-SUM-FIELD.
       01 SORT-SUM-AREA.
          05 SORT-SUM-VALUE COPY num2.
       01 SORT-SUM-VALID-SW PIC X VALUE "N".
           88 SORT-SUM-VALID VALUE "Y".
      *> Una clave S se corre a positivo para que el orden de los
      *> caracteres sea el orden numerico.
       01 SORT-SIGNED-AREA.
          05 SORT-SIGNED-WORK COPY num2.
       01 SORT-SIGNED-SHIFTED PIC 9(8)V99.
       01 SORT-SIGNED-SHIFTED-X REDEFINES SORT-SIGNED-SHIFTED
                                PIC X(10).
       01 SORT-SIGNED-OFFSET PIC 9(7)V99 VALUE 9999999.99.
      *> Tablas de inversion de bytes: una clave descendente se
      *> convierte byte a byte a su complemento.
       01 SORT-ASCENDING-BYTES  PIC X(256).
       01 SORT-DESCENDING-BYTES PIC X(256).
       01 SORT-BYTE-IDX PIC 9(3).
