      *> FD de las tarjetas de control de ordenamiento (ver
      *> sortcs.cpy). Una instruccion por linea, en columnas fijas;
      *> una linea en blanco o con "*" en la columna 1 es comentario:
      *>   CLAVE    ppp lll T D   clave: posicion y longitud en el
      *>                          registro, tipo (C caracter, U
      *>                          numerico sin signo, S num2 con signo
      *>                          -- longitud 10, ver num2.cpy) y
      *>                          sentido (A ascendente, D descendente);
      *>                          hasta 6, en orden de importancia
      *>   INCLUIR  ppp lll OP valor
      *>   OMITIR   ppp lll OP valor
      *>                          condicion sobre un campo (OP = EQ NE
      *>                          GT GE LT LE, comparacion de
      *>                          caracteres contra el valor de la
      *>                          columna 21 en adelante); una sola
      *>   SUMA     ppp [lll U]   campo de cantidad que llevan los
      *>                          totales HDR/TRL y la consolidacion:
      *>                          un num2, o con longitud y tipo U un
      *>                          entero sin signo de hasta 7 digitos
      *>                          (MV-QTY de STKMOVS); sin SUMA solo
      *>                          se controla el conteo
       FD  SORT-CTL-FILE.
       01  SORT-CTL-RECORD.
           05 CARD-VERB      PIC X(8).
           05 FILLER         PIC X(1).
           05 CARD-POSITION  PIC X(3).
           05 FILLER         PIC X(1).
           05 CARD-LENGTH    PIC X(3).
           05 FILLER         PIC X(1).
           05 CARD-TYPE      PIC X(1).
           05 FILLER         PIC X(1).
           05 CARD-DIRECTION PIC X(1).
           05 FILLER         PIC X(60).
      *> Vista de la condicion INCLUIR/OMITIR de la misma tarjeta.
       01  SORT-CTL-CONDITION.
           05 FILLER         PIC X(17).
           05 CARD-OPERATOR  PIC X(2).
           05 FILLER         PIC X(1).
           05 CARD-VALUE     PIC X(30).
           05 FILLER         PIC X(30).
