      *> Rutinas compartidas de las tarjetas de control de
      *> ordenamiento (ver sortcs.cpy); se COPY-an al final del
      *> PROCEDURE DIVISION.
      *>
      *> LOAD-SORT-CONTROL: lee las tarjetas una vez al arranque, las
      *> lista en la salida del job y deja la especificacion en
      *> efecto en SORT-SPEC-TEXT. Sin tarjetas rige la clave de
      *> siempre (SORT-CTL-DEFAULT); una tarjeta mal formada prende
      *> SORT-CTL-ERROR y el llamador no ordena.
      *>
      *> BUILD-SORT-KEY: arma SORT-COMPOSITE-KEY y SORT-KEY-FIELDS
      *> desde SORT-RECORD-IMAGE. Una clave U o S no numerica, o una S
      *> pasada de SORT-SIGNED-LIMIT, apaga SORT-KEY-VALID con el
      *> motivo en SORT-KEY-REJECT-REASON; el rechazo lo asienta el
      *> llamador.
      *>
      *> TEST-SORT-FILTER: SORT-RECORD-SELECTED segun INCLUIR/OMITIR.
      *>
      *> TAKE-SORT-SUM-FIELD: el campo SUMA del registro en
      *> SORT-SUM-VALUE, con SORT-SUM-VALID si es numerico.
       LOAD-SORT-CONTROL.
           MOVE 0 TO SORT-KEY-COUNT.
           MOVE SPACE TO SORT-FILTER-KIND.
           MOVE 0 TO SORT-SUM-POSITION.
           MOVE 10 TO SORT-SUM-LENGTH.
           MOVE "S" TO SORT-SUM-TYPE.
           MOVE "N" TO SORT-CTL-ERROR-SW.
           MOVE "N" TO SORT-CTL-DEFAULT-SW.
           PERFORM VARYING SORT-BYTE-IDX FROM 1 BY 1
                   UNTIL SORT-BYTE-IDX > 256
               MOVE FUNCTION CHAR(SORT-BYTE-IDX)
                   TO SORT-ASCENDING-BYTES(SORT-BYTE-IDX:1)
               MOVE FUNCTION CHAR(257 - SORT-BYTE-IDX)
                   TO SORT-DESCENDING-BYTES(SORT-BYTE-IDX:1)
           END-PERFORM.
           MOVE SORT-CTL-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO SORT-CTL-FILE-NAME.
           OPEN INPUT SORT-CTL-FILE.
           IF SORT-CTL-FILE-OK
               PERFORM UNTIL SORT-CTL-FILE-EOF
                   READ SORT-CTL-FILE
                       AT END
                           SET SORT-CTL-FILE-EOF TO TRUE
                       NOT AT END
                           IF SORT-CTL-RECORD NOT = SPACES
                                   AND SORT-CTL-RECORD(1:1) NOT = "*"
                               DISPLAY "Tarjeta de control: "
                                   FUNCTION TRIM(SORT-CTL-RECORD
                                       TRAILING)
                               PERFORM PARSE-SORT-CARD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SORT-CTL-FILE.
           IF SORT-CTL-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF SORT-KEY-COUNT = 0
               IF SORT-FILTER-KIND NOT = SPACE
                       OR SORT-SUM-POSITION NOT = 0
                   DISPLAY "ERROR: tarjetas de control sin ninguna "
                       "CLAVE."
                   SET SORT-CTL-ERROR TO TRUE
                   EXIT PARAGRAPH
               END-IF
      *> Sin tarjetas: la clave de siempre, el num2 del registro.
               SET SORT-CTL-DEFAULT TO TRUE
               MOVE 1 TO SORT-KEY-COUNT
               MOVE 1 TO SKY-POSITION(1)
               MOVE 10 TO SKY-LENGTH(1)
               MOVE "S" TO SKY-TYPE(1)
               MOVE "A" TO SKY-DIRECTION(1)
               MOVE 1 TO SORT-SUM-POSITION
               DISPLAY "Sin tarjetas de control: clave num2 del "
                   "registro, ascendente."
           END-IF.
           PERFORM BUILD-SORT-SPEC-TEXT.
           DISPLAY "Especificacion de ordenamiento en efecto: "
               FUNCTION TRIM(SORT-SPEC-TEXT TRAILING).

       PARSE-SORT-CARD.
           MOVE SPACES TO SORT-CARD-ERROR-TEXT.
           EVALUATE CARD-VERB
               WHEN "CLAVE"
                   PERFORM PARSE-SORT-KEY-CARD
               WHEN "INCLUIR"
               WHEN "OMITIR"
                   PERFORM PARSE-SORT-FILTER-CARD
               WHEN "SUMA"
                   PERFORM PARSE-SORT-SUM-CARD
               WHEN OTHER
                   MOVE "instruccion desconocida"
                       TO SORT-CARD-ERROR-TEXT
           END-EVALUATE.
           IF SORT-CARD-ERROR-TEXT NOT = SPACES
               DISPLAY "ERROR: tarjeta de control invalida ("
                   FUNCTION TRIM(SORT-CARD-ERROR-TEXT) "): "
                   FUNCTION TRIM(SORT-CTL-RECORD TRAILING)
               SET SORT-CTL-ERROR TO TRUE
           END-IF.

       PARSE-SORT-KEY-CARD.
           IF SORT-KEY-COUNT >= SORT-KEY-CAPACITY
               MOVE "mas de 6 claves" TO SORT-CARD-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SORT-CARD-FIELD.
           IF SORT-CARD-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CARD-TYPE NOT = "C" AND CARD-TYPE NOT = "U"
                   AND CARD-TYPE NOT = "S"
               MOVE "tipo distinto de C, U o S"
                   TO SORT-CARD-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF CARD-TYPE = "S" AND SORT-CARD-LENGTH NOT = 10
               MOVE "un campo S mide 10" TO SORT-CARD-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF CARD-DIRECTION NOT = "A" AND CARD-DIRECTION NOT = "D"
               MOVE "sentido distinto de A o D"
                   TO SORT-CARD-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SORT-KEY-COUNT.
           MOVE SORT-CARD-POSITION TO SKY-POSITION(SORT-KEY-COUNT).
           MOVE SORT-CARD-LENGTH TO SKY-LENGTH(SORT-KEY-COUNT).
           MOVE CARD-TYPE TO SKY-TYPE(SORT-KEY-COUNT).
           MOVE CARD-DIRECTION TO SKY-DIRECTION(SORT-KEY-COUNT).

       PARSE-SORT-FILTER-CARD.
           IF SORT-FILTER-KIND NOT = SPACE
               MOVE "mas de una condicion" TO SORT-CARD-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SORT-CARD-FIELD.
           IF SORT-CARD-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CARD-OPERATOR NOT = "EQ" AND CARD-OPERATOR NOT = "NE"
                   AND CARD-OPERATOR NOT = "GT"
                   AND CARD-OPERATOR NOT = "GE"
                   AND CARD-OPERATOR NOT = "LT"
                   AND CARD-OPERATOR NOT = "LE"
               MOVE "operador distinto de EQ NE GT GE LT LE"
                   TO SORT-CARD-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF CARD-VERB = "INCLUIR"
               SET SORT-FILTER-INCLUDE TO TRUE
           ELSE
               SET SORT-FILTER-OMIT TO TRUE
           END-IF.
           MOVE SORT-CARD-POSITION TO SORT-FILTER-POSITION.
           MOVE SORT-CARD-LENGTH TO SORT-FILTER-LENGTH.
           MOVE CARD-OPERATOR TO SORT-FILTER-OPERATOR.
           MOVE CARD-VALUE TO SORT-FILTER-VALUE.

       PARSE-SORT-SUM-CARD.
           IF SORT-SUM-POSITION NOT = 0
               MOVE "mas de una SUMA" TO SORT-CARD-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
      *> Sin longitud, el campo de SUMA es un num2 de 10.
           IF CARD-LENGTH = SPACES
               MOVE "010" TO CARD-LENGTH
               MOVE "S" TO CARD-TYPE
           END-IF.
           PERFORM CHECK-SORT-CARD-FIELD.
           IF SORT-CARD-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF NOT (CARD-TYPE = "S" AND SORT-CARD-LENGTH = 10)
                   AND NOT (CARD-TYPE = "U" AND SORT-CARD-LENGTH <= 7)
               MOVE "SUMA es num2 (S, 10) o U de hasta 7"
                   TO SORT-CARD-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE SORT-CARD-POSITION TO SORT-SUM-POSITION.
           MOVE SORT-CARD-LENGTH TO SORT-SUM-LENGTH.
           MOVE CARD-TYPE TO SORT-SUM-TYPE.

       CHECK-SORT-CARD-FIELD.
      *> Posicion y longitud de la tarjeta: numericas, la longitud de
      *> 1 a 30 y el campo dentro del registro.
           IF CARD-POSITION IS NOT NUMERIC
                   OR CARD-LENGTH IS NOT NUMERIC
               MOVE "posicion o longitud no numerica"
                   TO SORT-CARD-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE CARD-POSITION TO SORT-CARD-POSITION.
           MOVE CARD-LENGTH TO SORT-CARD-LENGTH.
           IF SORT-CARD-POSITION = 0 OR SORT-CARD-LENGTH = 0
                   OR SORT-CARD-LENGTH > 30
               MOVE "posicion 0 o longitud fuera de 1 a 30"
                   TO SORT-CARD-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF SORT-CARD-POSITION + SORT-CARD-LENGTH - 1
                   > SORT-RECORD-MAX
               MOVE "el campo pasa el fin del registro"
                   TO SORT-CARD-ERROR-TEXT
           END-IF.

       BUILD-SORT-SPEC-TEXT.
      *> Forma corta: "pos,long,tipo,sentido" por clave, la condicion
      *> y la SUMA; lo que no entre en 50 se corta (las tarjetas
      *> completas quedan en la salida del job).
           MOVE SPACES TO SORT-SPEC-TEXT.
           MOVE 1 TO SORT-SPEC-PTR.
           PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > SORT-KEY-COUNT
               MOVE SKY-POSITION(SKX) TO SORT-NUMBER-EDIT
               STRING FUNCTION TRIM(SORT-NUMBER-EDIT) ","
                   DELIMITED BY SIZE INTO SORT-SPEC-TEXT
                   WITH POINTER SORT-SPEC-PTR
               END-STRING
               MOVE SKY-LENGTH(SKX) TO SORT-NUMBER-EDIT
               STRING FUNCTION TRIM(SORT-NUMBER-EDIT) ","
                   SKY-TYPE(SKX) "," SKY-DIRECTION(SKX) " "
                   DELIMITED BY SIZE INTO SORT-SPEC-TEXT
                   WITH POINTER SORT-SPEC-PTR
               END-STRING
           END-PERFORM.
           IF SORT-FILTER-KIND NOT = SPACE
               IF SORT-FILTER-INCLUDE
                   STRING "INC " DELIMITED BY SIZE INTO SORT-SPEC-TEXT
                       WITH POINTER SORT-SPEC-PTR
                   END-STRING
               ELSE
                   STRING "OMI " DELIMITED BY SIZE INTO SORT-SPEC-TEXT
                       WITH POINTER SORT-SPEC-PTR
                   END-STRING
               END-IF
               MOVE SORT-FILTER-POSITION TO SORT-NUMBER-EDIT
               STRING FUNCTION TRIM(SORT-NUMBER-EDIT) ","
                   DELIMITED BY SIZE INTO SORT-SPEC-TEXT
                   WITH POINTER SORT-SPEC-PTR
               END-STRING
               MOVE SORT-FILTER-LENGTH TO SORT-NUMBER-EDIT
               STRING FUNCTION TRIM(SORT-NUMBER-EDIT) ","
                   SORT-FILTER-OPERATOR ","
                   SORT-FILTER-VALUE(1:SORT-FILTER-LENGTH) " "
                   DELIMITED BY SIZE INTO SORT-SPEC-TEXT
                   WITH POINTER SORT-SPEC-PTR
               END-STRING
           END-IF.
           IF SORT-SUM-POSITION NOT = 0
               MOVE SORT-SUM-POSITION TO SORT-NUMBER-EDIT
               STRING "SUMA " FUNCTION TRIM(SORT-NUMBER-EDIT)
                   DELIMITED BY SIZE INTO SORT-SPEC-TEXT
                   WITH POINTER SORT-SPEC-PTR
               END-STRING
               IF SORT-SUM-TYPE = "U"
                   MOVE SORT-SUM-LENGTH TO SORT-NUMBER-EDIT
                   STRING "," FUNCTION TRIM(SORT-NUMBER-EDIT) ",U"
                       DELIMITED BY SIZE INTO SORT-SPEC-TEXT
                       WITH POINTER SORT-SPEC-PTR
                   END-STRING
               END-IF
           END-IF.

       BUILD-SORT-KEY.
           MOVE LOW-VALUES TO SORT-COMPOSITE-KEY.
           MOVE SPACES TO SORT-KEY-FIELDS.
      *> SORT-KEY-FIELDS-LEN hace de puntero mientras se arma.
           MOVE 1 TO SORT-KEY-FIELDS-LEN.
           MOVE "Y" TO SORT-KEY-VALID-SW.
           MOVE SPACES TO SORT-KEY-REJECT-REASON.
           MOVE SPACES TO SORT-KEY-BAD-VALUE.
           PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > SORT-KEY-COUNT
               PERFORM BUILD-ONE-SORT-KEY
           END-PERFORM.
           SUBTRACT 1 FROM SORT-KEY-FIELDS-LEN.

       BUILD-ONE-SORT-KEY.
           STRING SORT-RECORD-IMAGE(SKY-POSITION(SKX):SKY-LENGTH(SKX))
               DELIMITED BY SIZE INTO SORT-KEY-FIELDS
               WITH POINTER SORT-KEY-FIELDS-LEN
           END-STRING.
           EVALUATE SKY-TYPE(SKX)
               WHEN "U"
                   IF SORT-RECORD-IMAGE(SKY-POSITION(SKX):
                           SKY-LENGTH(SKX)) IS NOT NUMERIC
                       MOVE "NO-NUMERICO" TO SORT-KEY-REJECT-REASON
                       PERFORM NOTE-BAD-SORT-KEY
                   END-IF
                   MOVE SORT-RECORD-IMAGE(SKY-POSITION(SKX):
                       SKY-LENGTH(SKX))
                       TO SORT-KEY-SLOT(SKX)(1:SKY-LENGTH(SKX))
               WHEN "S"
                   MOVE SORT-RECORD-IMAGE(SKY-POSITION(SKX):10)
                       TO SORT-SIGNED-AREA
                   IF SORT-SIGNED-WORK IS NOT NUMERIC
                       MOVE "NO-NUMERICO" TO SORT-KEY-REJECT-REASON
                       PERFORM NOTE-BAD-SORT-KEY
                       EXIT PARAGRAPH
                   END-IF
                   IF SORT-SIGNED-LIMIT > 0 AND
                           FUNCTION ABS(SORT-SIGNED-WORK)
                           > SORT-SIGNED-LIMIT
                       MOVE "FUERA-DE-RANGO" TO SORT-KEY-REJECT-REASON
                       PERFORM NOTE-BAD-SORT-KEY
                   END-IF
                   COMPUTE SORT-SIGNED-SHIFTED =
                       SORT-SIGNED-WORK + SORT-SIGNED-OFFSET
                   MOVE SORT-SIGNED-SHIFTED-X TO SORT-KEY-SLOT(SKX)
               WHEN OTHER
                   MOVE SORT-RECORD-IMAGE(SKY-POSITION(SKX):
                       SKY-LENGTH(SKX))
                       TO SORT-KEY-SLOT(SKX)(1:SKY-LENGTH(SKX))
           END-EVALUATE.
           IF SKY-DIRECTION(SKX) = "D"
               INSPECT SORT-KEY-SLOT(SKX)(1:SKY-LENGTH(SKX))
                   CONVERTING SORT-ASCENDING-BYTES
                   TO SORT-DESCENDING-BYTES
           END-IF.

       NOTE-BAD-SORT-KEY.
      *> Queda el primer motivo del registro, no el ultimo.
           IF SORT-KEY-VALID
               MOVE "N" TO SORT-KEY-VALID-SW
               MOVE SORT-RECORD-IMAGE(SKY-POSITION(SKX):
                   SKY-LENGTH(SKX)) TO SORT-KEY-BAD-VALUE
           END-IF.

       TEST-SORT-FILTER.
           MOVE "Y" TO SORT-RECORD-SELECTED-SW.
           IF SORT-FILTER-KIND = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO SORT-FILTER-TRUE-SW.
           EVALUATE SORT-FILTER-OPERATOR
               WHEN "EQ"
                   IF SORT-RECORD-IMAGE(SORT-FILTER-POSITION:
                           SORT-FILTER-LENGTH)
                           = SORT-FILTER-VALUE(1:SORT-FILTER-LENGTH)
                       SET SORT-FILTER-TRUE TO TRUE
                   END-IF
               WHEN "NE"
                   IF SORT-RECORD-IMAGE(SORT-FILTER-POSITION:
                           SORT-FILTER-LENGTH)
                           NOT = SORT-FILTER-VALUE(1:SORT-FILTER-LENGTH)
                       SET SORT-FILTER-TRUE TO TRUE
                   END-IF
               WHEN "GT"
                   IF SORT-RECORD-IMAGE(SORT-FILTER-POSITION:
                           SORT-FILTER-LENGTH)
                           > SORT-FILTER-VALUE(1:SORT-FILTER-LENGTH)
                       SET SORT-FILTER-TRUE TO TRUE
                   END-IF
               WHEN "GE"
                   IF SORT-RECORD-IMAGE(SORT-FILTER-POSITION:
                           SORT-FILTER-LENGTH)
                           >= SORT-FILTER-VALUE(1:SORT-FILTER-LENGTH)
                       SET SORT-FILTER-TRUE TO TRUE
                   END-IF
               WHEN "LT"
                   IF SORT-RECORD-IMAGE(SORT-FILTER-POSITION:
                           SORT-FILTER-LENGTH)
                           < SORT-FILTER-VALUE(1:SORT-FILTER-LENGTH)
                       SET SORT-FILTER-TRUE TO TRUE
                   END-IF
               WHEN "LE"
                   IF SORT-RECORD-IMAGE(SORT-FILTER-POSITION:
                           SORT-FILTER-LENGTH)
                           <= SORT-FILTER-VALUE(1:SORT-FILTER-LENGTH)
                       SET SORT-FILTER-TRUE TO TRUE
                   END-IF
           END-EVALUATE.
           IF SORT-FILTER-INCLUDE AND NOT SORT-FILTER-TRUE
               MOVE "N" TO SORT-RECORD-SELECTED-SW
           END-IF.
           IF SORT-FILTER-OMIT AND SORT-FILTER-TRUE
               MOVE "N" TO SORT-RECORD-SELECTED-SW
           END-IF.

       TAKE-SORT-SUM-FIELD.
           MOVE "N" TO SORT-SUM-VALID-SW.
           MOVE 0 TO SORT-SUM-VALUE.
           IF SORT-SUM-POSITION = 0
               EXIT PARAGRAPH
           END-IF.
           IF SORT-SUM-TYPE = "U"
               IF SORT-RECORD-IMAGE(SORT-SUM-POSITION:SORT-SUM-LENGTH)
                       IS NUMERIC
                   COMPUTE SORT-SUM-VALUE = FUNCTION NUMVAL(
                       SORT-RECORD-IMAGE(SORT-SUM-POSITION:
                           SORT-SUM-LENGTH))
                   SET SORT-SUM-VALID TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SORT-RECORD-IMAGE(SORT-SUM-POSITION:10)
               TO SORT-SUM-AREA.
           IF SORT-SUM-VALUE IS NUMERIC
               SET SORT-SUM-VALID TO TRUE
           ELSE
               MOVE 0 TO SORT-SUM-VALUE
           END-IF.
