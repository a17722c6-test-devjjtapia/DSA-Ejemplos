      *> Calculo del sello encadenado (ver chainw.cpy); se COPY-a al
      *> final del PROCEDURE DIVISION. El llamador deja en CHAIN-TEXT
      *> el registro con su propio campo de sello en blanco, en
      *> CHAIN-TEXT-LEN su largo y en CHAIN-PREV-VALUE el sello del
      *> registro anterior (cero para el primero del archivo); el
      *> resultado queda en CHAIN-VALUE. Cada caracter entra en la
      *> cuenta segun su posicion, asi que ni un cambio de un digito
      *> ni el intercambio de dos campos pasan sin cambiar el sello.
       COMPUTE-CHAIN-VALUE.
           COMPUTE CHAIN-WORK = CHAIN-PREV-VALUE + CHAIN-TEXT-LEN.
           PERFORM VARYING CHAIN-POS FROM 1 BY 1
                   UNTIL CHAIN-POS > CHAIN-TEXT-LEN
               COMPUTE CHAIN-WORK = FUNCTION MOD(
                   CHAIN-WORK * 31
                   + FUNCTION ORD(CHAIN-TEXT(CHAIN-POS:1)),
                   999999937)
           END-PERFORM.
           MOVE CHAIN-WORK TO CHAIN-VALUE.
