      *> Area de trabajo del sello encadenado (ver chainp.cpy): cada
      *> registro de STKLEDG, APPRLOG, CODMLOG y RPRMLOG lleva al
      *> final un valor de control calculado con el valor del registro
      *> anterior y el contenido propio. Cambiar un renglon con un
      *> editor rompe la cadena desde ese renglon en adelante, y
      *> CHAIN-VERIFY (paso de PRE-FLIGHT-CHECK) lo encuentra.
       01 CHAIN-PREV-VALUE PIC 9(9) VALUE 0.
       01 CHAIN-VALUE      PIC 9(9).
       01 CHAIN-TEXT       PIC X(256).
       01 CHAIN-TEXT-LEN   PIC 9(4) COMP.
       01 CHAIN-POS        PIC 9(4) COMP.
       01 CHAIN-WORK       PIC 9(18) COMP.
       01 CHAIN-EOF-SW     PIC X(1).
           88 CHAIN-EOF VALUE "Y".
