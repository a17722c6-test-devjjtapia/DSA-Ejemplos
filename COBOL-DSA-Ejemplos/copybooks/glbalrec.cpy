      *> Registro compartido del saldo acumulado de la cuenta de
      *> inventario en contabilidad (GLRECBAL): GLJRNL se regraba con
      *> cada extracto y solo trae un dia, asi que la conciliacion
      *> guarda aqui, por cada generacion absorbida, los totales de
      *> debe y haber de la cuenta 1400 (centavos). El primer
      *> registro es la apertura ("A"): el valor de FRUTASDAT el dia
      *> en que se empezo a conciliar, en GB-DEBITS; lo anterior a
      *> esa fecha se da por conciliado. Una generacion de la misma
      *> fecha extraida de nuevo reemplaza a la anterior.
           05 GB-TYPE      PIC X(1).
      *>        "A" = apertura / "G" = generacion de GLJRNL.
           05 GB-DATE      PIC X(8).
           05 GB-DEBITS    PIC 9(13).
           05 GB-CREDITS   PIC 9(13).
           05 GB-LOADED-ON PIC X(8).
