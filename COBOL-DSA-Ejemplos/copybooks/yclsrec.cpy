      *> Registro compartido del registro de cierres anuales YEARCLOS:
      *> un renglon por ejercicio cerrado por YEAR-END-CLOSE, en orden
      *> de cierre. Dice que anios ya no estan en STKLEDG y en que
      *> resguardo quedaron (STKLEDGaaaa, con todo lo asentado hasta el
      *> 31/12 de ese anio y despues del cierre anterior); los que
      *> leen el libro por rango de fechas lo consultan para saber que
      *> resguardos abrir. Un ejercicio presente aqui no se vuelve a
      *> cerrar.
           05 YC-YEAR          PIC X(4).
           05 YC-CLOSED-ON     PIC X(8).
           05 YC-ARCHIVE-NAME  PIC X(11).
           05 YC-ARCHIVED      PIC 9(7).
           05 YC-KEPT          PIC 9(7).
           05 YC-OPENINGS      PIC 9(5).
      *>        Valor de cierre del ejercicio (existencia x ultimo
      *>        costo del libro), en centavos.
           05 YC-CLOSING-VALUE PIC 9(13).
