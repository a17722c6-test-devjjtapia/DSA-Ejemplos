      *> Area de parametros del servicio FIB-BACKOFF (fib_backoff.cbl):
      *> devuelve la espera antes del intento N de un aviso que se
      *> repite (escalamiento, reclamo de acuse, tique de backlog)
      *> sobre la serie de Fibonacci -- 1, 1, 2, 3, 5, 8... veces la
      *> base -- con un tope, para que una condicion trabada vuelva a
      *> avisar cada vez mas espaciado pero nunca deje de volver.
           05 FB-SCHEDULE     PIC X(7).
      *>      Entra el nombre del calendario: la base y el tope salen
      *>      de RUNPARMS con las claves BACKOFF-BASE-<calendario> y
      *>      BACKOFF-TOPE-<calendario>.
           05 FB-ATTEMPT      PIC 9(3).
      *>      Entra el numero de intento (1 = primer aviso); 0 se
      *>      trata como 1.
           05 FB-DEFAULT-BASE PIC 9(5).
      *>      Entra la base por defecto, en la unidad del llamador
      *>      (horas, dias), si RUNPARMS no trae la clave.
           05 FB-DEFAULT-CAP  PIC 9(5).
      *>      Entra el tope por defecto, en la misma unidad.
           05 FB-INTERVAL     PIC 9(5).
      *>      Sale la espera: termino N de Fibonacci por la base, sin
      *>      pasar del tope.
           05 FB-CAPPED       PIC X(1).
               88 FB-AT-CAP VALUE "S".
      *>      Sale "S" si la espera quedo en el tope.
