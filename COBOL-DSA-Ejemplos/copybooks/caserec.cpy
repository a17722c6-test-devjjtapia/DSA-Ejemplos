      *> Registro del legajo de reclamos CASEFILE: un registro por
      *> caso. La pila 'Urgentes' de STACK-DEMO guardaba el reclamo
      *> como diez caracteres que desaparecian al desapilarlo -- sin
      *> saber quien se quejo, de que, ni como termino. Apilar en
      *> 'Urgentes' abre el caso, desapilarlo lo asigna a un operador
      *> y CASE-MAINT lo completa, lo resuelve y lo cierra.
           05 CS-CASE-ID       PIC X(6).
      *> Numero de cliente de CUSTMAST; blanco = sin identificar.
           05 CS-CUSTOMER-ID   PIC X(10).
      *> Referencia del reclamo: "T" numero de tique, "I" articulo,
      *> blanco sin referencia.
           05 CS-REF-TYPE      PIC X(1).
           05 CS-REFERENCE     PIC X(10).
      *> Categoria del catalogo casecat.cpy.
           05 CS-CATEGORY      PIC X(4).
      *> El texto tal como se apilo en 'Urgentes': con el se reconoce
      *> el caso al desapilar.
           05 CS-SUBJECT       PIC X(10).
           05 CS-OPEN-DATE     PIC X(8).
           05 CS-OPEN-TIME     PIC 9(8).
           05 CS-OPERATOR      PIC X(8).
           05 CS-ASSIGN-DATE   PIC X(8).
      *> "A" abierto / "P" en proceso (asignado) / "R" resuelto /
      *> "C" cerrado.
           05 CS-STATUS        PIC X(1).
              88 CS-OPEN        VALUE "A".
              88 CS-IN-PROGRESS VALUE "P".
              88 CS-RESOLVED    VALUE "R".
              88 CS-CLOSED      VALUE "C".
           05 CS-RESOLUTION    PIC X(40).
           05 CS-RESOLVED-DATE PIC X(8).
