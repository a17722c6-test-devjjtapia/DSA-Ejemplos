      *> Registro del maestro de alias ALIASMST: cada nombre alterno
      *> con que la gente pide un articulo o un codigo ("Palta" por
      *> "Aguacate", "Frutilla" por "Fresa") apunta al nombre oficial.
      *> El alias se guarda en mayusculas, asi "palta", "Palta" y
      *> "PALTA" encuentran la misma clave; el destino va tal cual
      *> figura en su maestro.
           05 AL-ALIAS  PIC X(10).
      *> "F" = nombre de articulo (FRUTA-NAME de FRUTASDAT),
      *> "C" = codigo del maestro CODEMAST.
           05 AL-KIND   PIC X(1).
           05 AL-TARGET PIC X(10).
      *> Origen del alias (la region, el proveedor que lo usa...),
      *> texto libre para quien mantiene el maestro.
           05 AL-NOTE   PIC X(20).
           05 AL-DATE   PIC X(8).
