      *> FD del presupuesto de compras (ver otbs.cpy).
       FD  OTB-BUDGET-FILE.
       01  OTB-BUDGET-RECORD.
           COPY otbrec.
