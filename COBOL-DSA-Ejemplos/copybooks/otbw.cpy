      *> Area de trabajo del presupuesto de compras (ver otbs.cpy): los
      *> presupuestos del mes cargados por LOAD-OTB-BUDGETS con sus
      *> acumuladores, y los campos de ADD-TO-OTB-BUDGETS y
      *> FIND-OTB-AVAILABLE. Todos los montos en centavos.
      *> Nombre segun el entorno de la corrida (ver fenvparm.cpy).
       01 OTB-BUDGET-FILE-NAME PIC X(40) VALUE "OTBBUDG".
       01 OTB-BUDGET-STATUS PIC XX VALUE "00".
           88 OTB-BUDGET-OK  VALUE "00".
           88 OTB-BUDGET-EOF VALUE "10".
       01 OTB-TABLE.
          05 OTB-COUNT PIC 9(3) VALUE 0.
          05 OTB-ENTRY OCCURS 200 TIMES.
             10 OTB-TYPE     PIC X(1).
             10 OTB-KEY      PIC X(9).
             10 OTB-BUDGET   PIC 9(11).
             10 OTB-RECEIVED PIC 9(11).
             10 OTB-OPEN     PIC 9(11).
      *>         "N" = renglon sin presupuesto cargado que arma el
      *>         reporte de estado para mostrar la actividad.
             10 OTB-HAS-BUDGET PIC X(1).
       01 OTB-TABLE-CAPACITY PIC 9(3) VALUE 200.
       01 OB PIC 9(3).
      *> Mes a cargar (AAAAMM).
       01 OTB-MONTH PIC X(6).
      *> Entrada de ADD-TO-OTB-BUDGETS y FIND-OTB-AVAILABLE.
       01 OTB-LINE-VENDOR     PIC X(6).
       01 OTB-LINE-ITEM       PIC X(10).
       01 OTB-RECEIVED-VALUE  PIC 9(11).
       01 OTB-OPEN-VALUE      PIC 9(11).
      *> Salida de FIND-OTB-AVAILABLE: el menor disponible entre los
      *> presupuestos que alcanzan a la linea, y cual es.
       01 OTB-LIMITED-SW PIC X VALUE "N".
           88 OTB-LIMITED VALUE "Y".
       01 OTB-APPLIES-SW PIC X VALUE "N".
           88 OTB-APPLIES VALUE "Y".
       01 OTB-AVAILABLE  PIC S9(11).
       01 OTB-REMAINING  PIC S9(11).
       01 OTB-SHORT-TYPE PIC X(1).
       01 OTB-SHORT-KEY  PIC X(9).
