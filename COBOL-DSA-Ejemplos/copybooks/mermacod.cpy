      *> Codigos de motivo de merma (movimiento "M" de STOCK-MOVEMENT,
      *> LG-REASON en STKLEDG): la fruta que se pierde por podrida,
      *> danada, robada, dada a probar o vencida sale del maestro con
      *> su motivo para que el reporte de mermas la separe de las
      *> ventas. Un motivo nuevo se agrega aqui y en ningun otro lado.
       01 SHRINK-REASON-CATALOG.
          05 FILLER PIC X(24) VALUE "PODRPODRIDA/DESCOMPUESTA".
          05 FILLER PIC X(24) VALUE "DANODANADA EN MANIPULEO ".
          05 FILLER PIC X(24) VALUE "ROBOROBO/FALTANTE       ".
          05 FILLER PIC X(24) VALUE "MUESMUESTRA/DEGUSTACION ".
          05 FILLER PIC X(24) VALUE "VENCVENCIDA             ".
       01 FILLER REDEFINES SHRINK-REASON-CATALOG.
          05 SHRINK-REASON-ENTRY OCCURS 5 TIMES.
             10 SHRINK-REASON-CODE PIC X(4).
             10 SHRINK-REASON-DESC PIC X(20).
       01 SHRINK-REASON-COUNT PIC 9(2) VALUE 5.
