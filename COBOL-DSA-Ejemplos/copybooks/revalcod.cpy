      *> Codigos de motivo de revaluacion de costo (asiento "C" de
      *> COST-REVALUATION, LG-REASON en STKLEDG): por que se corrigio
      *> a mano un FRUTA-COST que normalmente solo mueve el promedio
      *> de las recepciones. Un motivo nuevo se agrega aqui y en
      *> ningun otro lado.
       01 REVAL-REASON-CATALOG.
          05 FILLER PIC X(24) VALUE "TECLERROR DE TECLEO     ".
          05 FILLER PIC X(24) VALUE "NCRDNOTA CREDITO PROV.  ".
          05 FILLER PIC X(24) VALUE "PRECPRECIO PROV. CORREG.".
          05 FILLER PIC X(24) VALUE "AUDIAJUSTE DE AUDITORIA ".
       01 FILLER REDEFINES REVAL-REASON-CATALOG.
          05 REVAL-REASON-ENTRY OCCURS 4 TIMES.
             10 REVAL-REASON-CODE PIC X(4).
             10 REVAL-REASON-DESC PIC X(20).
       01 REVAL-REASON-COUNT PIC 9(2) VALUE 4.
