      *> Area de trabajo del ritmo de atencion reciente por cola (ver
      *> svcratep.cpy): con esto se estima cuanto va a esperar un
      *> tique nuevo. Por cola, la brecha promedio entre atenciones
      *> completadas consecutivas del mismo dia en QUEHIST dentro de
      *> los ultimos VENTANA-ESTIMACION dias (defecto 7); la brecha
      *> ya refleja cuantas ventanillas atendian. Brechas de mas de
      *> media hora son cola vacia, no ritmo, y no se cuentan.
       01 SERVICE-RATE-TABLE.
          05 SERVICE-RATE-COUNT PIC 9(2) VALUE 0.
          05 SERVICE-RATE-ENTRY OCCURS 10 TIMES.
             10 SR-QUEUE-NAME PIC X(10).
             10 SR-GAP-SUM    PIC 9(12).
             10 SR-GAP-COUNT  PIC 9(7).
             10 SR-LAST-DAY   PIC 9(7).
             10 SR-LAST-CS    PIC 9(9).
       01 SERVICE-RATE-CAPACITY PIC 9(2) VALUE 10.
       01 SR PIC 9(2).
       01 SERVICE-RATE-WINDOW PIC 9(3) VALUE 7.
      *> Sin historia para la cola: TIEMPO-ATENCION de RUNPARMS
      *> (centisegundos; el mismo respaldo que usa STAFFING-PLAN).
       01 SERVICE-RATE-DEFAULT PIC 9(9) VALUE 18000.
       01 SERVICE-RATE-IDLE-CS PIC 9(9) VALUE 180000.
      *> Consulta: GET-SERVICE-RATE recibe la cola en
      *> SERVICE-RATE-QUEUE y deja la brecha promedio en
      *> SERVICE-RATE-CS.
       01 SERVICE-RATE-QUEUE PIC X(10).
       01 SERVICE-RATE-CS PIC 9(9).
       01 SERVICE-RATE-EOF-SW PIC X VALUE "N".
           88 SERVICE-RATE-EOF VALUE "Y".
       01 SR-TODAY PIC 9(7).
       01 SR-DAY PIC 9(7).
       01 SR-CS PIC 9(9).
       01 SR-GAP PIC S9(12).
       01 SR-TIME PIC 9(8).
       01 SR-TIME-PARTS REDEFINES SR-TIME.
          05 SR-HH PIC 9(2).
          05 SR-MM PIC 9(2).
          05 SR-SS PIC 9(2).
          05 SR-CC PIC 9(2).
