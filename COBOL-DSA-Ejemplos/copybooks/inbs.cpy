      *> SELECT del registro de archivos entrantes INBREG (ver
      *> inbrec.cpy). Los archivos de afuera llegaban repetidos -- el
      *> mismo CSV de ayer reenviado -- o no llegaban, y ningun
      *> cargador se daba cuenta: uno posteaba dos veces la misma
      *> entrega y el otro corria feliz sobre un archivo ausente. Cada
      *> cargador pasa por CHECK-INBOUND-FILE antes de procesar; el
      *> archivo entrante se lee por segunda vez con el nombre en
      *> INBOUND-SOURCE. Se COPY-a dentro de FILE-CONTROL; las demas
      *> piezas van en inbf/inbw/inbp, igual que uoms, y hacen falta
      *> chainw/chainp para el sello del contenido.
           SELECT OPTIONAL INBOUND-RAW-FILE
               ASSIGN USING INBOUND-RAW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INBOUND-RAW-STATUS.
           SELECT OPTIONAL INBOUND-REGISTRY-FILE
               ASSIGN USING INBOUND-REGISTRY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INBOUND-REGISTRY-STATUS.
