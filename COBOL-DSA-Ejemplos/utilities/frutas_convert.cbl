      *> de siempre al cargar) y se informa el conteo. Correr ANTES
      *> que cualquier programa del layout nuevo; un maestro ya
      *> convertido (o ausente) se reconoce y no se toca.
      *>
      *> El layout crecio otra vez (65 -> 70 bytes, FRUTA-ALLOC para
      *> la reserva de pedidos): el maestro de 65 bytes se convierte
      *> igual que el historico, probando un layout despues del otro.
      *> Como cada ampliacion solo agrega campos al final, la imagen
      *> vieja se copia tal cual sobre el principio del registro
      *> nuevo y la cola queda en blanco.
      *>
      *> Despues la clave paso de 9(2) a 9(4) (72 bytes): el tope de 99
      *> articulos obligaba a reusar claves de descontinuados. Los tres
      *> layouts anteriores tienen clave de dos digitos; la clave se
      *> copia con su mismo numero al campo ancho y el resto de la
      *> imagen vieja queda detras. Al terminar se ajusta el numerador
      *> de altas FRUTAKEY a la clave mas alta del maestro, para que
      *> ninguna alta posterior reciba un numero ya usado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> El mismo archivo fisico bajo los dos layouts: el viejo para
      *> leer, el nuevo para regrabar. Nunca abiertos a la vez.
           SELECT OPTIONAL OLD-FRUTAS-FILE
               ASSIGN USING OLD-FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-FRUTA-KEY
               ALTERNATE RECORD KEY IS OLD-FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS OLD-FRUTAS-STATUS.
           SELECT OPTIONAL MID-FRUTAS-FILE
               ASSIGN USING MID-FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MID-FRUTA-KEY
               ALTERNATE RECORD KEY IS MID-FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS MID-FRUTAS-STATUS.
           SELECT OPTIONAL NARROW-FRUTAS-FILE
               ASSIGN USING NARROW-FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NARROW-FRUTA-KEY
               ALTERNATE RECORD KEY IS NARROW-FRUTA-NAME
                   WITH DUPLICATES
               FILE STATUS IS NARROW-FRUTAS-STATUS.
           SELECT OPTIONAL FRUTAS-FILE ASSIGN USING FRUTAS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRUTA-KEY
               ALTERNATE RECORD KEY IS FRUTA-NAME WITH DUPLICATES
               FILE STATUS IS FRUTAS-FILE-STATUS.
      *> Numerador de claves de articulo (ver frutarec.cpy).
           SELECT OPTIONAL KEY-COUNTER-FILE
               ASSIGN USING KEY-COUNTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-COUNTER-STATUS.

      *> Candado cooperativo de corrida (ver lockrec.cpy): la
      *> conversion regraba el maestro entero.
           05 OLD-FRUTA-REORDER PIC X(5).
           05 OLD-FRUTA-COST    PIC X(7).

      *> Layout de 65 bytes (estado, clase ABC, acumuladores), el
      *> anterior a FRUTA-ALLOC.
       FD  MID-FRUTAS-FILE.
       01  MID-FRUTAS-RECORD.
           05 MID-FRUTA-KEY  PIC 9(2).
           05 MID-FRUTA-NAME PIC X(10).
           05 FILLER         PIC X(53).

      *> Layout de 70 bytes con clave 9(2), el anterior a la clave
      *> ancha.
       FD  NARROW-FRUTAS-FILE.
       01  NARROW-FRUTAS-RECORD.
           05 NARROW-FRUTA-KEY  PIC 9(2).
           05 NARROW-FRUTA-NAME PIC X(10).
           05 FILLER            PIC X(58).

       FD  FRUTAS-FILE.
       01  FRUTAS-RECORD.
           COPY frutarec.

       FD  KEY-COUNTER-FILE.
       01  KEY-COUNTER-RECORD PIC 9(4).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY lockrec.
           88 OLD-FRUTAS-OK     VALUE "00".
           88 OLD-FRUTAS-EOF    VALUE "10".
           88 OLD-FRUTAS-ABSENT VALUE "05" "35".
       01 MID-FRUTAS-STATUS PIC XX VALUE "00".
           88 MID-FRUTAS-OK     VALUE "00".
           88 MID-FRUTAS-EOF    VALUE "10".
       01 NARROW-FRUTAS-STATUS PIC XX VALUE "00".
           88 NARROW-FRUTAS-OK  VALUE "00".
           88 NARROW-FRUTAS-EOF VALUE "10".
       01 FRUTAS-FILE-STATUS PIC XX VALUE "00".
           88 FRUTAS-FILE-OK VALUE "00".
       01 KEY-COUNTER-STATUS PIC XX VALUE "00".
           88 KEY-COUNTER-OK VALUE "00".
       01 LAST-ASSIGNED-KEY PIC 9(4) VALUE 0.

      *> El maestro entero en memoria como imagen del layout viejo
      *> (los mas cortos quedan con la cola en blanco); en todos ellos
      *> la clave es 9(2), asi que 99 renglones son el maximo fisico
      *> posible.
       01 OLD-MASTER-TABLE.
          05 OLD-COUNT PIC 9(2) VALUE 0.
          05 OLD-ENTRY OCCURS 99 TIMES.
             10 OM-IMAGE.
                15 OM-KEY  PIC 9(2).
                15 FILLER  PIC X(68).
       01 OLD-TABLE-CAPACITY PIC 9(2) VALUE 99.
       01 M PIC 9(2).
       01 WRITTEN-COUNT PIC 9(2) VALUE 0.

       01 LOCK-FILE-STATUS PIC XX VALUE "00".
           88 LOCK-FILE-OK VALUE "00".
       01 LOCK-FILE-NAME PIC X(40).
       01 LOCK-HOLDER PIC X(24).
       01 LOCK-BUSY-SW PIC X VALUE "N".
           88 LOCK-BUSY VALUE "Y".
       01 LOCK-TIME-STAMP PIC 9(8).
      *> Nombres de los archivos del programa, con el prefijo del
      *> entorno de la corrida (ver fenvparm.cpy).
       01 FILE-NAMES.
          05 OLD-FRUTAS-FILE-NAME    PIC X(40) VALUE "FRUTASDAT".
          05 MID-FRUTAS-FILE-NAME    PIC X(40) VALUE "FRUTASDAT".
          05 NARROW-FRUTAS-FILE-NAME PIC X(40) VALUE "FRUTASDAT".
          05 FRUTAS-FILE-NAME        PIC X(40) VALUE "FRUTASDAT".
          05 KEY-COUNTER-FILE-NAME   PIC X(40) VALUE "FRUTAKEY".
       01 FILLER REDEFINES FILE-NAMES.
          05 FILE-NAME-ENTRY PIC X(40) OCCURS 5 TIMES.
       01 FILE-NAME-COUNT PIC 9(3) VALUE 5.
       COPY fenvw.

       PROCEDURE DIVISION.

       PERFORM RESOLVE-FILE-NAMES.
       MOVE "FRUTASLCK" TO LOCK-FILE-NAME.
       PERFORM ACQUIRE-RUN-LOCK.
       IF LOCK-BUSY
               MOVE 0 TO RETURN-CODE
           WHEN OTHER
               CLOSE OLD-FRUTAS-FILE
               PERFORM TRY-MID-LAYOUT
       END-EVALUATE.

       PERFORM RELEASE-RUN-LOCK.
                       SET OLD-FRUTAS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO OLD-COUNT
                       MOVE OLD-FRUTAS-RECORD TO OM-IMAGE(OLD-COUNT)
               END-READ
           END-PERFORM.

       TRY-MID-LAYOUT.
      *> El historico no abrio: probar el layout de 65 bytes antes de
      *> concluir que el maestro ya esta al dia.
           OPEN INPUT MID-FRUTAS-FILE.
           IF MID-FRUTAS-OK
               PERFORM READ-MID-MASTER
               CLOSE MID-FRUTAS-FILE
               PERFORM WRITE-NEW-MASTER
               DISPLAY "FRUTASDAT convertido del layout de 65 bytes "
                   "al nuevo: " WRITTEN-COUNT " registro(s); los "
                   "campos nuevos quedan en blanco."
               MOVE 0 TO RETURN-CODE
           ELSE
               CLOSE MID-FRUTAS-FILE
               PERFORM TRY-NARROW-LAYOUT
           END-IF.

       READ-MID-MASTER.
           MOVE LOW-VALUES TO MID-FRUTA-KEY.
           START MID-FRUTAS-FILE KEY IS NOT LESS THAN MID-FRUTA-KEY
               INVALID KEY SET MID-FRUTAS-EOF TO TRUE
           END-START.
           PERFORM UNTIL MID-FRUTAS-EOF
                   OR OLD-COUNT >= OLD-TABLE-CAPACITY
               READ MID-FRUTAS-FILE NEXT RECORD
                   AT END
                       SET MID-FRUTAS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO OLD-COUNT
                       MOVE MID-FRUTAS-RECORD TO OM-IMAGE(OLD-COUNT)
               END-READ
           END-PERFORM.

       TRY-NARROW-LAYOUT.
      *> Ultimo layout viejo: 70 bytes con la clave de dos digitos.
           OPEN INPUT NARROW-FRUTAS-FILE.
           IF NARROW-FRUTAS-OK
               PERFORM READ-NARROW-MASTER
               CLOSE NARROW-FRUTAS-FILE
               PERFORM WRITE-NEW-MASTER
               DISPLAY "FRUTASDAT convertido a la clave de cuatro "
                   "digitos: " WRITTEN-COUNT " registro(s)."
               MOVE 0 TO RETURN-CODE
           ELSE
               CLOSE NARROW-FRUTAS-FILE
               PERFORM CHECK-ALREADY-CONVERTED
           END-IF.

       READ-NARROW-MASTER.
           MOVE LOW-VALUES TO NARROW-FRUTA-KEY.
           START NARROW-FRUTAS-FILE
               KEY IS NOT LESS THAN NARROW-FRUTA-KEY
               INVALID KEY SET NARROW-FRUTAS-EOF TO TRUE
           END-START.
           PERFORM UNTIL NARROW-FRUTAS-EOF
                   OR OLD-COUNT >= OLD-TABLE-CAPACITY
               READ NARROW-FRUTAS-FILE NEXT RECORD
                   AT END
                       SET NARROW-FRUTAS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO OLD-COUNT
                       MOVE NARROW-FRUTAS-RECORD TO OM-IMAGE(OLD-COUNT)
               END-READ
           END-PERFORM.

       WRITE-NEW-MASTER.
      *> Regrabado completo bajo el layout nuevo: la clave con su
      *> mismo numero en el campo ancho, los campos historicos tal
      *> cual detras y la cola nueva en blanco, que es lo que todo
      *> cargador trata como "anterior al campo".
           OPEN OUTPUT FRUTAS-FILE.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > OLD-COUNT
               MOVE SPACES TO FRUTAS-RECORD
               MOVE OM-KEY(M) TO FRUTA-KEY
               MOVE OM-IMAGE(M)(3:68) TO FRUTAS-RECORD(5:68)
               WRITE FRUTAS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo regrabar la clave "
               END-WRITE
           END-PERFORM.
           CLOSE FRUTAS-FILE.
           PERFORM ADJUST-KEY-COUNTER.

       ADJUST-KEY-COUNTER.
      *> El numerador queda en la clave mas alta del maestro (la tabla
      *> sale ordenada por clave) si estaba por debajo, o sin tocar si
      *> ya iba mas adelante.
           IF OLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LAST-ASSIGNED-KEY.
           OPEN INPUT KEY-COUNTER-FILE.
           IF KEY-COUNTER-OK
               READ KEY-COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF KEY-COUNTER-RECORD IS NUMERIC
                           MOVE KEY-COUNTER-RECORD TO LAST-ASSIGNED-KEY
                       END-IF
               END-READ
           END-IF.
           CLOSE KEY-COUNTER-FILE.
           IF LAST-ASSIGNED-KEY < OM-KEY(OLD-COUNT)
               MOVE OM-KEY(OLD-COUNT) TO LAST-ASSIGNED-KEY
               OPEN OUTPUT KEY-COUNTER-FILE
               MOVE LAST-ASSIGNED-KEY TO KEY-COUNTER-RECORD
               WRITE KEY-COUNTER-RECORD
               CLOSE KEY-COUNTER-FILE
               DISPLAY "Numerador FRUTAKEY ajustado a "
                   LAST-ASSIGNED-KEY "."
           END-IF.

       CHECK-ALREADY-CONVERTED.
      *> El layout viejo no abrio: si el nuevo abre bien, el maestro
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "ERROR: FRUTASDAT no abre ni con el layout "
                   "viejo (estado " OLD-FRUTAS-STATUS "/"
                   MID-FRUTAS-STATUS "/" NARROW-FRUTAS-STATUS
                   ") ni con el "
                   "nuevo (estado " FRUTAS-FILE-STATUS "); revisar "
                   "el archivo o restaurar con BACKUP-RESTORE."
               MOVE 8 TO RETURN-CODE
      *> Toma el candado LOCK-FILE-NAME; si ya esta tomado deja
      *> LOCK-BUSY prendido y el llamador decide (abortar la corrida o
      *> posponer la escritura puntual).
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           MOVE "N" TO LOCK-BUSY-SW.
           MOVE SPACES TO LOCK-HOLDER.
           SET LOCK-FILE-OK TO TRUE.
           END-IF.
           CLOSE LOCK-FILE.
           IF LOCK-BUSY
               DISPLAY "ERROR: el candado "
                   FUNCTION TRIM(LOCK-FILE-NAME)
                   " esta tomado por " FUNCTION TRIM(LOCK-HOLDER)
                   "; no se puede actualizar el archivo ahora."
           ELSE
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE LOCK-FILE-NAME TO FE-NAME.
           CALL "FILE-ENV" USING FILE-ENV-PARM.
           MOVE FE-NAME TO LOCK-FILE-NAME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "F" TO LOCK-FLAG.
           MOVE "FRUTAS-CONVERT" TO LOCK-PROGRAM.
           MOVE LOCK-TIME-STAMP TO LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       COPY fenvp.
