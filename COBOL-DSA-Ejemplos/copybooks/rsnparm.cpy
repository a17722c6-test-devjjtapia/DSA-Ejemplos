      *> Area de parametros del servicio REASON-CHECK
      *> (reason_check.cbl): valida un codigo de motivo contra el
      *> maestro RSNCODE (ver rsnrec.cpy) y lo normaliza si es un
      *> sinonimo registrado.
           05 RK-DOMAIN   PIC X(10).
      *>      Entra el dominio: ALERTA, RECHAZO, CANCELA o REPOSICION.
           05 RK-CODE     PIC X(20).
      *>      Entra el codigo tal como se iba a grabar; sale el codigo
      *>      valido (en mayusculas) si estaba registrado.
           05 RK-PROGRAM  PIC X(24).
      *>      Entra el programa emisor, para la bitacora RSNUNREG.
           05 RK-MODE     PIC X(1).
      *>      Entra blanco = emisor (lo no registrado se graba igual y
      *>      queda en RSNUNREG) / "C" = solo consulta (validacion de
      *>      una transaccion tecleada o relectura de historia: el
      *>      llamador decide, no se asienta nada).
           05 RK-RESULT   PIC X(1).
               88 RK-VALID        VALUE "V".
               88 RK-SYNONYM      VALUE "S".
               88 RK-REGISTERED   VALUE "V" "S".
               88 RK-UNREGISTERED VALUE "U".
               88 RK-NO-MASTER    VALUE "X".
      *>      Sale "V" codigo valido / "S" sinonimo normalizado / "U"
      *>      no registrado / "X" sin maestro RSNCODE (nada que
      *>      validar: se graba como viene, igual que antes).
           05 RK-SEVERITY PIC X(1).
      *>      Sale la severidad sugerida del codigo valido.
           05 RK-DESC     PIC X(30).
      *>      Sale la descripcion del codigo valido.
