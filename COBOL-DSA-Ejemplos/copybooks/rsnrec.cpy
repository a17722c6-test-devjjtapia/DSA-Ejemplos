      *> Registro compartido del maestro de codigos de motivo RSNCODE:
      *> los motivos se tecleaban como texto libre en cada emisor y
      *> "SIN STOCK", "SIN-STOCK" y "NO STOCK" terminaban agrupados por
      *> separado en cada resumen. Un renglon por codigo y dominio
      *> (ALERTA = ALERT-REASON de OPSALERT, RECHAZO = RJ-REASON de
      *> RJCTFILE, CANCELA = QH-REASON de QUEHIST, REPOSICION =
      *> CF-RESULT de RSTKCONF). Clase "V": codigo valido, con su
      *> descripcion y la severidad sugerida (A alta / M media / B
      *> baja, misma escala que ALERT-SEVERITY); clase "S": sinonimo
      *> que se normaliza al codigo valido de RN-CANONICAL. Lo
      *> mantiene REASON-MAINT y lo consulta REASON-CHECK.
           05 RN-DOMAIN    PIC X(10).
           05 RN-CODE      PIC X(20).
           05 RN-KIND      PIC X(1).
           05 RN-CANONICAL PIC X(20).
           05 RN-SEVERITY  PIC X(1).
           05 RN-DESC      PIC X(30).
