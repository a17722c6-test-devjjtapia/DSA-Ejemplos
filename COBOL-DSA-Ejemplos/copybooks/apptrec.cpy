      *> Registro compartido del archivo de citas APPTDAT: un renglon
      *> por turno con cita (cliente, cola destino, clase de prioridad,
      *> fecha y hora del turno). APPT-RELEASE suelta a QUEUEDAT las
      *> citas cuya hora ya llego y APPT-NOSHOW cruza las soltadas con
      *> el historial para listar las inasistencias. Antes la cita se
      *> anotaba aparte y el cliente sacaba numero como cualquiera al
      *> llegar, sin que nada supiera que tenia turno.
           05 AP-CUSTOMER     PIC X(10).
           05 AP-QUEUE-NAME   PIC X(10).
           05 AP-PRIORITY     PIC X(1).
           05 AP-DATE         PIC X(8).
      *> Hora del turno HHMM.
           05 AP-TIME         PIC X(4).
      *> "P" (o blanco) pendiente / "R" soltada a QUEUEDAT / "V"
      *> aparcada en QUEOVFL por cola llena / "E" fecha u hora
      *> invalida, no se suelta.
           05 AP-STATUS       PIC X(1).
      *> Tique asignado al soltarla (numerador TICKCTR) y fecha en que
      *> se solto; en blanco mientras este pendiente.
           05 AP-TICKET-ID    PIC X(6).
           05 AP-RELEASE-DATE PIC X(8).
