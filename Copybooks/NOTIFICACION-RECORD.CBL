      *> NOTIFICACION-RECORD.CBL
      *> Record layout of the outbound notification queue
      *> NOTIFICACIONES.DAT, one row per message to a student or a
      *> staff member. Producers fill recipient, template and values
      *> and hand the area to EncolarNotificacion, which numbers and
      *> dates the row; DespachoNotificaciones hands pending rows to
      *> the mail gateway and records sends and bounces.
      *> COPY "NOTIFICACION-RECORD.CBL" REPLACING LEADING ==NT== BY <p>.
           02  NT-NUMERO               PIC 9(8).
      *> Recipient type: E = estudiante (matricula), P = profesor
      *> (instructor key of ASIGNACION.DAT), O = operador (staff id
      *> of OPERADORES.DAT).
           02  NT-TIPO-DEST            PIC X(1).
           02  NT-DESTINATARIO         PIC X(8).
      *> Message template code; the gateway holds the text. Fill-in
      *> values per template:
      *>   RIESGO  promedio, umbral, carrera
      *>   RETFIN  (none)          RETOFI  oficina, motivo
      *>   NOTFAL  seccion, estudiantes sin nota, fecha limite
      *>   APEPRE  curso, fecha limite
      *>   APERES  curso, decision
      *>   APEURG  matricula, curso, fecha limite
      *>   BAJAAP  semanas ausente  BAJARE  semanas ausente
           02  NT-PLANTILLA            PIC X(6).
           02  NT-VALOR                PIC X(40) OCCURS 3 TIMES.
           02  NT-FECHA-COLA           PIC 9(8).
           02  NT-ORIGEN               PIC X(12).
      *> P = pendiente, E = enviado al gateway, R = rebotado.
           02  NT-ESTADO               PIC X(1).
      *> Zeros while pending.
           02  NT-FECHA-ENVIO          PIC 9(8).
      *> Reason returned by the gateway for a bounce.
           02  NT-MOTIVO-REBOTE        PIC X(40).
