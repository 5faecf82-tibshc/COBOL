      *> REEMBOLSO-RECORD.CBL
      *> Record layout of the withdrawal refund file REEMBOLSOS.DAT.
      *> MantenimientoRoster writes the first 77 bytes and the
      *> capture operator when a student drops mid-term; the status
      *> fields in between are filled in
      *> by the supervisor's review (AprobarReembolsos) and by the
      *> bank disbursement run (PagoReembolsos). Lines written before
      *> the status existed end at byte 77 and read as pending.
      *> COPY "REEMBOLSO-RECORD.CBL"
      *>     REPLACING LEADING ==RB== BY <p>.
      *> Withdrawal date (YYYYMMDD).
           02  RB-FECHA                PIC 9(8).
           02  FILLER                  PIC X(1).
           02  RB-MATRICULA            PIC 9(7).
           02  FILLER                  PIC X(1).
           02  RB-APELLIDO             PIC X(10).
           02  FILLER                  PIC X(1).
           02  RB-NOMBRE               PIC X(10).
           02  FILLER                  PIC X(1).
           02  RB-TERMINO              PIC X(6).
      *> " SEM " week of the withdrawal, " PCT " refund band.
           02  FILLER                  PIC X(5).
           02  RB-SEMANA               PIC 9(2).
           02  FILLER                  PIC X(5).
           02  RB-PCT                  PIC 9(3).
      *> " MONTO " amount as 9999999.99.
           02  FILLER                  PIC X(7).
           02  RB-MONTO-ENTERO         PIC 9(7).
           02  FILLER                  PIC X(1).
           02  RB-MONTO-DECIMAL        PIC 9(2).
      *> Space = pendiente, A = aprobado, R = rechazado,
      *> G = pagado (sent to the bank and posted to CARTERA.DAT).
           02  RB-ESTADO               PIC X(1).
               88  RB-PENDIENTE        VALUE SPACE "P".
               88  RB-APROBADO         VALUE "A".
               88  RB-RECHAZADO        VALUE "R".
               88  RB-PAGADO           VALUE "G".
      *> Review date, the supervisor who signed it and the comment.
           02  RB-FECHA-DECISION       PIC 9(8).
           02  RB-OPERADOR             PIC X(8).
           02  RB-COMENTARIO           PIC X(40).
      *> Date of the bank file that carried the payment.
           02  RB-FECHA-PAGO           PIC 9(8).
      *> Operator signed in to MantenimientoRoster when the drop
      *> that raised the refund was captured; spaces on lines older
      *> than the field. Must differ from RB-OPERADOR.
           02  RB-CAPTURISTA           PIC X(8).
