      *> PLAN-PAGO-RECORD.CBL
      *> Record layout of the installment plan file PLANES_PAGO.DAT,
      *> one row per installment of a payment plan agreed with a
      *> family for one CARTERA.DAT term. Written by
      *> MantenimientoPlanesPago; AntiguedadCartera reads it to age
      *> only the installments that are actually past due.
      *> COPY "PLAN-PAGO-RECORD.CBL" REPLACING LEADING ==PL== BY <p>.
           02  PL-MATRICULA            PIC 9(7).
      *> Term of the CARTERA.DAT row the plan covers (YYYYTT).
           02  PL-TERMINO              PIC X(6).
      *> Number of installments in the plan, and the number of this
      *> one (1 = first due). Installments are written in due-date
      *> order.
           02  PL-CUOTAS               PIC 9(2).
           02  PL-CUOTA                PIC 9(2).
           02  PL-MONTO                PIC 9(7)V99.
           02  PL-VENCE                PIC 9(8).
      *> Operator who approved the plan, and the approval date.
           02  PL-OPERADOR             PIC X(8).
           02  PL-FECHA-APROBADO       PIC 9(8).
