      *> CASTIGO-RECORD.CBL
      *> Record layout of the bad-debt write-off register
      *> CASTIGOS.DAT, one row per student and term whose balance
      *> PropuestasCastigo found uncollectible. AprobarCastigos
      *> records the supervisor's decision here; an approved
      *> write-off posts CAS credit rows to CARTERA.DAT with the
      *> same matricula and term. The register feeds the GL
      *> interface (InterfazContable) and the annual audit.
      *> COPY "CASTIGO-RECORD.CBL" REPLACING LEADING ==CS== BY <p>.
           02  CS-TERMINO              PIC X(6).
           02  CS-MATRICULA            PIC 9(7).
           02  CS-CARRERA              PIC X(3).
      *> Net balance of the term when proposed, the date of its
      *> oldest unpaid charge and its age in days at the cutoff.
           02  CS-SALDO                PIC 9(7)V99.
           02  CS-FECHA-FACTURA        PIC 9(8).
           02  CS-DIAS                 PIC 9(5).
           02  CS-FECHA-PROPUESTA      PIC 9(8).
      *> P = propuesto, A = aprobado (castigado), R = rechazado.
           02  CS-ESTADO               PIC X(1).
               88  CS-PROPUESTO        VALUE "P".
               88  CS-APROBADO         VALUE "A".
               88  CS-RECHAZADO        VALUE "R".
      *> Zeros and spaces until decided; then the amount written
      *> off (the balance at approval), the date and the
      *> supervisor who signed it.
           02  CS-MONTO                PIC 9(7)V99.
           02  CS-FECHA-DECISION       PIC 9(8).
           02  CS-OPERADOR             PIC X(8).
