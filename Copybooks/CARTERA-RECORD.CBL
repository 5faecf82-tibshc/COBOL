      *> CARTERA-RECORD.CBL
      *> Record layout of the receivables file CARTERA.DAT, one row
      *> per charge on a student's account: the term invoice that
      *> FacturacionTermino writes, and the charges posted later
      *> (late-payment surcharges from AsignarRecargos, the
      *> miscellaneous charges and document fees of RegistrarCargo,
      *> the rebilling adjustments of RefacturacionTermino, the
      *> withdrawal refunds paid out by PagoReembolsos and the
      *> bad-debt write-offs of AprobarCastigos).
      *> Payments are applied to the rows by AplicarPagos in file
      *> order.
      *> COPY "CARTERA-RECORD.CBL" REPLACING LEADING ==CR== BY <p>.
      *> Term the charge belongs to (YYYYTT).
           02  CR-TERMINO              PIC X(6).
           02  CR-MATRICULA            PIC 9(7).
           02  CR-CARRERA              PIC X(3).
           02  CR-FACTURADO            PIC 9(7)V99.
           02  CR-PAGADO               PIC 9(7)V99.
      *> Date the charge was posted; the aging bands count from it.
           02  CR-FECHA                PIC 9(8).
      *> Charge type. COL = term tuition invoice; rows written before
      *> the type existed read as spaces and are tuition too.
      *> R60 / R90 = late-payment surcharge on the tuition invoice of
      *> the same term for its 60- or 90-day aging band.
      *> AJD / AJC = rebilling adjustment of the term's tuition.
      *> A debit carries the amount in CR-FACTURADO; a credit has
      *> CR-FACTURADO zero and the amount in CR-PAGADO, and payments
      *> never land on it.
      *> RBJ = withdrawal refund sent to the bank: CR-FACTURADO is
      *> the amount paid out and CR-PAGADO the refund credit that
      *> settles it, so the row nets to zero.
      *> CAS = bad-debt write-off approved in AprobarCastigos, a
      *> credit like AJC dated as the charge it writes off.
      *> Any other code is a miscellaneous charge type from
      *> CARGOS_TIPOS.DAT (LAB, BIB, TRN, ...).
           02  CR-TIPO                 PIC X(3).
               88  CR-COLEGIATURA      VALUE "COL" SPACES.
               88  CR-RECARGO          VALUE "R60" "R90".
               88  CR-AJUSTE           VALUE "AJD" "AJC".
               88  CR-AJUSTE-DEBITO    VALUE "AJD".
               88  CR-AJUSTE-CREDITO   VALUE "AJC".
               88  CR-REEMBOLSO        VALUE "RBJ".
               88  CR-CASTIGO          VALUE "CAS".
