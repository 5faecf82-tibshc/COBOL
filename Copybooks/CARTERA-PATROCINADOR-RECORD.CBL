      *> CARTERA-PATROCINADOR-RECORD.CBL
      *> Record layout of the sponsor receivable file
      *> CARTERA_PATROCINADORES.DAT, one row per sponsored student
      *> and term: the part of the tuition invoice FacturacionTermino
      *> billed to the sponsor instead of the student, plus the
      *> sponsor's share of each rebilling adjustment
      *> RefacturacionTermino posts later. Sponsor
      *> payments are applied to these rows by
      *> AplicarPagosPatrocinador, never to CARTERA.DAT.
      *> COPY "CARTERA-PATROCINADOR-RECORD.CBL"
      *>     REPLACING LEADING ==CP== BY <p>.
           02  CP-PATROCINADOR         PIC X(6).
           02  CP-TERMINO              PIC X(6).
           02  CP-MATRICULA            PIC 9(7).
           02  CP-CARRERA              PIC X(3).
           02  CP-FACTURADO            PIC 9(7)V99.
           02  CP-PAGADO               PIC 9(7)V99.
      *> Billing date of the term invoice, or posting date of the
      *> adjustment.
           02  CP-FECHA                PIC 9(8).
      *> Row type, as in CARTERA.DAT. COL = term tuition invoice;
      *> rows written before the type existed read as spaces and are
      *> tuition too. AJD / AJC = sponsor share of a rebilling
      *> adjustment: a debit carries the amount in CP-FACTURADO; a
      *> credit has CP-FACTURADO zero and the amount in CP-PAGADO,
      *> and payments never land on it.
           02  CP-TIPO                 PIC X(3).
               88  CP-COLEGIATURA      VALUE "COL" SPACES.
               88  CP-AJUSTE-DEBITO    VALUE "AJD".
               88  CP-AJUSTE-CREDITO   VALUE "AJC".
