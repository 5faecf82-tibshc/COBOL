      *> RECARGO-RECORD.CBL
      *> Record layout of the surcharge register RECARGOS.DAT, one
      *> row per late-payment surcharge assessed by AsignarRecargos
      *> on a term invoice. The CARTERA.DAT row that carries the
      *> charge has the same matricula, term and type. A band is
      *> charged once per invoice, so (matricula, term, type) is the
      *> key. ExonerarRecargos marks a waived surcharge here.
      *> COPY "RECARGO-RECORD.CBL" REPLACING LEADING ==RG== BY <p>.
           02  RG-MATRICULA            PIC 9(7).
           02  RG-TERMINO              PIC X(6).
      *> R60 / R90, the same type as the CARTERA.DAT row.
           02  RG-TIPO                 PIC X(3).
           02  RG-CARRERA              PIC X(3).
      *> Balance of the invoice in the band at assessment, the rate
      *> applied (percent) and the surcharge posted.
           02  RG-BASE                 PIC 9(7)V99.
           02  RG-TASA                 PIC 9(2)V99.
           02  RG-MONTO                PIC 9(7)V99.
           02  RG-FECHA                PIC 9(8).
      *> A = asignado, E = exonerado.
           02  RG-ESTADO               PIC X(1).
               88  RG-ASIGNADO         VALUE "A".
               88  RG-EXONERADO        VALUE "E".
      *> Zeros and spaces until the surcharge is waived; then the
      *> waiver date and the supervisor who signed it.
           02  RG-FECHA-EXONERADO      PIC 9(8).
           02  RG-OPERADOR             PIC X(8).
