      *> AJUSTE-FACTURA-RECORD.CBL
      *> Record layout of the billing adjustments register
      *> AJUSTES_FACTURACION.DAT, one row per adjustment
      *> RefacturacionTermino posted to CARTERA.DAT after the term
      *> was invoiced: the credits and amount billed before, the
      *> credits and amount recomputed from NOTAS.DAT, and the
      *> difference, split like the term invoice between the
      *> student (CARTERA.DAT) and the sponsor of PATROCINIOS.DAT
      *> (CARTERA_PATROCINADORES.DAT). Finance approves the register;
      *> the next run starts from the last "after" figures of each
      *> student.
      *> COPY "AJUSTE-FACTURA-RECORD.CBL"
      *>     REPLACING LEADING ==AJ== BY <p>.
           02  AJ-TERMINO              PIC X(6).
           02  AJ-MATRICULA            PIC 9(7).
           02  AJ-CARRERA              PIC X(3).
           02  AJ-CRED-ANTES           PIC 9(3).
           02  AJ-CRED-DESPUES         PIC 9(3).
           02  AJ-MONTO-ANTES          PIC 9(7)V99.
           02  AJ-MONTO-DESPUES        PIC 9(7)V99.
      *> Direction of the adjustment and type of the rows posted:
      *> AJD = debit, AJC = credit.
           02  AJ-TIPO                 PIC X(3).
      *> Whole difference of the invoice, then the student's and the
      *> sponsor's parts of it; a zero part posts no row.
           02  AJ-DIFERENCIA           PIC 9(7)V99.
           02  AJ-FECHA                PIC 9(8).
           02  AJ-DIF-ESTUDIANTE       PIC 9(7)V99.
           02  AJ-PATROCINADOR         PIC X(6).
           02  AJ-DIF-PATROCINADOR     PIC 9(7)V99.
