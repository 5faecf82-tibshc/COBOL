      *> PATROCINIO-RECORD.CBL
      *> Record layout of the sponsorship file PATROCINIOS.DAT, one
      *> row per student and term a sponsor from PATROCINADORES.DAT
      *> pays for. FacturacionTermino splits that term's tuition
      *> invoice between the student's CARTERA.DAT row and the
      *> sponsor's row in CARTERA_PATROCINADORES.DAT.
      *> COPY "PATROCINIO-RECORD.CBL" REPLACING LEADING ==PA== BY <p>.
           02  PA-MATRICULA            PIC 9(7).
      *> Term the sponsorship covers (YYYYTT).
           02  PA-TERMINO              PIC X(6).
           02  PA-PATROCINADOR         PIC X(6).
      *> P = the sponsor pays PA-PORCENTAJE percent of the invoice;
      *> T = the sponsor pays the invoice up to PA-TOPE.
           02  PA-MODO                 PIC X(1).
               88  PA-PORCENTAJE-MODO  VALUE "P".
               88  PA-TOPE-MODO        VALUE "T".
           02  PA-PORCENTAJE           PIC 9(3)V99.
           02  PA-TOPE                 PIC 9(7)V99.
