      *> RETENCION-RECORD.CBL
      *> Record layout of the holds master RETENCIONES.DAT, one row
      *> per hold placed on a student by an office. Maintained by
      *> MantenimientoRetenciones; VerificarRetencion answers "does
      *> this student have an active hold" for the service points,
      *> and RetencionesActivas reports them by office and age.
      *> COPY "RETENCION-RECORD.CBL" REPLACING LEADING ==RT== BY <p>.
           02  RT-NUMERO               PIC 9(5).
           02  RT-MATRICULA            PIC 9(7).
      *> Hold type: F = financiera, B = biblioteca, D = documentos
      *> pendientes, C = conducta, A = academica, O = otra.
           02  RT-TIPO                 PIC X(1).
      *> Placing office, the same code carried in columns 18-20 of
      *> OPERADORES.DAT; only that office (or a supervisor) may
      *> release the hold.
           02  RT-OFICINA              PIC X(3).
           02  RT-MOTIVO               PIC X(40).
           02  RT-FECHA-COLOCADA       PIC 9(8).
      *> Zeros while the hold is active.
           02  RT-FECHA-LIBERADA       PIC 9(8).
      *> Operator who placed the hold, or who released it once
      *> FECHA-LIBERADA is set.
           02  RT-OPERADOR             PIC X(8).
