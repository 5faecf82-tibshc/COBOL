      *> DISCIPLINA-RECORD.CBL
      *> Record layout of the disciplinary case file DISCIPLINA.DAT,
      *> one row per case. MantenimientoDisciplina is the only writer
      *> (supervisor sign-on only); SancionesVencidas reads it for the
      *> daily list of expired suspensions.
      *> COPY "DISCIPLINA-RECORD.CBL" REPLACING LEADING ==DC== BY <p>.
           02  DC-CASO                 PIC 9(5).
           02  DC-MATRICULA            PIC 9(7).
           02  DC-APELLIDO             PIC X(10).
           02  DC-NOMBRE               PIC X(10).
      *> Lifecycle: O = abierto, H = audiencia programada,
      *> R = resuelto, C = cerrado (suspension served and the
      *> reinstatement proposed).
           02  DC-ESTADO               PIC X(1).
           02  DC-DESCRIPCION          PIC X(40).
           02  DC-FECHA-APERTURA       PIC 9(8).
           02  DC-FECHA-AUDIENCIA      PIC 9(8).
      *> Sanction set at resolution: N = sin sancion,
      *> A = amonestacion, S = suspension (student status L until
      *> the expiry date), E = expulsion (student status B).
           02  DC-SANCION              PIC X(1).
           02  DC-FECHA-EFECTIVA       PIC 9(8).
      *> Last day of a suspension (zeros for the other sanctions).
           02  DC-FECHA-VENCE          PIC 9(8).
