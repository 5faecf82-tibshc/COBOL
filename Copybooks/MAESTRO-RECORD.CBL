      *> carrier.
           02  MR-FECHA-NAC            PIC 9(8).
           02  MR-MUNICIPIO            PIC X(20).
      *> Campus (sede) the student is enrolled at, a code of SEDES.DAT
      *> (maintained by MantenimientoSedes). Spaces = the principal
      *> campus, so masters written before the field existed read as
      *> principal. IntakeAltas and MantenimientoRoster refuse a
      *> section of another campus unless the section is flagged
      *> inter-sede in CATALOGO.DAT.
           02  MR-SEDE                 PIC X(3).
      *> Directory-information reserve: "S" = the student asked that
      *> name and matricula never be published; space or "N" = may be
      *> published. The date is when the current value was captured
      *> (zeros/spaces = never captured). Maintained in
      *> MantenimientoRoster; public-facing outputs (honor roll,
      *> leaderboard, TopN, printed class lists) ask VerificarReserva
      *> and mask or omit the student, internal registry outputs stay
      *> complete.
           02  MR-RESERVA              PIC X(1).
               88  MR-RESERVADO        VALUE "S".
           02  MR-FECHA-RESERVA        PIC 9(8).
