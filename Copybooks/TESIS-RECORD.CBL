      *> TESIS-RECORD.CBL
      *> Record layout of the thesis / capstone register TESIS.DAT,
      *> one row per project. MantenimientoTesis is the only writer;
      *> AuditoriaGrado reads it for the trabajo de grado requirement
      *> (REQUISITOS.DAT type T) and TesisVencidas for the overdue
      *> report.
      *> COPY "TESIS-RECORD.CBL" REPLACING LEADING ==TS== BY <prefix>.
           02  TS-MATRICULA            PIC 9(7).
           02  TS-CARRERA              PIC X(3).
           02  TS-TEMA                 PIC X(40).
      *> Supervisor and committee are PROFESORES.DAT keys; the
      *> committee slots stay blank until assigned.
           02  TS-SUPERVISOR           PIC X(6).
           02  TS-COMITE               PIC X(6) OCCURS 3 TIMES.
      *> Lifecycle: R = registrada, P = propuesta aprobada,
      *> E = en curso, D = defendida, A = aprobada, F = reprobada.
      *> Only A satisfies the degree audit; A and F are closed.
           02  TS-ESTADO               PIC X(1).
      *> Term (YYYYTT) the project was registered in; the overdue
      *> report counts terms from here.
           02  TS-TERMINO              PIC X(6).
      *> Milestone dates (YYYYMMDD, zeros = not reached yet).
           02  TS-FECHA-PROPUESTA      PIC 9(8).
           02  TS-FECHA-DEFENSA        PIC 9(8).
           02  TS-FECHA-RESULTADO      PIC 9(8).
