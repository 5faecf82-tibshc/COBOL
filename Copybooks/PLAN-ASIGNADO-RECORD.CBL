      *> PLAN-ASIGNADO-RECORD.CBL
      *> Record layout of PLANES_ASIGNADOS.DAT, one row per supervised
      *> override that moves a student to a newer plan of the carrera
      *> than the one in force at the first term. Written by
      *> MantenimientoRequisitos (supervisor only); PlanVigente takes
      *> the last row for the matricula and carrera over the
      *> entry-term rule. Rows are never rewritten: the file is the
      *> history of the overrides.
      *> COPY "PLAN-ASIGNADO-RECORD.CBL"
      *>     REPLACING LEADING ==PA== BY <p>.
           02  PA-MATRICULA            PIC 9(7).
           02  PA-CARRERA              PIC X(3).
           02  PA-PLAN                 PIC 9(4).
      *> Plan the student had before the override.
           02  PA-PLAN-ANTERIOR        PIC 9(4).
           02  PA-FECHA                PIC 9(8).
           02  PA-OPERADOR             PIC X(8).
           02  PA-MOTIVO               PIC X(30).
