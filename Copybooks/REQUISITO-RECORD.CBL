      *> REQUISITO-RECORD.CBL
      *> Record layout of the degree requirements file REQUISITOS.DAT,
      *> one row per requirement of a carrera, or of its minor, under
      *> one plan (catalog year). Maintained in
      *> MantenimientoRequisitos, which validates every course number
      *> against CATALOGO.DAT; read by AuditoriaGrado,
      *> PronosticoDemanda and CambiarCarrera for the plan PlanVigente
      *> assigns to each student.
      *> COPY "REQUISITO-RECORD.CBL" REPLACING LEADING ==RQ== BY <p>.
           02  RQ-CARRERA              PIC X(3).
      *> C = required course, E = total elective credits, T = thesis
      *> or capstone project (TESIS.DAT state A).
           02  RQ-TIPO                 PIC X(1).
      *> Course number (positions 4-7 of the course code); type C
      *> only.
           02  RQ-CURSO                PIC X(4).
      *> Credits; types E and T only.
           02  RQ-CREDITOS             PIC 9(3).
      *> Plan year (YYYY) the requirement belongs to. Rows written
      *> before plans existed leave it blank: readers take blank as
      *> plan 0000, the base plan in force since the beginning.
           02  RQ-PLAN                 PIC 9(4).
      *> Program the row belongs to: blank = the carrera itself (first
      *> or second major), N = the minor offered by the carrera. The
      *> plan year is the carrera's, shared by its major and minor.
           02  RQ-PROGRAMA             PIC X(1).
               88  RQ-DE-MENOR         VALUE "N".
