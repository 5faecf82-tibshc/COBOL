      *> EQUIVALENCIA-RECORD.CBL
      *> Record layout of EQUIVALENCIAS.DAT, the course equivalency
      *> table. Type G rows say a course number was renumbered or
      *> retired: attempts of the old number taken before the
      *> effective term count as the new number for every student.
      *> Type S rows are individual substitutions a coordinator
      *> approved for one student: the course taken counts as the
      *> course named as new, whatever the term. Maintained in
      *> MantenimientoEquivalencias; resolved through
      *> EquivalenciaCurso by AuditoriaGrado, RepetidoresCronicos and
      *> Transcript.
      *> COPY "EQUIVALENCIA-RECORD.CBL"
      *>     REPLACING LEADING ==EQ== BY <p>.
           02  EQ-TIPO                 PIC X(1).
               88  EQ-GENERAL          VALUE "G".
               88  EQ-SUSTITUCION      VALUE "S".
      *> Course numbers (positions 4-7 of the course code).
           02  EQ-CURSO-ANTERIOR       PIC X(4).
           02  EQ-CURSO-NUEVO          PIC X(4).
      *> Effective term (AAAAPP) of the new number; type G only.
      *> From this term on the old number is not translated, so a
      *> reused number keeps its own identity.
           02  EQ-TERMINO              PIC X(6).
      *> Student the substitution applies to; zeros on type G.
           02  EQ-MATRICULA            PIC 9(7).
      *> Coordinator who approved the substitution; type S only.
           02  EQ-APROBADOR            PIC X(10).
           02  EQ-FECHA                PIC 9(8).
           02  EQ-OPERADOR             PIC X(8).
           02  EQ-MOTIVO               PIC X(30).
