      *> DECLARACION-RECORD.CBL
      *> Record layout of DECLARACIONES.DAT, one row per second major
      *> or minor a student declares in another carrera (the first
      *> major stays in MR-DEG of the master record). Maintained in
      *> MantenimientoDeclaraciones; AuditoriaGrado audits every
      *> active declaration as a program of its own and
      *> CandidatosGraduacion lists the completed ones.
      *> COPY "DECLARACION-RECORD.CBL"
      *>     REPLACING LEADING ==DC== BY <p>.
           02  DC-MATRICULA            PIC 9(7).
      *> M = second major, N = minor.
           02  DC-TIPO                 PIC X(1).
               88  DC-SEGUNDA-CARRERA  VALUE "M".
               88  DC-MENOR            VALUE "N".
           02  DC-CARRERA              PIC X(3).
      *> Term (AAAAPP) the program was declared.
           02  DC-TERMINO              PIC X(6).
      *> A = active, B = dropped by the student.
           02  DC-ESTADO               PIC X(1).
               88  DC-ACTIVA           VALUE "A".
               88  DC-BAJA             VALUE "B".
           02  DC-FECHA                PIC 9(8).
           02  DC-OPERADOR             PIC X(8).
