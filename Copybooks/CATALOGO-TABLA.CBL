               10  CAT-T-DIAS          PIC X(5).
               10  CAT-T-HORA-INI      PIC 9(2).
               10  CAT-T-HORA-FIN      PIC 9(2).
      *> Campus (sede) where the section meets (spaces = principal
      *> campus) and the cross-campus flag: "S" admits students of any
      *> campus into the section; otherwise only students of its own
      *> campus are enrolled.
               10  CAT-T-SEDE          PIC X(3).
               10  CAT-T-INTERSEDE     PIC X(1).
