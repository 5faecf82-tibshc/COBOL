      * programas que validan codigos tratan la tabla vacia como
      * "catalogo no disponible" y no rechazan nada, para que la
      * suite siga corriendo mientras registro captura el catalogo.
      * La sede de la seccion y su marca inter-sede pasan tal cual;
      * la sede en blanco la normaliza el llamador a la principal
      * de CargarSedes.

       DATA DIVISION.
       FILE SECTION.
           02  CAT-HORA-INI        PIC 9(2).
           02  CAT-HORA-FIN        PIC 9(2).
           02  CAT-ACTIVO          PIC X(1).
           02  CAT-SEDE            PIC X(3).
           02  CAT-INTERSEDE       PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS           PIC X(2).
                           TO LS-CAT-T-HORA-INI(LS-CAT-COUNT)
                       MOVE CAT-HORA-FIN
                           TO LS-CAT-T-HORA-FIN(LS-CAT-COUNT)
                       MOVE CAT-SEDE
                           TO LS-CAT-T-SEDE(LS-CAT-COUNT)
                       MOVE CAT-INTERSEDE
                           TO LS-CAT-T-INTERSEDE(LS-CAT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CATALOGO-FILE
