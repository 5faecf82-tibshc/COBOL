       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargarSedes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEDES-FILE ASSIGN TO "SEDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SED-STATUS.

      * Carga la tabla de sedes vigentes desde SEDES.DAT (codigo,
      * nombre, marca de activa, marca de principal), mantenido por
      * MantenimientoSedes, igual que CargarCarreras carga
      * CARRERAS.DAT. Solo las sedes activas entran a la tabla. La
      * principal es la marcada con "S"; si ninguna lo esta, la
      * primera activa. Sin archivo (o vacio) la tabla regresa con
      * una sola sede, CEN (SEDE CENTRAL), que es donde ha corrido la
      * suite siempre: el maestro y el catalogo en blanco caen ahi.

       DATA DIVISION.
       FILE SECTION.
       FD  SEDES-FILE.
       01  SED-REC.
           88  EOF-SED             VALUE HIGH-VALUE.
           02  SED-CODIGO          PIC X(3).
           02  SED-NOMBRE          PIC X(30).
           02  SED-ACTIVO          PIC X(1).
           02  SED-ES-PRINCIPAL    PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-SED-STATUS           PIC X(2).

       LINKAGE SECTION.
           COPY "SEDES-TABLA.CBL"
               REPLACING LEADING ==SED== BY ==LS-SED==.

       PROCEDURE DIVISION USING LS-SED-TABLA.
           MOVE ZERO TO LS-SED-COUNT.
           INITIALIZE LS-SED-TABLA.
           OPEN INPUT SEDES-FILE.
           IF WS-SED-STATUS = "00"
               PERFORM UNTIL EOF-SED
                   READ SEDES-FILE
                       AT END SET EOF-SED TO TRUE
                   END-READ
                   IF NOT EOF-SED
                       AND (SED-ACTIVO = "A" OR SED-ACTIVO = SPACE)
                       AND SED-CODIGO NOT = SPACES
                       AND LS-SED-COUNT < 10
                       ADD 1 TO LS-SED-COUNT
                       MOVE SED-CODIGO
                           TO LS-SED-T-CODIGO(LS-SED-COUNT)
                       MOVE SED-NOMBRE
                           TO LS-SED-T-NOMBRE(LS-SED-COUNT)
                       IF SED-ES-PRINCIPAL = "S"
                           AND LS-SED-PRINCIPAL = SPACES
                           MOVE SED-CODIGO TO LS-SED-PRINCIPAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SEDES-FILE
           END-IF.
           IF LS-SED-COUNT = ZERO
      * Sin archivo de referencia (o vacio): la sede unica de siempre.
               MOVE 1 TO LS-SED-COUNT
               MOVE "CEN" TO LS-SED-T-CODIGO(1)
               MOVE "SEDE CENTRAL" TO LS-SED-T-NOMBRE(1)
           END-IF.
           IF LS-SED-PRINCIPAL = SPACES
               MOVE LS-SED-T-CODIGO(1) TO LS-SED-PRINCIPAL
           END-IF.
           GOBACK.

       END PROGRAM CargarSedes.
