      *       creacion
      *   D + matricula + apellido + nombre + carrera + nota en
      *       centesimas
      *   S + sede + cantidad de registros D de la sede + suma de
      *       control de sus notas, uno por sede (la del estudiante
      *       en el maestro unico; en blanco = la sede principal)
      *   T + cantidad de registros D + suma de control de las notas
      * Los registros a los que les falte un campo obligatorio se
      * rechazan a MINISTERIO_RECHAZOS.DAT con su motivo: el
       01  TERMINO-REC             PIC X(6).

       FD  SALIDA-FILE.
       01  SALIDA-REC              PIC X(71).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           05  WD-NOTA             PIC 9(4).
           05  WD-FECHA-NAC        PIC 9(8).
           05  WD-MUNICIPIO        PIC X(20).
           05  WD-SEDE             PIC X(3).

      * Demograficos por matricula, del maestro unico; ceros y
      * blancos cuando el maestro aun no los trae capturados.
               10  WS-DEM-MATRICULA PIC 9(7).
               10  WS-DEM-FECHA-NAC PIC 9(8).
               10  WS-DEM-MUNICIPIO PIC X(20).
               10  WS-DEM-SEDE     PIC X(3).
       01  WS-DEM-LLENA-SW         PIC X VALUE "N".
           88  WS-DEM-LLENA        VALUE "Y".

           COPY "SEDES-TABLA.CBL"
               REPLACING LEADING ==SED== BY ==WS-SED==.

      * Subtotales por sede para los registros S.
       01  WS-SUBTOTALES.
           05  WS-SUB-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-SUB-IDX          PIC 9(2).
           05  WS-SUB-HALLADO      PIC X.
           05  WS-SUB-ENTRY OCCURS 20 TIMES.
               10  WS-SUB-SEDE     PIC X(3).
               10  WS-SUB-CANTIDAD PIC 9(6).
               10  WS-SUB-HASH     PIC 9(10).

       01  WS-SUBTOTAL.
           05  FILLER              PIC X(1) VALUE "S".
           05  WS-S-SEDE           PIC X(3).
           05  WS-S-CANTIDAD       PIC 9(6).
           05  WS-S-HASH           PIC 9(10).

       01  WS-TRAILER.
           05  FILLER              PIC X(1) VALUE "T".
           05  WT-CANTIDAD         PIC 9(6).
               STOP RUN
           END-IF.
           OPEN OUTPUT SALIDA-FILE RECHAZOS-FILE.
           CALL "CargarSedes" USING WS-SED-TABLA.
           PERFORM 0120-CARGAR-DEMOGRAFICOS.

           MOVE WS-INSTITUCION TO WH-INSTITUCION.
                           END-IF
                           MOVE M-MUNICIPIO TO
                               WS-DEM-MUNICIPIO(WS-DEM-COUNT)
                           IF M-SEDE = SPACES
                               MOVE WS-SED-PRINCIPAL TO
                                   WS-DEM-SEDE(WS-DEM-COUNT)
                           ELSE
                               MOVE M-SEDE TO
                                   WS-DEM-SEDE(WS-DEM-COUNT)
                           END-IF
                       ELSE
                           IF NOT WS-DEM-LLENA
                               DISPLAY "ADVERTENCIA: MAS DE 500 "
               MOVE WS-NOTA-CENT TO WD-NOTA
               MOVE ZERO TO WD-FECHA-NAC
               MOVE SPACES TO WD-MUNICIPIO
               MOVE WS-SED-PRINCIPAL TO WD-SEDE
               PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
                       UNTIL WS-DEM-IDX > WS-DEM-COUNT
                   IF WS-DEM-MATRICULA(WS-DEM-IDX) = WD-MATRICULA
                           TO WD-FECHA-NAC
                       MOVE WS-DEM-MUNICIPIO(WS-DEM-IDX)
                           TO WD-MUNICIPIO
                       MOVE WS-DEM-SEDE(WS-DEM-IDX) TO WD-SEDE
                   END-IF
               END-PERFORM
               WRITE SALIDA-REC FROM WS-DETALLE
               ADD 1 TO WS-REG-ESCRITOS
               ADD WS-NOTA-CENT TO WS-HASH-NOTAS
               PERFORM 0220-SUMAR-SEDE
           END-IF.

       0220-SUMAR-SEDE.
           MOVE "N" TO WS-SUB-HALLADO.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SUB-SEDE(WS-SUB-IDX) = WD-SEDE
                   MOVE "Y" TO WS-SUB-HALLADO
                   ADD 1 TO WS-SUB-CANTIDAD(WS-SUB-IDX)
                   ADD WS-NOTA-CENT TO WS-SUB-HASH(WS-SUB-IDX)
               END-IF
           END-PERFORM.
           IF WS-SUB-HALLADO = "N" AND WS-SUB-COUNT < 20
               ADD 1 TO WS-SUB-COUNT
               MOVE WD-SEDE TO WS-SUB-SEDE(WS-SUB-COUNT)
               MOVE 1 TO WS-SUB-CANTIDAD(WS-SUB-COUNT)
               MOVE WS-NOTA-CENT TO WS-SUB-HASH(WS-SUB-COUNT)
           END-IF.

       0300-FIN.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-SEDE(WS-SUB-IDX) TO WS-S-SEDE
               MOVE WS-SUB-CANTIDAD(WS-SUB-IDX) TO WS-S-CANTIDAD
               MOVE WS-SUB-HASH(WS-SUB-IDX) TO WS-S-HASH
               WRITE SALIDA-REC FROM WS-SUBTOTAL
               DISPLAY "  SEDE " WS-S-SEDE ": DETALLES "
                   WS-S-CANTIDAD " HASH " WS-S-HASH
           END-PERFORM.
           MOVE WS-REG-ESCRITOS TO WT-CANTIDAD.
           MOVE WS-HASH-NOTAS TO WT-HASH.
           WRITE SALIDA-REC FROM WS-TRAILER.
