           05  WS-NOTA-PUNTOS      PIC 9V99.
           05  WS-BAJA-IDX         PIC 9(3).

      * Reserva de directorio (VerificarReserva): en las listas de
      * clase impresas el estudiante reservado sale enmascarado; el
      * maestro STUDENTS_MASTER.DAT es de uso interno y sale completo.
       01  WS-RSV-MATRICULA        PIC 9(7).
       01  WS-RSV-RESULTADO        PIC X(1).
           88  CON-RESERVA         VALUE "S".

      * Estudiantes no activos de la corrida, para la seccion de
      * bajas del maestro.
       01  WS-BAJAS.
               10  WS-CARREF-DESC  PIC X(30).
       01  WS-IDX-REF              PIC 99.

      * Desglose por sede: la sede de cada estudiante es la de su
      * seccion en el catalogo (CargarCatalogo; en blanco o fuera del
      * catalogo = la principal de CargarSedes). Se acumula por
      * carrera y sede para el pie de cada reporte de clase, y por
      * sede para el GPA por sede del maestro combinado.
           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.
           COPY "SEDES-TABLA.CBL"
               REPLACING LEADING ==SED== BY ==WS-SED==.
       01  WS-SEDE-ALUMNO          PIC X(3).
       01  WS-CAT-IDX              PIC 9(3).
       01  WS-SDC-IDX              PIC 9(2).
       01  WS-SDC-HALLADO          PIC X.
       01  WS-SEDES-CLASE.
           05  WS-SDC-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-SDC-ENTRY OCCURS 40 TIMES.
               10  WS-SDC-CARRERA  PIC X(3).
               10  WS-SDC-SEDE     PIC X(3).
               10  WS-SDC-CONT     PIC 9(3).
               10  WS-SDC-SUM      PIC 9(4)V99.
       01  WS-SEDES-GPA.
           05  WS-SGP-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-SGP-ENTRY OCCURS 20 TIMES.
               10  WS-SGP-SEDE     PIC X(3).
               10  WS-SGP-CONT     PIC 9(4).
               10  WS-SGP-SUM      PIC 9(5)V99.
       01  WS-SEDE-AVG             PIC 99V99.
      * Las lineas de sede no empiezan con "Cantidad Estudiantes:" ni
      * traen "Promedio: " en la columna 13, asi que DashboardDiario y
      * VerificarCifras siguen leyendo solo el total de la clase.
       01  WS-SEDE-CLASE-LINEA.
           05  FILLER              PIC X(7) VALUE "  Sede ".
           05  WSC-SEDE            PIC X(3).
           05  FILLER              PIC X(11) VALUE ": Cantidad ".
           05  WSC-CONT            PIC ZZ9.
           05  FILLER              PIC X(11) VALUE "  Promedio ".
           05  WSC-AVG             PIC 99.99.
       01  WS-SEDE-GPA-LINEA.
           05  FILLER              PIC X(9) VALUE "GPA SEDE ".
           05  WSG-SEDE            PIC X(3).
           05  FILLER              PIC X(2) VALUE ": ".
           05  WSG-GPA             PIC 99.99.
           05  FILLER              PIC X(15) VALUE
               "  ESTUDIANTES: ".
           05  WSG-CONT            PIC ZZZ9.

      * Listas de notas por carrera para las estadisticas extendidas
      * (mediana, desviacion, cuartiles) del pie de cada reporte.
       01  WS-NOTAS-ENG.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 0102-LEER-PARAMETROS.
           PERFORM 0103-CARGAR-CARRERAS.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           CALL "CargarSedes" USING WS-SED-TABLA.
           PERFORM 0105-ARCHIVAR-SALIDAS-PREVIAS.

           MOVE 'INPUT-FILE' TO WS-NOMBRE-ARCHIVO.
               GO TO 0230-EXIT
           END-IF.

           PERFORM 0234-ENMASCARAR-RESERVA.

           IF DEG-STUDENT = 'ENG' OR 'BUS' OR 'SCI' OR 'IST'
               PERFORM 0233-ACUMULAR-SEDE
           END-IF.

           EVALUATE DEG-STUDENT
               WHEN 'ENG'
                   ADD 1 TO WS-ENG-PAGE-CT
               END-IF
           END-IF.

      * Sede de la seccion del estudiante y acumulado por carrera y
      * sede y por sede sola; con las tablas llenas el estudiante
      * sigue contando en el total de su clase.
       0233-ACUMULAR-SEDE.
           MOVE WS-SED-PRINCIPAL TO WS-SEDE-ALUMNO.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = DEGCOD-STUDENT
                   AND WS-CATREF-T-SEDE(WS-CAT-IDX) NOT = SPACES
                   MOVE WS-CATREF-T-SEDE(WS-CAT-IDX) TO WS-SEDE-ALUMNO
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-SDC-HALLADO.
           PERFORM VARYING WS-SDC-IDX FROM 1 BY 1
                   UNTIL WS-SDC-IDX > WS-SDC-COUNT
               IF WS-SDC-CARRERA(WS-SDC-IDX) = DEG-STUDENT
                   AND WS-SDC-SEDE(WS-SDC-IDX) = WS-SEDE-ALUMNO
                   MOVE "Y" TO WS-SDC-HALLADO
                   ADD 1 TO WS-SDC-CONT(WS-SDC-IDX)
                   ADD GRADE-STUDENT TO WS-SDC-SUM(WS-SDC-IDX)
               END-IF
           END-PERFORM.
           IF WS-SDC-HALLADO = "N" AND WS-SDC-COUNT < 40
               ADD 1 TO WS-SDC-COUNT
               MOVE DEG-STUDENT TO WS-SDC-CARRERA(WS-SDC-COUNT)
               MOVE WS-SEDE-ALUMNO TO WS-SDC-SEDE(WS-SDC-COUNT)
               MOVE 1 TO WS-SDC-CONT(WS-SDC-COUNT)
               MOVE GRADE-STUDENT TO WS-SDC-SUM(WS-SDC-COUNT)
           END-IF.
           MOVE "N" TO WS-SDC-HALLADO.
           PERFORM VARYING WS-SDC-IDX FROM 1 BY 1
                   UNTIL WS-SDC-IDX > WS-SGP-COUNT
               IF WS-SGP-SEDE(WS-SDC-IDX) = WS-SEDE-ALUMNO
                   MOVE "Y" TO WS-SDC-HALLADO
                   ADD 1 TO WS-SGP-CONT(WS-SDC-IDX)
                   ADD GRADE-STUDENT TO WS-SGP-SUM(WS-SDC-IDX)
               END-IF
           END-PERFORM.
           IF WS-SDC-HALLADO = "N" AND WS-SGP-COUNT < 20
               ADD 1 TO WS-SGP-COUNT
               MOVE WS-SEDE-ALUMNO TO WS-SGP-SEDE(WS-SGP-COUNT)
               MOVE 1 TO WS-SGP-CONT(WS-SGP-COUNT)
               MOVE GRADE-STUDENT TO WS-SGP-SUM(WS-SGP-COUNT)
           END-IF.

      * El estudiante que pidio reserva de directorio sale en la
      * lista impresa sin matricula ni nombre; su nota sigue contando
      * en las estadisticas de la clase.
       0234-ENMASCARAR-RESERVA.
           MOVE ID-STUDENT TO WS-RSV-MATRICULA.
           CALL "VerificarReserva" USING WS-RSV-MATRICULA
               WS-RSV-RESULTADO.
           IF CON-RESERVA
               MOVE "*******" TO DET-ID
               MOVE "RESERVADO" TO DET-LNAME
               MOVE SPACES TO DET-FNAME
           END-IF.

      * El codigo de curso (DEGCOD-STUDENT) trae la carrera codificada
      * en sus tres primeras posiciones, y debe coincidir con la
      * abreviatura de tres letras que trae DEG-STUDENT por separado.
           MOVE WS-EST-Q3 TO RS-Q3.
           WRITE ENG-REC FROM RS5.
           WRITE ENG-REC FROM RS6.
           MOVE "ENG" TO RS-CLASE.
           PERFORM 0242-ESCRIBIR-SEDES-CLASE.

           MOVE BUS-CONT TO RS-CONT
           MOVE BUS-AVG TO RS-AVG
           MOVE WS-EST-Q3 TO RS-Q3.
           WRITE BUS-REC FROM RS5.
           WRITE BUS-REC FROM RS6.
           MOVE "BUS" TO RS-CLASE.
           PERFORM 0242-ESCRIBIR-SEDES-CLASE.

           MOVE SCI-CONT TO RS-CONT
           MOVE SCI-AVG TO RS-AVG
           MOVE WS-EST-Q3 TO RS-Q3.
           WRITE SCI-REC FROM RS5.
           WRITE SCI-REC FROM RS6.
           MOVE "SCI" TO RS-CLASE.
           PERFORM 0242-ESCRIBIR-SEDES-CLASE.

           MOVE IST-CONT TO RS-CONT
           MOVE IST-AVG TO RS-AVG
           MOVE WS-EST-Q3 TO RS-Q3.
           WRITE IST-REC FROM RS5.
           WRITE IST-REC FROM RS6.
           MOVE "IST" TO RS-CLASE.
           PERFORM 0242-ESCRIBIR-SEDES-CLASE.

           COMPUTE WS-OUTPUT-COUNT = ENG-CONT + BUS-CONT + SCI-CONT
               + IST-CONT + WS-OTHER-COUNT + WS-BAJAS-TOTAL.
               WRITE LOG-REC FROM WS-LOG-LINE
           END-IF.

      * Desglose por sede al pie del reporte de la clase RS-CLASE:
      * una linea por sede con estudiantes de esa carrera.
       0242-ESCRIBIR-SEDES-CLASE.
           PERFORM VARYING WS-SDC-IDX FROM 1 BY 1
                   UNTIL WS-SDC-IDX > WS-SDC-COUNT
               IF WS-SDC-CARRERA(WS-SDC-IDX) = RS-CLASE
                   MOVE WS-SDC-SEDE(WS-SDC-IDX) TO WSC-SEDE
                   MOVE WS-SDC-CONT(WS-SDC-IDX) TO WSC-CONT
                   COMPUTE WS-SEDE-AVG =
                       WS-SDC-SUM(WS-SDC-IDX) / WS-SDC-CONT(WS-SDC-IDX)
                   MOVE WS-SEDE-AVG TO WSC-AVG
                   EVALUATE RS-CLASE
                       WHEN "ENG"
                           WRITE ENG-REC FROM WS-SEDE-CLASE-LINEA
                       WHEN "BUS"
                           WRITE BUS-REC FROM WS-SEDE-CLASE-LINEA
                       WHEN "SCI"
                           WRITE SCI-REC FROM WS-SEDE-CLASE-LINEA
                       WHEN "IST"
                           WRITE IST-REC FROM WS-SEDE-CLASE-LINEA
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Relee STUDENTS_1.DAT desde el principio para producir un
      * maestro combinado con cada alumno etiquetado con su carrera y
      * el promedio de esa carrera, ya calculado en 0230/0240 — no se
           MOVE WS-OVERALL-GPA TO RP-OVERALL-GPA.
           WRITE MASTER-REC FROM RP-DIV.
           WRITE MASTER-REC FROM RP-MASTER-GPA.
      * GPA ponderado por sede, con la misma regla que el general.
           PERFORM VARYING WS-SDC-IDX FROM 1 BY 1
                   UNTIL WS-SDC-IDX > WS-SGP-COUNT
               MOVE WS-SGP-SEDE(WS-SDC-IDX) TO WSG-SEDE
               MOVE WS-SGP-CONT(WS-SDC-IDX) TO WSG-CONT
               COMPUTE WS-SEDE-AVG =
                   WS-SGP-SUM(WS-SDC-IDX) / WS-SGP-CONT(WS-SDC-IDX)
               MOVE WS-SEDE-AVG TO WSG-GPA
               WRITE MASTER-REC FROM WS-SEDE-GPA-LINEA
           END-PERFORM.
           IF WS-BAJAS-CNT > ZERO
               WRITE MASTER-REC FROM RP-DIV
               WRITE MASTER-REC FROM WS-BAJAS-TITULO
