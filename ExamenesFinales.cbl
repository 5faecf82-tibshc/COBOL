       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExamenesFinales.
       AUTHOR.     EHIDALGO.

      * Calendario de examenes finales sin choques de estudiante: los
      * turnos de examen disponibles son las filas tipo E del termino
      * vigente en CALENDARIO.DAT (fecha en CAL-FECHA y hora de
      * inicio en CAL-HORA, campo que solo traen las filas E; las
      * filas C/A/N/I no lo usan y sus lectores no lo ven). Las
      * inscripciones reales salen de NOTAS.DAT (una por estudiante y
      * seccion, sin retiros W ni bajas). Dos secciones que comparten
      * algun estudiante no pueden ir al mismo turno; las secciones
      * se asignan de la mas conectada a la menos (y a igual conexion
      * la mas grande primero) al primer turno libre de choques. Si
      * ningun turno queda libre, la seccion va al turno que menos
      * estudiantes pone en dos examenes a la vez, y cada estudiante
      * afectado sale en la lista de excepciones. Salidas:
      *   EXAMENES_HORARIO.DAT      calendario publicado por seccion
      *   EXAMENES_ESTUDIANTES.DAT  examenes de cada estudiante
      *   EXAMENES_EXCEPCIONES.DAT  choques que no se pudieron evitar
      * Con excepciones la corrida termina con RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALEN-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT HORARIO-FILE ASSIGN TO "EXAMENES_HORARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOR-STATUS.
           SELECT ESTUDIANTES-FILE ASSIGN TO "EXAMENES_ESTUDIANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.
           SELECT EXCEPCIONES-FILE
               ASSIGN TO "EXAMENES_EXCEPCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-FILE.
       01  NOTA-REC.
           88  EOF-NOTAS           VALUE HIGH-VALUE.
           02  NR-MATRICULA        PIC 9(7).
           02  NR-APELLIDO         PIC X(10).
           02  NR-NOMBRE           PIC X(10).
           02  NR-DEGCOD           PIC X(9).
           02  NR-DEG              PIC X(3).
           02  NR-SECUENCIA        PIC 9(1).
           02  NR-NOTA             PIC 9(2)V99.
           02  NR-ESTADO           PIC X(1).
               88  NR-ACTIVO       VALUE "A" SPACE.
           02  NR-MARCA            PIC X(1).
               88  NR-RETIRO       VALUE "W".

       FD  CALENDARIO-FILE.
       01  CAL-REC.
           88  EOF-CAL             VALUE HIGH-VALUE.
           02  CAL-TERMINO         PIC X(6).
           02  CAL-FECHA           PIC 9(8).
           02  CAL-SEMANA          PIC 9(2).
           02  CAL-TIPO            PIC X(1).
           02  CAL-HORA            PIC 9(2).

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  HORARIO-FILE.
       01  HORARIO-REC             PIC X(90).

       FD  ESTUDIANTES-FILE.
       01  ESTUDIANTES-REC         PIC X(90).

       FD  EXCEPCIONES-FILE.
       01  EXCEPCIONES-REC         PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-NOTAS-STATUS     PIC X(2).
           05  WS-CALEN-STATUS     PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-HOR-STATUS       PIC X(2).
           05  WS-EST-STATUS       PIC X(2).
           05  WS-EXC-STATUS       PIC X(2).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-IDX              PIC 9(4).
           05  WS-IDX-2            PIC 9(4).
           05  WS-EST-IDX          PIC 9(4).
           05  WS-SEC-IDX          PIC 9(3).
           05  WS-SEC-IDX-2        PIC 9(3).
           05  WS-TUR-IDX          PIC 9(2).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-ORD-IDX          PIC 9(3).
           05  WS-MEJOR            PIC 9(3).
           05  WS-TUR-MEJOR        PIC 9(2).
           05  WS-COSTO            PIC 9(5).
           05  WS-COSTO-MEJOR      PIC 9(5).
           05  WS-TEMP             PIC 9(3).
           05  WS-INSCRIPCIONES    PIC 9(5) VALUE ZERO.
           05  WS-EXCEPCIONES      PIC 9(4) VALUE ZERO.
           05  WS-SECCIONES-MAL    PIC 9(3) VALUE ZERO.

      * Turnos de examen del termino vigente, en el orden del
      * calendario.
       01  WS-TURNOS.
           05  WS-TUR-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-TUR-ENTRY OCCURS 40 TIMES.
               10  WS-TUR-FECHA    PIC 9(8).
               10  WS-TUR-HORA     PIC 9(2).

      * Secciones con inscritos, su grado de conexion y su turno.
       01  WS-SECCIONES.
           05  WS-SEC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-SEC-ENTRY OCCURS 100 TIMES.
               10  WS-SEC-CODIGO   PIC X(9).
               10  WS-SEC-INSCRITOS PIC 9(4).
               10  WS-SEC-GRADO    PIC 9(3).
               10  WS-SEC-TURNO    PIC 9(2).
       01  WS-SEC-LLENA-SW         PIC X VALUE "N".
           88  WS-SEC-LLENA        VALUE "Y".

      * Estudiantes compartidos por cada par de secciones.
       01  WS-COMPARTIDOS.
           05  WS-CMP-FILA OCCURS 100 TIMES.
               10  WS-CMP          PIC 9(3) OCCURS 100 TIMES.

      * Orden de asignacion (posiciones en WS-SECCIONES).
       01  WS-ORDEN.
           05  WS-ORD              PIC 9(3) OCCURS 100 TIMES.

      * Estudiantes con las secciones en que estan inscritos.
       01  WS-ESTUDIANTES.
           05  WS-EST-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-EST-ENTRY OCCURS 1500 TIMES.
               10  WS-EST-MATRICULA PIC 9(7).
               10  WS-EST-APELLIDO PIC X(10).
               10  WS-EST-NOMBRE   PIC X(10).
               10  WS-EST-SEC-COUNT PIC 9(2).
               10  WS-EST-SEC      PIC 9(3) OCCURS 12 TIMES.
       01  WS-EST-LLENA-SW         PIC X VALUE "N".
           88  WS-EST-LLENA        VALUE "Y".

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

       01  WS-HOR-TITULO.
           05  FILLER              PIC X(35) VALUE
               "CALENDARIO DE EXAMENES FINALES DEL ".
           05  WHT-TERMINO         PIC X(6).

       01  WS-HOR-ENCABEZADO.
           05  FILLER              PIC X(42) VALUE
               "SECCION   TITULO".
           05  FILLER              PIC X(30) VALUE
               "FECHA     HORA  INSCRITOS".

       01  WS-HOR-LINEA.
           05  WHL-SECCION         PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WHL-TITULO          PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WHL-FECHA           PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WHL-HORA            PIC 99.
           05  FILLER              PIC X(3) VALUE ":00".
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WHL-INSCRITOS       PIC ZZZ9.

       01  WS-EST-TITULO.
           05  FILLER              PIC X(36) VALUE
               "EXAMENES FINALES POR ESTUDIANTE DEL ".
           05  WET-TERMINO         PIC X(6).

       01  WS-EST-CABEZA.
           05  WEC-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WEC-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WEC-NOMBRE          PIC X(10).

       01  WS-EST-LINEA.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WEL-SECCION         PIC X(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WEL-FECHA           PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WEL-HORA            PIC 99.
           05  FILLER              PIC X(3) VALUE ":00".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WEL-MARCA           PIC X(10).

       01  WS-EXC-TITULO           PIC X(60) VALUE
           "ESTUDIANTES CON DOS EXAMENES EN EL MISMO TURNO".

       01  WS-EXC-LINEA.
           05  WXL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WXL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WXL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WXL-SECCION-1       PIC X(9).
           05  FILLER              PIC X(3) VALUE " Y ".
           05  WXL-SECCION-2       PIC X(9).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WXL-FECHA           PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WXL-HORA            PIC 99.
           05  FILLER              PIC X(3) VALUE ":00".

       01  WS-EXC-NINGUNA          PIC X(40) VALUE
           "SIN CHOQUES: NINGUN ESTUDIANTE REPETIDO.".

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           MOVE SPACES TO WS-TERMINO-ACTUAL.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   AT END CONTINUE
               END-READ
               MOVE TERMINO-REC TO WS-TERMINO-ACTUAL
               CLOSE TERMINO-FILE
           END-IF.
           PERFORM 0110-CARGAR-TURNOS.
           IF WS-TUR-COUNT = ZERO
               DISPLAY "SIN TURNOS DE EXAMEN (FILAS TIPO E) DEL "
                   "TERMINO " WS-TERMINO-ACTUAL " EN CALENDARIO.DAT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOTAS-FILE.
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR NOTAS.DAT. CODIGO: "
                   WS-NOTAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           INITIALIZE WS-COMPARTIDOS.
           OPEN OUTPUT HORARIO-FILE.
           OPEN OUTPUT ESTUDIANTES-FILE.
           OPEN OUTPUT EXCEPCIONES-FILE.
           MOVE WS-TERMINO-ACTUAL TO WHT-TERMINO WET-TERMINO.
           WRITE HORARIO-REC FROM WS-HOR-TITULO.
           WRITE HORARIO-REC FROM WS-HOR-ENCABEZADO.
           WRITE ESTUDIANTES-REC FROM WS-EST-TITULO.
           WRITE EXCEPCIONES-REC FROM WS-EXC-TITULO.

       0110-CARGAR-TURNOS.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALEN-STATUS = "00"
               PERFORM UNTIL EOF-CAL
                   MOVE SPACES TO CAL-REC
                   READ CALENDARIO-FILE
                       AT END SET EOF-CAL TO TRUE
                   END-READ
                   IF NOT EOF-CAL
                       AND CAL-TERMINO = WS-TERMINO-ACTUAL
                       AND CAL-TIPO = "E"
                       AND WS-TUR-COUNT < 40
                       ADD 1 TO WS-TUR-COUNT
                       MOVE CAL-FECHA TO WS-TUR-FECHA(WS-TUR-COUNT)
                       IF CAL-HORA IS NUMERIC
                           MOVE CAL-HORA
                               TO WS-TUR-HORA(WS-TUR-COUNT)
                       ELSE
                           MOVE ZERO TO WS-TUR-HORA(WS-TUR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-NOTAS
               READ NOTAS-FILE
                   AT END SET EOF-NOTAS TO TRUE
               END-READ
               IF NOT EOF-NOTAS AND NR-ACTIVO AND NOT NR-RETIRO
                   PERFORM 0210-REGISTRAR-INSCRIPCION THRU
                       0210-REGISTRAR-INSCRIPCION-EXIT
               END-IF
           END-PERFORM.
           CLOSE NOTAS-FILE.
           PERFORM 0230-CONTAR-COMPARTIDOS.
           PERFORM 0240-ORDENAR-SECCIONES.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-SEC-COUNT
               MOVE WS-ORD(WS-ORD-IDX) TO WS-SEC-IDX
               PERFORM 0250-ASIGNAR-TURNO
           END-PERFORM.

      * NOTAS.DAT trae una fila por evaluacion; la inscripcion
      * (estudiante, seccion) se registra una sola vez.
       0210-REGISTRAR-INSCRIPCION.
           MOVE ZERO TO WS-SEC-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SEC-COUNT
               IF WS-SEC-CODIGO(WS-IDX) = NR-DEGCOD
                   MOVE WS-IDX TO WS-SEC-IDX
               END-IF
           END-PERFORM.
           IF WS-SEC-IDX = ZERO
               IF WS-SEC-COUNT = 100
                   IF NOT WS-SEC-LLENA
                       DISPLAY "ADVERTENCIA: MAS DE 100 SECCIONES; "
                           "EL RESTO QUEDA FUERA DEL CALENDARIO."
                       SET WS-SEC-LLENA TO TRUE
                   END-IF
                   GO TO 0210-REGISTRAR-INSCRIPCION-EXIT
               END-IF
               ADD 1 TO WS-SEC-COUNT
               MOVE WS-SEC-COUNT TO WS-SEC-IDX
               INITIALIZE WS-SEC-ENTRY(WS-SEC-IDX)
               MOVE NR-DEGCOD TO WS-SEC-CODIGO(WS-SEC-IDX)
           END-IF.
           MOVE ZERO TO WS-EST-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EST-COUNT
               IF WS-EST-MATRICULA(WS-IDX) = NR-MATRICULA
                   MOVE WS-IDX TO WS-EST-IDX
               END-IF
           END-PERFORM.
           IF WS-EST-IDX = ZERO
               IF WS-EST-COUNT = 1500
                   IF NOT WS-EST-LLENA
                       DISPLAY "ADVERTENCIA: MAS DE 1500 "
                           "ESTUDIANTES; EL RESTO NO SE COTEJA."
                       SET WS-EST-LLENA TO TRUE
                   END-IF
                   GO TO 0210-REGISTRAR-INSCRIPCION-EXIT
               END-IF
               ADD 1 TO WS-EST-COUNT
               MOVE WS-EST-COUNT TO WS-EST-IDX
               INITIALIZE WS-EST-ENTRY(WS-EST-IDX)
               MOVE NR-MATRICULA TO WS-EST-MATRICULA(WS-EST-IDX)
               MOVE NR-APELLIDO TO WS-EST-APELLIDO(WS-EST-IDX)
               MOVE NR-NOMBRE TO WS-EST-NOMBRE(WS-EST-IDX)
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EST-SEC-COUNT(WS-EST-IDX)
               IF WS-EST-SEC(WS-EST-IDX, WS-IDX) = WS-SEC-IDX
                   GO TO 0210-REGISTRAR-INSCRIPCION-EXIT
               END-IF
           END-PERFORM.
           IF WS-EST-SEC-COUNT(WS-EST-IDX) < 12
               ADD 1 TO WS-EST-SEC-COUNT(WS-EST-IDX)
               MOVE WS-SEC-IDX TO WS-EST-SEC(WS-EST-IDX,
                   WS-EST-SEC-COUNT(WS-EST-IDX))
               ADD 1 TO WS-SEC-INSCRITOS(WS-SEC-IDX)
               ADD 1 TO WS-INSCRIPCIONES
           END-IF.
       0210-REGISTRAR-INSCRIPCION-EXIT.
           EXIT.

      * Por cada estudiante, cada par de sus secciones suma uno a
      * los compartidos del par; el grado de una seccion es cuantas
      * otras secciones comparten al menos un estudiante con ella.
       0230-CONTAR-COMPARTIDOS.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-EST-SEC-COUNT(WS-EST-IDX)
                   PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                           UNTIL WS-IDX-2
                               > WS-EST-SEC-COUNT(WS-EST-IDX)
                       IF WS-IDX-2 NOT = WS-IDX
                           MOVE WS-EST-SEC(WS-EST-IDX, WS-IDX)
                               TO WS-SEC-IDX
                           MOVE WS-EST-SEC(WS-EST-IDX, WS-IDX-2)
                               TO WS-SEC-IDX-2
                           ADD 1 TO WS-CMP(WS-SEC-IDX, WS-SEC-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               PERFORM VARYING WS-SEC-IDX-2 FROM 1 BY 1
                       UNTIL WS-SEC-IDX-2 > WS-SEC-COUNT
                   IF WS-CMP(WS-SEC-IDX, WS-SEC-IDX-2) > ZERO
                       ADD 1 TO WS-SEC-GRADO(WS-SEC-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Seleccion simple: mayor grado primero, a igual grado la
      * seccion con mas inscritos.
       0240-ORDENAR-SECCIONES.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE WS-SEC-IDX TO WS-ORD(WS-SEC-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SEC-COUNT
               MOVE WS-IDX TO WS-MEJOR
               PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                       UNTIL WS-IDX-2 > WS-SEC-COUNT
                   IF WS-SEC-GRADO(WS-ORD(WS-IDX-2))
                       > WS-SEC-GRADO(WS-ORD(WS-MEJOR))
                       OR (WS-SEC-GRADO(WS-ORD(WS-IDX-2))
                           = WS-SEC-GRADO(WS-ORD(WS-MEJOR))
                       AND WS-SEC-INSCRITOS(WS-ORD(WS-IDX-2))
                           > WS-SEC-INSCRITOS(WS-ORD(WS-MEJOR)))
                       MOVE WS-IDX-2 TO WS-MEJOR
                   END-IF
               END-PERFORM
               MOVE WS-ORD(WS-IDX) TO WS-TEMP
               MOVE WS-ORD(WS-MEJOR) TO WS-ORD(WS-IDX)
               MOVE WS-TEMP TO WS-ORD(WS-MEJOR)
           END-PERFORM.

      * El costo de un turno es la suma de estudiantes que la
      * seccion comparte con las secciones ya puestas en ese turno;
      * gana el primer turno de costo cero, o el de menor costo.
       0250-ASIGNAR-TURNO.
           MOVE 1 TO WS-TUR-MEJOR.
           MOVE 99999 TO WS-COSTO-MEJOR.
           PERFORM VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > WS-TUR-COUNT
                       OR WS-COSTO-MEJOR = ZERO
               MOVE ZERO TO WS-COSTO
               PERFORM VARYING WS-SEC-IDX-2 FROM 1 BY 1
                       UNTIL WS-SEC-IDX-2 > WS-SEC-COUNT
                   IF WS-SEC-TURNO(WS-SEC-IDX-2) = WS-TUR-IDX
                       ADD WS-CMP(WS-SEC-IDX, WS-SEC-IDX-2)
                           TO WS-COSTO
                   END-IF
               END-PERFORM
               IF WS-COSTO < WS-COSTO-MEJOR
                   MOVE WS-COSTO TO WS-COSTO-MEJOR
                   MOVE WS-TUR-IDX TO WS-TUR-MEJOR
               END-IF
           END-PERFORM.
           MOVE WS-TUR-MEJOR TO WS-SEC-TURNO(WS-SEC-IDX).
           IF WS-COSTO-MEJOR > ZERO
               ADD 1 TO WS-SECCIONES-MAL
               DISPLAY "SECCION " WS-SEC-CODIGO(WS-SEC-IDX)
                   " SIN TURNO LIBRE; ESTUDIANTES EN CHOQUE: "
                   WS-COSTO-MEJOR
           END-IF.

       0300-FIN.
           PERFORM 0310-ESCRIBIR-HORARIO.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               PERFORM 0320-ESCRIBIR-ESTUDIANTE
           END-PERFORM.
           IF WS-EXCEPCIONES = ZERO
               WRITE EXCEPCIONES-REC FROM WS-EXC-NINGUNA
           END-IF.
           CLOSE HORARIO-FILE ESTUDIANTES-FILE EXCEPCIONES-FILE.
           DISPLAY "CALENDARIO DE EXAMENES ESCRITO. SECCIONES: "
               WS-SEC-COUNT " TURNOS: " WS-TUR-COUNT
               " INSCRIPCIONES: " WS-INSCRIPCIONES
               " EXCEPCIONES: " WS-EXCEPCIONES.
           IF WS-EXCEPCIONES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * El calendario publicado va en el orden de los turnos.
       0310-ESCRIBIR-HORARIO.
           PERFORM VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > WS-TUR-COUNT
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF WS-SEC-TURNO(WS-SEC-IDX) = WS-TUR-IDX
                       MOVE WS-SEC-CODIGO(WS-SEC-IDX) TO WHL-SECCION
                       MOVE SPACES TO WHL-TITULO
                       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                               UNTIL WS-CAT-IDX > WS-CATREF-COUNT
                           IF WS-CATREF-T-CODIGO(WS-CAT-IDX)
                               = WS-SEC-CODIGO(WS-SEC-IDX)
                               MOVE WS-CATREF-T-TITULO(WS-CAT-IDX)
                                   TO WHL-TITULO
                           END-IF
                       END-PERFORM
                       MOVE WS-TUR-FECHA(WS-TUR-IDX) TO WHL-FECHA
                       MOVE WS-TUR-HORA(WS-TUR-IDX) TO WHL-HORA
                       MOVE WS-SEC-INSCRITOS(WS-SEC-IDX)
                           TO WHL-INSCRITOS
                       WRITE HORARIO-REC FROM WS-HOR-LINEA
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Examenes del estudiante en el orden de los turnos; dos
      * secciones en el mismo turno se marcan y se escriben en la
      * lista de excepciones una vez por par.
       0320-ESCRIBIR-ESTUDIANTE.
           MOVE WS-EST-MATRICULA(WS-EST-IDX) TO WEC-MATRICULA.
           MOVE WS-EST-APELLIDO(WS-EST-IDX) TO WEC-APELLIDO.
           MOVE WS-EST-NOMBRE(WS-EST-IDX) TO WEC-NOMBRE.
           WRITE ESTUDIANTES-REC FROM WS-EST-CABEZA.
           PERFORM VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > WS-TUR-COUNT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-EST-SEC-COUNT(WS-EST-IDX)
                   MOVE WS-EST-SEC(WS-EST-IDX, WS-IDX) TO WS-SEC-IDX
                   IF WS-SEC-TURNO(WS-SEC-IDX) = WS-TUR-IDX
                       PERFORM 0330-LINEA-EXAMEN
                   END-IF
               END-PERFORM
           END-PERFORM.

       0330-LINEA-EXAMEN.
           MOVE WS-SEC-CODIGO(WS-SEC-IDX) TO WEL-SECCION.
           MOVE WS-TUR-FECHA(WS-TUR-IDX) TO WEL-FECHA.
           MOVE WS-TUR-HORA(WS-TUR-IDX) TO WEL-HORA.
           MOVE SPACES TO WEL-MARCA.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-EST-SEC-COUNT(WS-EST-IDX)
               MOVE WS-EST-SEC(WS-EST-IDX, WS-IDX-2) TO WS-SEC-IDX-2
               IF WS-IDX-2 NOT = WS-IDX
                   AND WS-SEC-TURNO(WS-SEC-IDX-2) = WS-TUR-IDX
                   MOVE "CHOQUE" TO WEL-MARCA
                   IF WS-IDX-2 > WS-IDX
                       PERFORM 0340-ESCRIBIR-EXCEPCION
                   END-IF
               END-IF
           END-PERFORM.
           WRITE ESTUDIANTES-REC FROM WS-EST-LINEA.

       0340-ESCRIBIR-EXCEPCION.
           ADD 1 TO WS-EXCEPCIONES.
           MOVE WS-EST-MATRICULA(WS-EST-IDX) TO WXL-MATRICULA.
           MOVE WS-EST-APELLIDO(WS-EST-IDX) TO WXL-APELLIDO.
           MOVE WS-EST-NOMBRE(WS-EST-IDX) TO WXL-NOMBRE.
           MOVE WS-SEC-CODIGO(WS-SEC-IDX) TO WXL-SECCION-1.
           MOVE WS-SEC-CODIGO(WS-SEC-IDX-2) TO WXL-SECCION-2.
           MOVE WS-TUR-FECHA(WS-TUR-IDX) TO WXL-FECHA.
           MOVE WS-TUR-HORA(WS-TUR-IDX) TO WXL-HORA.
           WRITE EXCEPCIONES-REC FROM WS-EXC-LINEA.

       END PROGRAM ExamenesFinales.
