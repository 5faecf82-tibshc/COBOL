       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PaqueteAcreditacion.
       AUTHOR.         J R.

      * Paquete de estadisticas para la visita de acreditacion del
      * termino vigente, en una sola corrida: cruza las secciones de
      * SECCIONES.DAT (ReporteSecciones), la asignacion
      * seccion-a-profesor de ASIGNACION.DAT, el maestro
      * PROFESORES.DAT, los creditos del catalogo (CargarCatalogo) y
      * las notas por inscripcion de NOTAS.DAT, y escribe las cinco
      * tablas que pide toda visita:
      *   1. relacion estudiantes / profesores por carrera
      *      (estudiantes activos distintos de NOTAS.DAT contra
      *      profesores distintos asignados a secciones de la carrera);
      *   2. distribucion del tamano de seccion (1-10, 11-25, 26-40,
      *      mas de 40 inscritos);
      *   3. porcentaje de creditos de seccion impartidos por
      *      profesores activos (marca A en PROFESORES.DAT); una
      *      seccion sin asignar cuenta en el total y no en activos;
      *   4. carga docente promedio (secciones y creditos por
      *      profesor con asignacion);
      *   5. aprobacion por curso (carrera + numero de curso, todas
      *      sus secciones) con la linea de 14,00 de CierreTermino;
      *      las marcas I y W no entran, como en los promedios.
      * ACREDITACION.DAT lleva el paquete en formato fijo de 80
      * columnas para imprimir; ACREDITACION.CSV lleva las mismas
      * cifras, una por fila (tabla, clave, cantidad, base, valor),
      * para pegar en los formularios de la agencia.
      * Sin SECCIONES.DAT no hay paquete (RETURN-CODE 16); sin
      * ASIGNACION.DAT o sin NOTAS.DAT las tablas que dependen de
      * ellos salen en cero y la corrida termina con RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECCIONES-FILE ASSIGN TO "SECCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT PROFESORES-FILE ASSIGN TO "PROFESORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-STATUS.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "ACREDITACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT CSV-FILE ASSIGN TO "ACREDITACION.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECCIONES-FILE.
       01  SECCION-LN              PIC X(110).
           88  EOF-SEC             VALUE HIGH-VALUE.

       FD  ASIGNACION-FILE.
       01  ASG-REC.
           88  EOF-ASG             VALUE HIGH-VALUE.
           02  ASG-CODIGO          PIC X(9).
           02  ASG-PROFESOR        PIC X(6).

       FD  PROFESORES-FILE.
       01  PRO-REC.
           88  EOF-PRO             VALUE HIGH-VALUE.
           02  PRO-ID              PIC X(6).
           02  PRO-NOMBRE          PIC X(30).
           02  PRO-ACTIVO          PIC X(1).

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

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  REPORTE-FILE.
       01  REPORTE-REC             PIC X(80).

       FD  CSV-FILE.
       01  CSV-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-SEC-STATUS       PIC X(2).
           05  WS-ASG-STATUS       PIC X(2).
           05  WS-PRO-STATUS       PIC X(2).
           05  WS-NOTAS-STATUS     PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-CSV-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-IDX-2            PIC 9(3).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-DEG-IDX          PIC 9(2).
           05  WS-HALLADO          PIC X.
           05  WS-TERMINO          PIC X(6) VALUE SPACES.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-CURSO            PIC X(7).
           05  WS-CARRERA-BUSCADA  PIC X(3).
           05  WS-PROFESOR         PIC X(6).
           05  WS-SIN-ASIGNAR      PIC 9(3) VALUE ZERO.
           05  WS-SIN-CATALOGO     PIC 9(3) VALUE ZERO.
           05  WS-CRED-TOTAL       PIC 9(5) VALUE ZERO.
           05  WS-CRED-ACTIVOS     PIC 9(5) VALUE ZERO.
           05  WS-SECC-ASIGNADAS   PIC 9(5) VALUE ZERO.
           05  WS-CRED-ASIGNADOS   PIC 9(5) VALUE ZERO.
           05  WS-PORCENTAJE       PIC 9(3)V99.
           05  WS-RELACION         PIC 9(4)V99.
           05  WS-PROM-SECC        PIC 9(3)V99.
           05  WS-PROM-CRED        PIC 9(3)V99.
           05  WS-LINEA-APROBACION PIC 9(2)V99 VALUE 14.00.
           05  WS-AVISOS           PIC 9(3) VALUE ZERO.

      * Secciones del termino (lineas de detalle de SECCIONES.DAT)
      * con sus creditos y el profesor asignado.
       01  WS-SECCIONES.
           05  WS-SEC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-SEC-ENTRY OCCURS 100 TIMES.
               10  WS-SEC-CODIGO   PIC X(9).
               10  WS-SEC-CARRERA  PIC X(3).
               10  WS-SEC-CANT     PIC 9(3).
               10  WS-SEC-CREDITOS PIC 9(2).
               10  WS-SEC-PROFESOR PIC X(6).

      * Distribucion de tamanos: limites superiores de cada rango
      * (el ultimo rango no tiene tope).
       01  WS-RANGOS.
           05  WS-RNG-ENTRY OCCURS 4 TIMES.
               10  WS-RNG-ETIQUETA PIC X(10).
               10  WS-RNG-TOPE     PIC 9(3).
               10  WS-RNG-SECCIONES PIC 9(3).
       01  WS-RNG-IDX              PIC 9(1).

       01  WS-ASIGNACIONES.
           05  WS-ASG-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ASG-ENTRY OCCURS 100 TIMES.
               10  WS-ASG-COD      PIC X(9).
               10  WS-ASG-PROF     PIC X(6).

       01  WS-PROFESORES.
           05  WS-NOM-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-NOM-ENTRY OCCURS 50 TIMES.
               10  WS-NOM-ID       PIC X(6).
               10  WS-NOM-ACTIVO   PIC X(1).

      * Profesores con al menos una seccion asignada en el termino.
       01  WS-DOCENTES.
           05  WS-DOC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-DOC-ENTRY OCCURS 50 TIMES.
               10  WS-DOC-ID       PIC X(6).

      * Pares profesor-carrera distintos, para contar profesores por
      * carrera sin repetir al que da varias secciones.
       01  WS-PARES.
           05  WS-PAR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PAR-ENTRY OCCURS 200 TIMES.
               10  WS-PAR-PROFESOR PIC X(6).
               10  WS-PAR-CARRERA  PIC X(3).

      * Estudiantes activos distintos por carrera, de NOTAS.DAT.
       01  WS-ALUMNOS.
           05  WS-ALU-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ALU-ENTRY OCCURS 500 TIMES.
               10  WS-ALU-MATRICULA PIC 9(7).
               10  WS-ALU-CARRERA  PIC X(3).
       01  WS-ALU-LLENA-SW         PIC X VALUE "N".
           88  WS-ALU-LLENA        VALUE "Y".

       01  WS-CARRERAS.
           05  WS-DEG-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-DEG-ENTRY OCCURS 20 TIMES.
               10  WS-DEG-CODIGO   PIC X(3).
               10  WS-DEG-ESTUDIANTES PIC 9(5).
               10  WS-DEG-PROFESORES PIC 9(3).

      * Aprobacion por curso (carrera + numero de curso).
       01  WS-CURSOS.
           05  WS-CUR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CUR-ENTRY OCCURS 100 TIMES.
               10  WS-CUR-CODIGO   PIC X(7).
               10  WS-CUR-INTENTOS PIC 9(4).
               10  WS-CUR-APROBADOS PIC 9(4).

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

      * Lineas del paquete impreso.
       01  WS-REP-TITULO.
           05  FILLER              PIC X(34) VALUE
               "PAQUETE DE ACREDITACION - TERMINO ".
           05  WRT-TERMINO         PIC X(6).
           05  FILLER              PIC X(9) VALUE "  FECHA: ".
           05  WRT-FECHA           PIC 9(8).

       01  WS-REP-SUBTITULO        PIC X(80).
       01  WS-REP-ENCABEZADO       PIC X(80).

       01  WS-REP-RELACION.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRR-CARRERA         PIC X(3).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WRR-ESTUDIANTES     PIC ZZZZ9.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WRR-PROFESORES      PIC ZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WRR-RELACION        PIC Z,ZZ9.99.

       01  WS-REP-RANGO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRG-ETIQUETA        PIC X(10).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WRG-SECCIONES       PIC ZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WRG-PORCENTAJE      PIC ZZ9.99.

       01  WS-REP-CREDITOS.
           05  FILLER              PIC X(20) VALUE
               "  CREDITOS TOTALES: ".
           05  WRC-TOTAL           PIC ZZZZ9.
           05  FILLER              PIC X(15) VALUE
               "  POR ACTIVOS: ".
           05  WRC-ACTIVOS         PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE
               "  PORCENTAJE: ".
           05  WRC-PORCENTAJE      PIC ZZ9.99.

       01  WS-REP-CARGA-1.
           05  FILLER              PIC X(14) VALUE
               "  PROFESORES: ".
           05  WRK-PROFESORES      PIC ZZ9.
           05  FILLER              PIC X(13) VALUE
               "  SECCIONES: ".
           05  WRK-SECCIONES       PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE
               "  CREDITOS: ".
           05  WRK-CREDITOS        PIC ZZZZ9.

       01  WS-REP-CARGA-2.
           05  FILLER              PIC X(35) VALUE
               "  PROMEDIO POR PROFESOR: SECCIONES ".
           05  WRK-PROM-SECC       PIC ZZ9.99.
           05  FILLER              PIC X(11) VALUE
               "  CREDITOS ".
           05  WRK-PROM-CRED       PIC ZZ9.99.

       01  WS-REP-CURSO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRU-CURSO           PIC X(7).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WRU-INTENTOS        PIC ZZZ9.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WRU-APROBADOS       PIC ZZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WRU-PORCENTAJE      PIC ZZ9.99.

      * Fila del CSV: tabla, clave, cantidad, base, valor.
       01  WS-CSV-CAMPOS.
           05  WCV-TABLA           PIC X(20).
           05  WCV-CLAVE           PIC X(10).
           05  WCV-CANTIDAD        PIC ZZZZ9.
           05  WCV-BASE            PIC ZZZZ9.
           05  WCV-VALOR           PIC ZZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   NOT AT END MOVE TERMINO-REC TO WS-TERMINO
               END-READ
               CLOSE TERMINO-FILE
           END-IF.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0110-CARGAR-ASIGNACIONES.
           IF WS-ASG-COUNT = ZERO
               DISPLAY "ADVERTENCIA: SIN ASIGNACION.DAT (O VACIO); "
                   "RELACION, CREDITOS Y CARGA SALEN EN CERO."
               ADD 1 TO WS-AVISOS
           END-IF.
           PERFORM 0120-CARGAR-PROFESORES.
           PERFORM 0130-CARGAR-SECCIONES.
           IF WS-SEC-COUNT = ZERO
               DISPLAY "SECCIONES.DAT SIN LINEAS DE DETALLE; "
                   "NO HAY PAQUETE QUE ARMAR."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ACREDITACION.DAT. CODIGO: "
                   WS-REP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CSV-FILE.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ACREDITACION.CSV. CODIGO: "
                   WS-CSV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TERMINO TO WRT-TERMINO.
           MOVE WS-FECHA-HOY TO WRT-FECHA.
           WRITE REPORTE-REC FROM WS-REP-TITULO.
           MOVE "TABLA,CLAVE,CANTIDAD,BASE,VALOR" TO CSV-REC.
           WRITE CSV-REC.

       0110-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACION-FILE.
           IF WS-ASG-STATUS = "00"
               PERFORM UNTIL EOF-ASG
                   READ ASIGNACION-FILE
                       AT END SET EOF-ASG TO TRUE
                   END-READ
                   IF NOT EOF-ASG AND WS-ASG-COUNT < 100
                       ADD 1 TO WS-ASG-COUNT
                       MOVE ASG-CODIGO
                           TO WS-ASG-COD(WS-ASG-COUNT)
                       MOVE ASG-PROFESOR
                           TO WS-ASG-PROF(WS-ASG-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ASIGNACION-FILE
           END-IF.

       0120-CARGAR-PROFESORES.
           OPEN INPUT PROFESORES-FILE.
           IF WS-PRO-STATUS = "00"
               PERFORM UNTIL EOF-PRO
                   READ PROFESORES-FILE
                       AT END SET EOF-PRO TO TRUE
                   END-READ
                   IF NOT EOF-PRO AND WS-NOM-COUNT < 50
                       ADD 1 TO WS-NOM-COUNT
                       MOVE PRO-ID TO WS-NOM-ID(WS-NOM-COUNT)
                       MOVE PRO-ACTIVO
                           TO WS-NOM-ACTIVO(WS-NOM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PROFESORES-FILE
           END-IF.

      * Linea de detalle: cantidad en 53-55 y promedio en 60-64
      * numericos, como en ReporteProfesores; lo demas son titulos,
      * encabezados o el resumen por sede.
       0130-CARGAR-SECCIONES.
           OPEN INPUT SECCIONES-FILE.
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR SECCIONES.DAT. CODIGO: "
                   WS-SEC-STATUS
               DISPLAY "CORRA ReporteSecciones PRIMERO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-SEC
               MOVE SPACES TO SECCION-LN
               READ SECCIONES-FILE
                   AT END SET EOF-SEC TO TRUE
               END-READ
               IF NOT EOF-SEC
                   AND FUNCTION TEST-NUMVAL(SECCION-LN(53:3)) = ZERO
                   AND FUNCTION TEST-NUMVAL(SECCION-LN(60:5)) = ZERO
                   AND WS-SEC-COUNT < 100
                   ADD 1 TO WS-SEC-COUNT
                   PERFORM 0140-RESOLVER-SECCION
               END-IF
           END-PERFORM.
           CLOSE SECCIONES-FILE.

      * Creditos del catalogo y profesor de la asignacion; una
      * seccion fuera del catalogo pesa 1 credito, como en
      * PromedioCreditos.
       0140-RESOLVER-SECCION.
           INITIALIZE WS-SEC-ENTRY(WS-SEC-COUNT).
           MOVE SECCION-LN(1:9) TO WS-SEC-CODIGO(WS-SEC-COUNT).
           MOVE SECCION-LN(11:3) TO WS-SEC-CARRERA(WS-SEC-COUNT).
           COMPUTE WS-SEC-CANT(WS-SEC-COUNT) =
               FUNCTION NUMVAL(SECCION-LN(53:3)).
           MOVE 1 TO WS-SEC-CREDITOS(WS-SEC-COUNT).
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX)
                   = WS-SEC-CODIGO(WS-SEC-COUNT)
                   MOVE "Y" TO WS-HALLADO
                   MOVE WS-CATREF-T-CREDITOS(WS-CAT-IDX)
                       TO WS-SEC-CREDITOS(WS-SEC-COUNT)
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               ADD 1 TO WS-SIN-CATALOGO
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASG-COUNT
               IF WS-ASG-COD(WS-IDX) = WS-SEC-CODIGO(WS-SEC-COUNT)
                   MOVE WS-ASG-PROF(WS-IDX)
                       TO WS-SEC-PROFESOR(WS-SEC-COUNT)
               END-IF
           END-PERFORM.
           IF WS-SEC-PROFESOR(WS-SEC-COUNT) = SPACES
               ADD 1 TO WS-SIN-ASIGNAR
           END-IF.

       0200-PROCESO.
           PERFORM 0210-ACUMULAR-SECCIONES.
           PERFORM 0220-LEER-NOTAS.
           PERFORM 0250-TABLA-RELACION.
           PERFORM 0260-TABLA-TAMANOS.
           PERFORM 0270-TABLA-CREDITOS.
           PERFORM 0280-TABLA-CARGA.
           PERFORM 0290-TABLA-APROBACION.

      * Rangos de tamano, creditos totales y de activos, docentes
      * distintos y pares profesor-carrera.
       0210-ACUMULAR-SECCIONES.
           MOVE "1-10" TO WS-RNG-ETIQUETA(1).
           MOVE 10 TO WS-RNG-TOPE(1).
           MOVE "11-25" TO WS-RNG-ETIQUETA(2).
           MOVE 25 TO WS-RNG-TOPE(2).
           MOVE "26-40" TO WS-RNG-ETIQUETA(3).
           MOVE 40 TO WS-RNG-TOPE(3).
           MOVE "MAS DE 40" TO WS-RNG-ETIQUETA(4).
           MOVE 999 TO WS-RNG-TOPE(4).
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                   UNTIL WS-RNG-IDX > 4
               MOVE ZERO TO WS-RNG-SECCIONES(WS-RNG-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SEC-COUNT
               MOVE 1 TO WS-RNG-IDX
               PERFORM UNTIL WS-RNG-IDX = 4
                   OR WS-SEC-CANT(WS-IDX) <= WS-RNG-TOPE(WS-RNG-IDX)
                   ADD 1 TO WS-RNG-IDX
               END-PERFORM
               ADD 1 TO WS-RNG-SECCIONES(WS-RNG-IDX)
               ADD WS-SEC-CREDITOS(WS-IDX) TO WS-CRED-TOTAL
               MOVE WS-SEC-CARRERA(WS-IDX) TO WS-CARRERA-BUSCADA
               PERFORM 0240-BUSCAR-CARRERA
               MOVE WS-SEC-PROFESOR(WS-IDX) TO WS-PROFESOR
               IF WS-PROFESOR NOT = SPACES
                   ADD 1 TO WS-SECC-ASIGNADAS
                   ADD WS-SEC-CREDITOS(WS-IDX) TO WS-CRED-ASIGNADOS
                   PERFORM 0211-SUMAR-DOCENTE
               END-IF
           END-PERFORM.

       0211-SUMAR-DOCENTE.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-NOM-COUNT
               IF WS-NOM-ID(WS-IDX-2) = WS-PROFESOR
                   AND WS-NOM-ACTIVO(WS-IDX-2) = "A"
                   ADD WS-SEC-CREDITOS(WS-IDX) TO WS-CRED-ACTIVOS
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-DOC-COUNT
               IF WS-DOC-ID(WS-IDX-2) = WS-PROFESOR
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-DOC-COUNT < 50
               ADD 1 TO WS-DOC-COUNT
               MOVE WS-PROFESOR TO WS-DOC-ID(WS-DOC-COUNT)
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-PAR-COUNT
               IF WS-PAR-PROFESOR(WS-IDX-2) = WS-PROFESOR
                   AND WS-PAR-CARRERA(WS-IDX-2)
                       = WS-SEC-CARRERA(WS-IDX)
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-PAR-COUNT < 200
               ADD 1 TO WS-PAR-COUNT
               MOVE WS-PROFESOR TO WS-PAR-PROFESOR(WS-PAR-COUNT)
               MOVE WS-SEC-CARRERA(WS-IDX)
                   TO WS-PAR-CARRERA(WS-PAR-COUNT)
               IF WS-DEG-IDX > ZERO
                   ADD 1 TO WS-DEG-PROFESORES(WS-DEG-IDX)
               END-IF
           END-IF.

      * NOTAS.DAT: estudiantes activos distintos por carrera y
      * aprobacion por curso (marcas I y W fuera).
       0220-LEER-NOTAS.
           OPEN INPUT NOTAS-FILE.
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: SIN NOTAS.DAT; RELACION Y "
                   "APROBACION SALEN SIN ESTUDIANTES."
               ADD 1 TO WS-AVISOS
           ELSE
               PERFORM UNTIL EOF-NOTAS
                   READ NOTAS-FILE
                       AT END SET EOF-NOTAS TO TRUE
                   END-READ
                   IF NOT EOF-NOTAS
                       IF NR-ACTIVO
                           PERFORM 0221-CONTAR-ALUMNO
                       END-IF
                       IF NR-MARCA = SPACE
                           PERFORM 0230-CONTAR-CURSO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTAS-FILE
           END-IF.

       0221-CONTAR-ALUMNO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT
               IF WS-ALU-MATRICULA(WS-IDX) = NR-MATRICULA
                   AND WS-ALU-CARRERA(WS-IDX) = NR-DEG
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               IF WS-ALU-COUNT < 500
                   ADD 1 TO WS-ALU-COUNT
                   MOVE NR-MATRICULA
                       TO WS-ALU-MATRICULA(WS-ALU-COUNT)
                   MOVE NR-DEG TO WS-ALU-CARRERA(WS-ALU-COUNT)
                   MOVE NR-DEG TO WS-CARRERA-BUSCADA
                   PERFORM 0240-BUSCAR-CARRERA
                   IF WS-DEG-IDX > ZERO
                       ADD 1 TO WS-DEG-ESTUDIANTES(WS-DEG-IDX)
                   END-IF
               ELSE
                   IF NOT WS-ALU-LLENA
                       DISPLAY "ADVERTENCIA: MAS DE 500 ESTUDIANTES "
                           "EN NOTAS.DAT; EL RESTO NO SE CUENTA."
                       SET WS-ALU-LLENA TO TRUE
                       ADD 1 TO WS-AVISOS
                   END-IF
               END-IF
           END-IF.

       0230-CONTAR-CURSO.
           MOVE NR-DEGCOD(1:7) TO WS-CURSO.
           MOVE ZERO TO WS-IDX-2.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUR-COUNT
               IF WS-CUR-CODIGO(WS-IDX) = WS-CURSO
                   MOVE WS-IDX TO WS-IDX-2
               END-IF
           END-PERFORM.
           IF WS-IDX-2 = ZERO AND WS-CUR-COUNT < 100
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-IDX-2
               INITIALIZE WS-CUR-ENTRY(WS-IDX-2)
               MOVE WS-CURSO TO WS-CUR-CODIGO(WS-IDX-2)
           END-IF.
           IF WS-IDX-2 > ZERO
               ADD 1 TO WS-CUR-INTENTOS(WS-IDX-2)
               IF NR-NOTA >= WS-LINEA-APROBACION
                   ADD 1 TO WS-CUR-APROBADOS(WS-IDX-2)
               END-IF
           END-IF.

      * Posicion de la carrera buscada en WS-DEG-IDX; se agrega si
      * es nueva. Con la tabla llena queda en cero y no se acumula.
       0240-BUSCAR-CARRERA.
           MOVE ZERO TO WS-DEG-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-DEG-COUNT
               IF WS-DEG-CODIGO(WS-IDX-2) = WS-CARRERA-BUSCADA
                   MOVE WS-IDX-2 TO WS-DEG-IDX
               END-IF
           END-PERFORM.
           IF WS-DEG-IDX = ZERO AND WS-DEG-COUNT < 20
               ADD 1 TO WS-DEG-COUNT
               MOVE WS-DEG-COUNT TO WS-DEG-IDX
               INITIALIZE WS-DEG-ENTRY(WS-DEG-IDX)
               MOVE WS-CARRERA-BUSCADA TO WS-DEG-CODIGO(WS-DEG-IDX)
           END-IF.

       0250-TABLA-RELACION.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           MOVE "1. RELACION ESTUDIANTES / PROFESORES POR CARRERA"
               TO WS-REP-SUBTITULO.
           WRITE REPORTE-REC FROM WS-REP-SUBTITULO.
           MOVE "  CARRERA  ESTUDIANTES  PROFESORES   RELACION"
               TO WS-REP-ENCABEZADO.
           WRITE REPORTE-REC FROM WS-REP-ENCABEZADO.
           PERFORM VARYING WS-DEG-IDX FROM 1 BY 1
                   UNTIL WS-DEG-IDX > WS-DEG-COUNT
               IF WS-DEG-PROFESORES(WS-DEG-IDX) > ZERO
                   COMPUTE WS-RELACION ROUNDED =
                       WS-DEG-ESTUDIANTES(WS-DEG-IDX)
                       / WS-DEG-PROFESORES(WS-DEG-IDX)
               ELSE
                   MOVE ZERO TO WS-RELACION
               END-IF
               MOVE WS-DEG-CODIGO(WS-DEG-IDX) TO WRR-CARRERA
               MOVE WS-DEG-ESTUDIANTES(WS-DEG-IDX) TO WRR-ESTUDIANTES
               MOVE WS-DEG-PROFESORES(WS-DEG-IDX) TO WRR-PROFESORES
               MOVE WS-RELACION TO WRR-RELACION
               WRITE REPORTE-REC FROM WS-REP-RELACION
               MOVE "RELACION-CARRERA" TO WCV-TABLA
               MOVE WS-DEG-CODIGO(WS-DEG-IDX) TO WCV-CLAVE
               MOVE WS-DEG-ESTUDIANTES(WS-DEG-IDX) TO WCV-CANTIDAD
               MOVE WS-DEG-PROFESORES(WS-DEG-IDX) TO WCV-BASE
               MOVE WS-RELACION TO WCV-VALOR
               PERFORM 0295-ESCRIBIR-CSV
           END-PERFORM.

       0260-TABLA-TAMANOS.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           MOVE "2. DISTRIBUCION DEL TAMANO DE SECCION (INSCRITOS)"
               TO WS-REP-SUBTITULO.
           WRITE REPORTE-REC FROM WS-REP-SUBTITULO.
           MOVE "  RANGO        SECCIONES  PORCENTAJE"
               TO WS-REP-ENCABEZADO.
           WRITE REPORTE-REC FROM WS-REP-ENCABEZADO.
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                   UNTIL WS-RNG-IDX > 4
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-RNG-SECCIONES(WS-RNG-IDX) * 100 / WS-SEC-COUNT
               MOVE WS-RNG-ETIQUETA(WS-RNG-IDX) TO WRG-ETIQUETA
               MOVE WS-RNG-SECCIONES(WS-RNG-IDX) TO WRG-SECCIONES
               MOVE WS-PORCENTAJE TO WRG-PORCENTAJE
               WRITE REPORTE-REC FROM WS-REP-RANGO
               MOVE "TAMANO-SECCION" TO WCV-TABLA
               MOVE WS-RNG-ETIQUETA(WS-RNG-IDX) TO WCV-CLAVE
               MOVE WS-RNG-SECCIONES(WS-RNG-IDX) TO WCV-CANTIDAD
               MOVE WS-SEC-COUNT TO WCV-BASE
               MOVE WS-PORCENTAJE TO WCV-VALOR
               PERFORM 0295-ESCRIBIR-CSV
           END-PERFORM.

       0270-TABLA-CREDITOS.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           MOVE "3. CREDITOS IMPARTIDOS POR PROFESORES ACTIVOS"
               TO WS-REP-SUBTITULO.
           WRITE REPORTE-REC FROM WS-REP-SUBTITULO.
           IF WS-CRED-TOTAL > ZERO
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-CRED-ACTIVOS * 100 / WS-CRED-TOTAL
           ELSE
               MOVE ZERO TO WS-PORCENTAJE
           END-IF.
           MOVE WS-CRED-TOTAL TO WRC-TOTAL.
           MOVE WS-CRED-ACTIVOS TO WRC-ACTIVOS.
           MOVE WS-PORCENTAJE TO WRC-PORCENTAJE.
           WRITE REPORTE-REC FROM WS-REP-CREDITOS.
           MOVE "CREDITOS-ACTIVOS" TO WCV-TABLA.
           MOVE "TOTAL" TO WCV-CLAVE.
           MOVE WS-CRED-ACTIVOS TO WCV-CANTIDAD.
           MOVE WS-CRED-TOTAL TO WCV-BASE.
           MOVE WS-PORCENTAJE TO WCV-VALOR.
           PERFORM 0295-ESCRIBIR-CSV.

       0280-TABLA-CARGA.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           MOVE "4. CARGA DOCENTE PROMEDIO (PROFESORES CON SECCION)"
               TO WS-REP-SUBTITULO.
           WRITE REPORTE-REC FROM WS-REP-SUBTITULO.
           IF WS-DOC-COUNT > ZERO
               COMPUTE WS-PROM-SECC ROUNDED =
                   WS-SECC-ASIGNADAS / WS-DOC-COUNT
               COMPUTE WS-PROM-CRED ROUNDED =
                   WS-CRED-ASIGNADOS / WS-DOC-COUNT
           ELSE
               MOVE ZERO TO WS-PROM-SECC
               MOVE ZERO TO WS-PROM-CRED
           END-IF.
           MOVE WS-DOC-COUNT TO WRK-PROFESORES.
           MOVE WS-SECC-ASIGNADAS TO WRK-SECCIONES.
           MOVE WS-CRED-ASIGNADOS TO WRK-CREDITOS.
           WRITE REPORTE-REC FROM WS-REP-CARGA-1.
           MOVE WS-PROM-SECC TO WRK-PROM-SECC.
           MOVE WS-PROM-CRED TO WRK-PROM-CRED.
           WRITE REPORTE-REC FROM WS-REP-CARGA-2.
           MOVE "CARGA-DOCENTE" TO WCV-TABLA.
           MOVE "SECCIONES" TO WCV-CLAVE.
           MOVE WS-SECC-ASIGNADAS TO WCV-CANTIDAD.
           MOVE WS-DOC-COUNT TO WCV-BASE.
           MOVE WS-PROM-SECC TO WCV-VALOR.
           PERFORM 0295-ESCRIBIR-CSV.
           MOVE "CARGA-DOCENTE" TO WCV-TABLA.
           MOVE "CREDITOS" TO WCV-CLAVE.
           MOVE WS-CRED-ASIGNADOS TO WCV-CANTIDAD.
           MOVE WS-DOC-COUNT TO WCV-BASE.
           MOVE WS-PROM-CRED TO WCV-VALOR.
           PERFORM 0295-ESCRIBIR-CSV.

       0290-TABLA-APROBACION.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           MOVE "5. APROBACION POR CURSO (NOTA 14.00 O MAS)"
               TO WS-REP-SUBTITULO.
           WRITE REPORTE-REC FROM WS-REP-SUBTITULO.
           MOVE "  CURSO     INTENTOS  APROBADOS  PORCENTAJE"
               TO WS-REP-ENCABEZADO.
           WRITE REPORTE-REC FROM WS-REP-ENCABEZADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUR-COUNT
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-CUR-APROBADOS(WS-IDX) * 100
                   / WS-CUR-INTENTOS(WS-IDX)
               MOVE WS-CUR-CODIGO(WS-IDX) TO WRU-CURSO
               MOVE WS-CUR-INTENTOS(WS-IDX) TO WRU-INTENTOS
               MOVE WS-CUR-APROBADOS(WS-IDX) TO WRU-APROBADOS
               MOVE WS-PORCENTAJE TO WRU-PORCENTAJE
               WRITE REPORTE-REC FROM WS-REP-CURSO
               MOVE "APROBACION-CURSO" TO WCV-TABLA
               MOVE WS-CUR-CODIGO(WS-IDX) TO WCV-CLAVE
               MOVE WS-CUR-APROBADOS(WS-IDX) TO WCV-CANTIDAD
               MOVE WS-CUR-INTENTOS(WS-IDX) TO WCV-BASE
               MOVE WS-PORCENTAJE TO WCV-VALOR
               PERFORM 0295-ESCRIBIR-CSV
           END-PERFORM.

       0295-ESCRIBIR-CSV.
           MOVE SPACES TO CSV-REC.
           STRING
               FUNCTION TRIM(WCV-TABLA) DELIMITED BY SIZE
               "," FUNCTION TRIM(WCV-CLAVE) DELIMITED BY SIZE
               "," FUNCTION TRIM(WCV-CANTIDAD) DELIMITED BY SIZE
               "," FUNCTION TRIM(WCV-BASE) DELIMITED BY SIZE
               "," FUNCTION TRIM(WCV-VALOR) DELIMITED BY SIZE
               INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.

       0300-FIN.
           CLOSE REPORTE-FILE.
           CLOSE CSV-FILE.
           DISPLAY "ACREDITACION.DAT Y ACREDITACION.CSV ESCRITOS. "
               "TERMINO: " WS-TERMINO " SECCIONES: " WS-SEC-COUNT
               " SIN ASIGNAR: " WS-SIN-ASIGNAR
               " FUERA DEL CATALOGO: " WS-SIN-CATALOGO
               " CURSOS: " WS-CUR-COUNT.
           IF WS-AVISOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM PaqueteAcreditacion.
