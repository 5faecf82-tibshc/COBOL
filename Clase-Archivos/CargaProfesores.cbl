       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CargaProfesores.
       AUTHOR.         J R.

      * Choques de horario y carga docente por profesor: cruza la
      * asignacion seccion-a-profesor de ASIGNACION.DAT con el
      * horario de cada seccion en el catalogo (CargarCatalogo), el
      * maestro PROFESORES.DAT y la inscripcion vigente de
      * STUDENTS_1.DAT. MantenimientoProfesores asigna sin mirar el
      * horario, asi que esta corrida lista primero a todo profesor
      * con dos secciones que comparten dia y se traslapan en hora
      * (la regla de 0280-COMPARAR-HORARIOS de IntakeAltas), y
      * despues la pagina de carga: por profesor, secciones,
      * creditos (T-CREDITOS del catalogo), horas de contacto
      * semanales (horas de la sesion por dias de reunion) e
      * inscritos activos en sus secciones. Todo va a
      * CARGA_PROFESORES.DAT; con cualquier choque la corrida
      * termina con RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ARCHIVOS-FISICOS.CBL"
               REPLACING ==FIS-FILE== BY ==ROSTER-FILE==
                         ==FIS-DAT==  BY =="STUDENTS_1.DAT"==.
           SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT PROFESORES-FILE ASSIGN TO "PROFESORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CARGA_PROFESORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  R-ESTUDIANTE.
           88  EOF-ROSTER          VALUE HIGH-VALUE.
           02  R-MATRICULA         PIC 9(7).
           02  R-APELLIDO          PIC X(10).
           02  R-NOMBRE            PIC X(10).
           02  R-CODIGO            PIC X(9).
           02  R-MATERIA           PIC X(3).
           02  R-NOTA              PIC 9(2)V99.
           02  R-ESTADO            PIC X(1).
               88  ESTUDIANTE-ACTIVO VALUE "A" SPACE.

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

       FD  REPORTE-FILE.
       01  REPORTE-REC             PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-ASG-STATUS       PIC X(2).
           05  WS-PRO-STATUS       PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-IDX-2            PIC 9(3).
           05  WS-PRO-IDX          PIC 9(3).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-DIA-IDX          PIC 9.
           05  WS-DIAS-REUNION     PIC 9.
           05  WS-COMPARTE-DIA     PIC X.
           05  WS-CHOQUES          PIC 9(3) VALUE ZERO.
           05  WS-SIN-HORARIO      PIC 9(3) VALUE ZERO.

      * Asignaciones con horario, creditos, horas semanales e
      * inscritos de su seccion ya resueltos.
       01  WS-ASIGNACIONES.
           05  WS-ASG-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ASG-ENTRY OCCURS 100 TIMES.
               10  WS-ASG-COD      PIC X(9).
               10  WS-ASG-PROF     PIC X(6).
               10  WS-ASG-DIAS     PIC X(5).
               10  WS-ASG-INI      PIC 9(2).
               10  WS-ASG-FIN      PIC 9(2).
               10  WS-ASG-CREDITOS PIC 9(2).
               10  WS-ASG-HORAS    PIC 9(3).
               10  WS-ASG-INSCRITOS PIC 9(4).
       01  WS-ASG-LLENA-SW         PIC X VALUE "N".
           88  WS-ASG-LLENA        VALUE "Y".

      * Profesores del maestro, con la carga acumulada; los que
      * aparecen en la asignacion sin estar en el maestro se agregan
      * al final marcados como sin nombre.
       01  WS-PROFES.
           05  WS-PRF-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PRF-ENTRY OCCURS 150 TIMES.
               10  WS-PRF-ID       PIC X(6).
               10  WS-PRF-NOMBRE   PIC X(30).
               10  WS-PRF-ACTIVO   PIC X(1).
               10  WS-PRF-SECCIONES PIC 9(3).
               10  WS-PRF-CREDITOS PIC 9(3).
               10  WS-PRF-HORAS    PIC 9(3).
               10  WS-PRF-INSCRITOS PIC 9(5).
               10  WS-PRF-CHOQUES  PIC 9(3).
       01  WS-PRF-LLENA-SW         PIC X VALUE "N".
           88  WS-PRF-LLENA        VALUE "Y".

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

       01  WS-REP-TITULO           PIC X(60) VALUE
           "PROFESORES CON CHOQUE DE HORARIO (ASIGNACION.DAT)".

       01  WS-REP-CHOQUE.
           05  WRC-PROFESOR        PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRC-NOMBRE          PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRC-SECCION-1       PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRC-DIAS-1          PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRC-INI-1           PIC 99.
           05  FILLER              PIC X(1) VALUE "-".
           05  WRC-FIN-1           PIC 99.
           05  FILLER              PIC X(7) VALUE " CHOCA ".
           05  WRC-SECCION-2       PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRC-DIAS-2          PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRC-INI-2           PIC 99.
           05  FILLER              PIC X(1) VALUE "-".
           05  WRC-FIN-2           PIC 99.

       01  WS-REP-SIN-CHOQUES      PIC X(40) VALUE
           "SIN CHOQUES DE HORARIO.".

       01  WS-REP-CARGA-TITULO     PIC X(60) VALUE
           "CARGA DOCENTE POR PROFESOR".

       01  WS-REP-ENCABEZADO.
           05  FILLER              PIC X(38) VALUE
               "PROFESOR NOMBRE".
           05  FILLER              PIC X(50) VALUE
               "SECC  CREDITOS  HORAS/SEM  INSCRITOS  CHOQUES".

       01  WS-REP-LINEA.
           05  WRL-ID              PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRL-NOMBRE          PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRL-SECCIONES       PIC ZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WRL-CREDITOS        PIC ZZ9.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  WRL-HORAS           PIC ZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WRL-INSCRITOS       PIC ZZZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WRL-CHOQUES         PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRL-MARCA           PIC X(10).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0110-CARGAR-PROFESORES.
           PERFORM 0120-CARGAR-ASIGNACIONES.
           IF WS-ASG-COUNT = ZERO
               DISPLAY "SIN ASIGNACION.DAT (O VACIO): NO HAY COMO "
                   "ATRIBUIR SECCIONES A PROFESORES."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0140-CONTAR-INSCRITOS.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARGA_PROFESORES.DAT. "
                   "CODIGO: " WS-REP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REPORTE-REC FROM WS-REP-TITULO.

       0110-CARGAR-PROFESORES.
           OPEN INPUT PROFESORES-FILE.
           IF WS-PRO-STATUS = "00"
               PERFORM UNTIL EOF-PRO
                   READ PROFESORES-FILE
                       AT END SET EOF-PRO TO TRUE
                   END-READ
                   IF NOT EOF-PRO
                       IF WS-PRF-COUNT < 150
                           ADD 1 TO WS-PRF-COUNT
                           INITIALIZE WS-PRF-ENTRY(WS-PRF-COUNT)
                           MOVE PRO-ID TO WS-PRF-ID(WS-PRF-COUNT)
                           MOVE PRO-NOMBRE
                               TO WS-PRF-NOMBRE(WS-PRF-COUNT)
                           MOVE PRO-ACTIVO
                               TO WS-PRF-ACTIVO(WS-PRF-COUNT)
                       ELSE
                           IF NOT WS-PRF-LLENA
                               DISPLAY "ADVERTENCIA: MAS DE 150 "
                                   "PROFESORES EN PROFESORES.DAT; "
                                   "EL RESTO NO SE CARGA."
                               SET WS-PRF-LLENA TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PROFESORES-FILE
           END-IF.

       0120-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACION-FILE.
           IF WS-ASG-STATUS = "00"
               PERFORM UNTIL EOF-ASG
                   READ ASIGNACION-FILE
                       AT END SET EOF-ASG TO TRUE
                   END-READ
                   IF NOT EOF-ASG
                       IF WS-ASG-COUNT < 100
                           ADD 1 TO WS-ASG-COUNT
                           PERFORM 0130-RESOLVER-SECCION
                       ELSE
                           IF NOT WS-ASG-LLENA
                               DISPLAY "ADVERTENCIA: MAS DE 100 "
                                   "ASIGNACIONES; EL RESTO NO SE "
                                   "REVISA."
                               SET WS-ASG-LLENA TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ASIGNACION-FILE
           END-IF.

      * Horario y creditos de la seccion; horas de contacto
      * semanales = horas de la sesion por dias de reunion.
       0130-RESOLVER-SECCION.
           INITIALIZE WS-ASG-ENTRY(WS-ASG-COUNT).
           MOVE ASG-CODIGO TO WS-ASG-COD(WS-ASG-COUNT).
           MOVE ASG-PROFESOR TO WS-ASG-PROF(WS-ASG-COUNT).
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = ASG-CODIGO
                   MOVE WS-CATREF-T-DIAS(WS-CAT-IDX)
                       TO WS-ASG-DIAS(WS-ASG-COUNT)
                   MOVE WS-CATREF-T-HORA-INI(WS-CAT-IDX)
                       TO WS-ASG-INI(WS-ASG-COUNT)
                   MOVE WS-CATREF-T-HORA-FIN(WS-CAT-IDX)
                       TO WS-ASG-FIN(WS-ASG-COUNT)
                   MOVE WS-CATREF-T-CREDITOS(WS-CAT-IDX)
                       TO WS-ASG-CREDITOS(WS-ASG-COUNT)
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-DIAS-REUNION.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > 5
               IF WS-ASG-DIAS(WS-ASG-COUNT)(WS-DIA-IDX:1)
                   NOT = SPACE
                   ADD 1 TO WS-DIAS-REUNION
               END-IF
           END-PERFORM.
           IF WS-ASG-FIN(WS-ASG-COUNT) > WS-ASG-INI(WS-ASG-COUNT)
               COMPUTE WS-ASG-HORAS(WS-ASG-COUNT) =
                   (WS-ASG-FIN(WS-ASG-COUNT)
                   - WS-ASG-INI(WS-ASG-COUNT)) * WS-DIAS-REUNION
           ELSE
               ADD 1 TO WS-SIN-HORARIO
           END-IF.

      * Inscritos activos por seccion, del roster vigente.
       0140-CONTAR-INSCRITOS.
           OPEN INPUT ROSTER-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR AL ABRIR STUDENTS_1.DAT. CODIGO: "
                   FILE-CHECK-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-ROSTER
               READ ROSTER-FILE
                   AT END SET EOF-ROSTER TO TRUE
               END-READ
               IF NOT EOF-ROSTER AND ESTUDIANTE-ACTIVO
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-ASG-COUNT
                       IF WS-ASG-COD(WS-IDX) = R-CODIGO
                           ADD 1 TO WS-ASG-INSCRITOS(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE ROSTER-FILE.

       0200-PROCESO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASG-COUNT
               PERFORM 0210-BUSCAR-PROFESOR
               ADD 1 TO WS-PRF-SECCIONES(WS-PRO-IDX)
               ADD WS-ASG-CREDITOS(WS-IDX)
                   TO WS-PRF-CREDITOS(WS-PRO-IDX)
               ADD WS-ASG-HORAS(WS-IDX) TO WS-PRF-HORAS(WS-PRO-IDX)
               ADD WS-ASG-INSCRITOS(WS-IDX)
                   TO WS-PRF-INSCRITOS(WS-PRO-IDX)
               PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                       UNTIL WS-IDX-2 > WS-ASG-COUNT
                   IF WS-IDX-2 > WS-IDX
                       AND WS-ASG-PROF(WS-IDX-2) = WS-ASG-PROF(WS-IDX)
                       PERFORM 0220-COMPARAR-HORARIOS
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-CHOQUES = ZERO
               WRITE REPORTE-REC FROM WS-REP-SIN-CHOQUES
           END-IF.

      * Posicion del profesor de la asignacion en WS-PRO-IDX; un id
      * que no esta en PROFESORES.DAT se agrega para no perder su
      * carga.
       0210-BUSCAR-PROFESOR.
           MOVE ZERO TO WS-PRO-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-PRF-COUNT
               IF WS-PRF-ID(WS-IDX-2) = WS-ASG-PROF(WS-IDX)
                   MOVE WS-IDX-2 TO WS-PRO-IDX
               END-IF
           END-PERFORM.
           IF WS-PRO-IDX = ZERO
               IF WS-PRF-COUNT >= 150
                   DISPLAY "ERROR: TABLA DE PROFESORES LLENA (150); "
                       "NO HAY LUGAR PARA " WS-ASG-PROF(WS-IDX)
                       " DE LA SECCION " WS-ASG-COD(WS-IDX)
                   CLOSE REPORTE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRF-COUNT
               MOVE WS-PRF-COUNT TO WS-PRO-IDX
               INITIALIZE WS-PRF-ENTRY(WS-PRO-IDX)
               MOVE WS-ASG-PROF(WS-IDX) TO WS-PRF-ID(WS-PRO-IDX)
               MOVE "(SIN NOMBRE EN PROFESORES.DAT)"
                   TO WS-PRF-NOMBRE(WS-PRO-IDX)
           END-IF.

      * Choque: algun dia compartido y rangos de hora traslapados;
      * una seccion sin horario capturado no choca.
       0220-COMPARAR-HORARIOS.
           IF WS-ASG-FIN(WS-IDX) = ZERO
               OR WS-ASG-FIN(WS-IDX-2) = ZERO
               CONTINUE
           ELSE
               MOVE "N" TO WS-COMPARTE-DIA
               PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > 5
                   IF WS-ASG-DIAS(WS-IDX)(WS-DIA-IDX:1) NOT = SPACE
                       AND WS-ASG-DIAS(WS-IDX-2)(WS-DIA-IDX:1)
                           NOT = SPACE
                       MOVE "Y" TO WS-COMPARTE-DIA
                   END-IF
               END-PERFORM
               IF WS-COMPARTE-DIA = "Y"
                   AND WS-ASG-INI(WS-IDX) < WS-ASG-FIN(WS-IDX-2)
                   AND WS-ASG-INI(WS-IDX-2) < WS-ASG-FIN(WS-IDX)
                   PERFORM 0230-ESCRIBIR-CHOQUE
               END-IF
           END-IF.

       0230-ESCRIBIR-CHOQUE.
           ADD 1 TO WS-CHOQUES.
           ADD 1 TO WS-PRF-CHOQUES(WS-PRO-IDX).
           MOVE WS-ASG-PROF(WS-IDX) TO WRC-PROFESOR.
           MOVE WS-PRF-NOMBRE(WS-PRO-IDX) TO WRC-NOMBRE.
           MOVE WS-ASG-COD(WS-IDX) TO WRC-SECCION-1.
           MOVE WS-ASG-DIAS(WS-IDX) TO WRC-DIAS-1.
           MOVE WS-ASG-INI(WS-IDX) TO WRC-INI-1.
           MOVE WS-ASG-FIN(WS-IDX) TO WRC-FIN-1.
           MOVE WS-ASG-COD(WS-IDX-2) TO WRC-SECCION-2.
           MOVE WS-ASG-DIAS(WS-IDX-2) TO WRC-DIAS-2.
           MOVE WS-ASG-INI(WS-IDX-2) TO WRC-INI-2.
           MOVE WS-ASG-FIN(WS-IDX-2) TO WRC-FIN-2.
           WRITE REPORTE-REC FROM WS-REP-CHOQUE.
           DISPLAY "PROFESOR CON CHOQUE: " WS-ASG-PROF(WS-IDX) " "
               WS-ASG-COD(WS-IDX) " / " WS-ASG-COD(WS-IDX-2).

       0300-FIN.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           WRITE REPORTE-REC FROM WS-REP-CARGA-TITULO.
           WRITE REPORTE-REC FROM WS-REP-ENCABEZADO.
           PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
                   UNTIL WS-PRO-IDX > WS-PRF-COUNT
               PERFORM 0310-ESCRIBIR-CARGA
           END-PERFORM.
           CLOSE REPORTE-FILE.
           DISPLAY "CARGA_PROFESORES.DAT ESCRITO. ASIGNACIONES: "
               WS-ASG-COUNT " CHOQUES: " WS-CHOQUES
               " SIN HORARIO: " WS-SIN-HORARIO.
           IF WS-CHOQUES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0310-ESCRIBIR-CARGA.
           MOVE WS-PRF-ID(WS-PRO-IDX) TO WRL-ID.
           MOVE WS-PRF-NOMBRE(WS-PRO-IDX) TO WRL-NOMBRE.
           MOVE WS-PRF-SECCIONES(WS-PRO-IDX) TO WRL-SECCIONES.
           MOVE WS-PRF-CREDITOS(WS-PRO-IDX) TO WRL-CREDITOS.
           MOVE WS-PRF-HORAS(WS-PRO-IDX) TO WRL-HORAS.
           MOVE WS-PRF-INSCRITOS(WS-PRO-IDX) TO WRL-INSCRITOS.
           MOVE WS-PRF-CHOQUES(WS-PRO-IDX) TO WRL-CHOQUES.
           EVALUATE TRUE
               WHEN WS-PRF-CHOQUES(WS-PRO-IDX) > ZERO
                   MOVE "CHOQUE" TO WRL-MARCA
               WHEN WS-PRF-SECCIONES(WS-PRO-IDX) = ZERO
                   MOVE "SIN CARGA" TO WRL-MARCA
               WHEN WS-PRF-ACTIVO(WS-PRO-IDX) NOT = "A"
                   MOVE "INACTIVO" TO WRL-MARCA
               WHEN OTHER
                   MOVE SPACES TO WRL-MARCA
           END-EVALUATE.
           WRITE REPORTE-REC FROM WS-REP-LINEA.

       END PROGRAM CargaProfesores.
