       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProyeccionGrado.
       AUTHOR.     EHIDALGO.

      * Proyeccion del termino de grado por estudiante. El resumen
      * de la auditoria (AUDITORIA_RESUMEN.DAT, de AuditoriaGrado)
      * dice cuantos creditos faltan; aqui se convierte en "cuando
      * termina" con el ritmo propio del estudiante: creditos
      * aprobados por termino cursado en HISTORICO.DAT (creditos del
      * catalogo, 1 si el curso no esta; aprobado con promedio en o
      * sobre 14,00; las filas CONVAL no son terminos cursados y no
      * entran al ritmo). El estado sale de MAESTRO.DAT: las bajas
      * no se proyectan y las licencias se proyectan con su marca.
      *
      * Los terminos siguen la convencion YYYYTT de CierreBatch
      * (tres por anio). El termino vigente (TERMINO-ACTUAL.DAT, o el
      * mas reciente del historico si falta) es el primero de los que
      * le quedan al estudiante: quien necesita un termino termina en
      * el vigente. Con cursos obligatorios o trabajo de grado
      * pendientes se proyecta al menos un termino.
      *
      * PROYECCION_GRADO.DAT lleva una linea por estudiante y al
      * final la lista para el comite de retencion: los que, contando
      * desde su primer termino cursado, exceden la duracion nominal
      * de su carrera (CARRERAS.DAT, 12 terminos si no esta
      * capturada) en mas de un anio, y los que no tienen ritmo
      * porque no han aprobado creditos. Termina con RC 4 si esa
      * lista no queda vacia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMEN-FILE ASSIGN TO "AUDITORIA_RESUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT CARRERAS-FILE ASSIGN TO "CARRERAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "PROYECCION_GRADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESUMEN-FILE.
       01  RESUMEN-REC.
           88  EOF-RES             VALUE HIGH-VALUE.
           02  RES-MATRICULA       PIC 9(7).
           02  RES-CARRERA         PIC X(3).
           02  RES-PCT             PIC 9(3).
           02  RES-CRED-FALTAN     PIC 9(3).
           02  RES-CURSOS-FALTAN   PIC 9(2).
           02  RES-TESIS           PIC X(1).
               88  RES-FALTA-TESIS VALUE "F".
      * Espacio = carrera principal; las filas de segunda carrera o
      * menor no se proyectan.
           02  RES-PROGRAMA        PIC X(1).
               88  RES-PRINCIPAL   VALUE SPACE.

       FD  HISTORICO-FILE.
       01  HIST-REC.
           88  EOF-HIST            VALUE HIGH-VALUE.
           02  HIST-TERMINO        PIC X(6).
           02  HIST-MATRICULA      PIC 9(7).
           02  HIST-APELLIDO       PIC X(10).
           02  HIST-NOMBRE         PIC X(10).
           02  HIST-DEGCOD         PIC X(9).
           02  HIST-DEG            PIC X(3).
           02  HIST-NOTA           PIC 9(2)V99 OCCURS 3 TIMES.
           02  HIST-PROMEDIO       PIC 9(2)V99.

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  CARRERAS-FILE.
       01  CAR-REC.
           88  EOF-CAR             VALUE HIGH-VALUE.
           COPY "CARRERA-RECORD.CBL".

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  SALIDA-FILE.
       01  SALIDA-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-RES-STATUS       PIC X(2).
           05  WS-HIST-STATUS      PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-SAL-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-ALU-IDX          PIC 9(3).
           05  WS-COM-IDX          PIC 9(3).
           05  WS-HALLADO          PIC X.
           05  WS-LINEA-APROBACION PIC 9(2)V99 VALUE 14.00.
           05  WS-CREDITOS-CURSO   PIC 9(2).
           05  WS-DURACION-OMISION PIC 9(2) VALUE 12.
           05  WS-DURACION         PIC 9(2).
           05  WS-RITMO            PIC 9(3)V9.
           05  WS-RESTANTES        PIC 9(3).
           05  WS-TOTALES          PIC 9(3).
           05  WS-IDX-ACTUAL       PIC 9(6).
           05  WS-IDX-INICIO       PIC 9(6).
           05  WS-IDX-PROYECTADO   PIC 9(6).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-TERMINO-PROYECTADO PIC X(6).
           05  WS-REG-LEIDOS       PIC 9(4) VALUE ZERO.
           05  WS-PROYECTADOS      PIC 9(4) VALUE ZERO.
           05  WS-COMPLETOS        PIC 9(4) VALUE ZERO.
           05  WS-BAJAS            PIC 9(4) VALUE ZERO.

      * Termino YYYYTT partido para pasarlo a un indice corrido
      * (anio * 3 + termino - 1) y de regreso.
       01  WS-TERMINO-DET.
           05  WS-TER-ANIO         PIC 9(4).
           05  WS-TER-NUM          PIC 9(2).

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

      * Duracion nominal por carrera, de CARRERAS.DAT.
       01  WS-DURACIONES.
           05  WS-DUR-COUNT        PIC 99 VALUE ZERO.
           05  WS-DUR-ENTRY OCCURS 20 TIMES.
               10  WS-DUR-CARRERA  PIC X(3).
               10  WS-DUR-TERMINOS PIC 9(2).

      * Un renglon por estudiante del historico: identidad, creditos
      * aprobados, terminos cursados (las filas de un termino vienen
      * juntas, el historico esta en orden de cierre), primer
      * termino cursado y estado del maestro.
       01  WS-ALUMNOS.
           05  WS-ALU-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ALU-ENTRY OCCURS 500 TIMES.
               10  WS-ALU-ID       PIC 9(7).
               10  WS-ALU-APELLIDO PIC X(10).
               10  WS-ALU-NOMBRE   PIC X(10).
               10  WS-ALU-CREDITOS PIC 9(4).
               10  WS-ALU-TERMINOS PIC 9(3).
               10  WS-ALU-PRIMERO  PIC X(6).
               10  WS-ALU-ULTIMO   PIC X(6).
               10  WS-ALU-ESTADO   PIC X(1).
       01  WS-ALU-LLENA-SW         PIC X VALUE "N".
           88  WS-ALU-LLENA        VALUE "Y".

      * Lineas de la lista del comite, que va al final del reporte.
       01  WS-COMITE.
           05  WS-COM-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-COM-LINEA        PIC X(100) OCCURS 500 TIMES.

       01  WS-TITULO.
           05  FILLER              PIC X(42) VALUE
               "PROYECCION DEL TERMINO DE GRADO. VIGENTE: ".
           05  WTI-TERMINO         PIC X(6).

       01  WS-ENCABEZADO.
           05  FILLER              PIC X(44) VALUE
               "MATRIC. | APELLIDO   NOMBRE     | CAR | E | ".
           05  FILLER              PIC X(38) VALUE
               "FALTAN | RITMO | TERMS | PROYECTADO".

       01  WS-SAL-LINEA.
           05  WSL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE " ".
           05  WSL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-CARRERA         PIC X(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-ESTADO          PIC X(1).
           05  FILLER              PIC X(6) VALUE " |    ".
           05  WSL-FALTAN          PIC ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-RITMO           PIC ZZ9.9.
           05  FILLER              PIC X(5) VALUE " |   ".
           05  WSL-RESTANTES       PIC ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-PROYECTADO      PIC X(20).

       01  WS-COMITE-TITULO.
           05  FILLER              PIC X(21) VALUE
               "COMITE DE RETENCION: ".
           05  FILLER              PIC X(41) VALUE
               "MAS DE UN ANIO SOBRE LA DURACION NOMINAL".

       01  WS-COMITE-LINEA.
           05  WCL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE " ".
           05  WCL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-CARRERA         PIC X(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-MOTIVO          PIC X(60).

       01  WS-MOTIVO-REZAGO.
           05  FILLER              PIC X(11) VALUE "PROYECTADO ".
           05  WMR-PROYECTADO      PIC X(6).
           05  FILLER              PIC X(1) VALUE " ".
           05  WMR-TOTALES         PIC ZZ9.
           05  FILLER              PIC X(21) VALUE
               " TERMINOS VS NOMINAL ".
           05  WMR-NOMINAL         PIC Z9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0110-CARGAR-DURACIONES.
           PERFORM 0120-CARGAR-HISTORICO.
           PERFORM 0130-CARGAR-ESTADOS.
           MOVE SPACES TO WS-TERMINO-ACTUAL.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               MOVE SPACES TO TERMINO-REC
               READ TERMINO-FILE
                   AT END CONTINUE
               END-READ
               MOVE TERMINO-REC TO WS-TERMINO-ACTUAL
               CLOSE TERMINO-FILE
           END-IF.
           IF WS-TERMINO-ACTUAL IS NOT NUMERIC
               PERFORM VARYING WS-ALU-IDX FROM 1 BY 1
                       UNTIL WS-ALU-IDX > WS-ALU-COUNT
                   IF WS-ALU-ULTIMO(WS-ALU-IDX) IS NUMERIC
                       AND (WS-TERMINO-ACTUAL IS NOT NUMERIC
                       OR WS-ALU-ULTIMO(WS-ALU-IDX)
                           > WS-TERMINO-ACTUAL)
                       MOVE WS-ALU-ULTIMO(WS-ALU-IDX)
                           TO WS-TERMINO-ACTUAL
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TERMINO-ACTUAL IS NOT NUMERIC
               DISPLAY "SIN TERMINO VIGENTE (TERMINO-ACTUAL.DAT NI "
                   "HISTORICO.DAT): NO HAY DESDE DONDE PROYECTAR."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TERMINO-ACTUAL TO WS-TERMINO-DET.
           COMPUTE WS-IDX-ACTUAL = WS-TER-ANIO * 3 + WS-TER-NUM - 1.
           OPEN INPUT RESUMEN-FILE.
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "SIN AUDITORIA_RESUMEN.DAT; CORRA "
                   "AuditoriaGrado PRIMERO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SALIDA-FILE.
           MOVE WS-TERMINO-ACTUAL TO WTI-TERMINO.
           WRITE SALIDA-REC FROM WS-TITULO.
           WRITE SALIDA-REC FROM WS-ENCABEZADO.
           DISPLAY "PROYECCION DE GRADO. TERMINO VIGENTE: "
               WS-TERMINO-ACTUAL.

       0110-CARGAR-DURACIONES.
           OPEN INPUT CARRERAS-FILE.
           IF WS-CAR-STATUS = "00"
               PERFORM UNTIL EOF-CAR
                   READ CARRERAS-FILE
                       AT END SET EOF-CAR TO TRUE
                   END-READ
                   IF NOT EOF-CAR AND WS-DUR-COUNT < 20
                       ADD 1 TO WS-DUR-COUNT
                       MOVE CAR-CODIGO TO WS-DUR-CARRERA(WS-DUR-COUNT)
                       IF CAR-DURACION IS NUMERIC
                           MOVE CAR-DURACION
                               TO WS-DUR-TERMINOS(WS-DUR-COUNT)
                       ELSE
                           MOVE ZERO TO WS-DUR-TERMINOS(WS-DUR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CARRERAS-FILE
           END-IF.

       0120-CARGAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR HISTORICO.DAT. CODIGO: "
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-HIST
               READ HISTORICO-FILE
                   AT END SET EOF-HIST TO TRUE
               END-READ
               IF NOT EOF-HIST
                   PERFORM 0125-ACUMULAR-FILA
                       THRU 0125-EXIT
               END-IF
           END-PERFORM.
           CLOSE HISTORICO-FILE.

      * Las filas CONVAL identifican al estudiante pero no son un
      * termino cursado: no suman al ritmo.
       0125-ACUMULAR-FILA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT
               IF WS-ALU-ID(WS-IDX) = HIST-MATRICULA
                   MOVE "Y" TO WS-HALLADO
                   MOVE WS-IDX TO WS-ALU-IDX
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               IF WS-ALU-COUNT < 500
                   ADD 1 TO WS-ALU-COUNT
                   MOVE WS-ALU-COUNT TO WS-ALU-IDX
                   INITIALIZE WS-ALU-ENTRY(WS-ALU-IDX)
                   MOVE HIST-MATRICULA TO WS-ALU-ID(WS-ALU-IDX)
                   MOVE SPACE TO WS-ALU-ESTADO(WS-ALU-IDX)
               ELSE
                   IF NOT WS-ALU-LLENA
                       DISPLAY "ADVERTENCIA: MAS DE 500 ESTUDIANTES "
                           "EN HISTORICO.DAT; LOS DEMAS NO SE "
                           "PROYECTAN."
                       SET WS-ALU-LLENA TO TRUE
                   END-IF
                   GO TO 0125-EXIT
               END-IF
           END-IF.
           MOVE HIST-APELLIDO TO WS-ALU-APELLIDO(WS-ALU-IDX).
           MOVE HIST-NOMBRE TO WS-ALU-NOMBRE(WS-ALU-IDX).
           IF HIST-TERMINO = "CONVAL" OR HIST-TERMINO IS NOT NUMERIC
               GO TO 0125-EXIT
           END-IF.
           IF HIST-TERMINO NOT = WS-ALU-ULTIMO(WS-ALU-IDX)
               ADD 1 TO WS-ALU-TERMINOS(WS-ALU-IDX)
               MOVE HIST-TERMINO TO WS-ALU-ULTIMO(WS-ALU-IDX)
           END-IF.
           IF WS-ALU-PRIMERO(WS-ALU-IDX) = SPACES
               OR HIST-TERMINO < WS-ALU-PRIMERO(WS-ALU-IDX)
               MOVE HIST-TERMINO TO WS-ALU-PRIMERO(WS-ALU-IDX)
           END-IF.
           IF HIST-PROMEDIO >= WS-LINEA-APROBACION
               PERFORM 0127-CREDITOS-DEL-CODIGO
               ADD WS-CREDITOS-CURSO TO WS-ALU-CREDITOS(WS-ALU-IDX)
           END-IF.

       0125-EXIT.
           EXIT.

       0127-CREDITOS-DEL-CODIGO.
           MOVE 1 TO WS-CREDITOS-CURSO.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = HIST-DEGCOD
                   AND WS-CATREF-T-CREDITOS(WS-CAT-IDX) > ZERO
                   MOVE WS-CATREF-T-CREDITOS(WS-CAT-IDX)
                       TO WS-CREDITOS-CURSO
               END-IF
           END-PERFORM.

      * El estado vigente es el del maestro; quien no aparece en el
      * maestro se proyecta como activo.
       0130-CARGAR-ESTADOS.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO.DAT: TODOS SE PROYECTAN COMO "
                   "ACTIVOS."
           ELSE
               PERFORM UNTIL EOF-MAESTRO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO AND MAE-ESTADO NOT = SPACE
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-ALU-COUNT
                           IF WS-ALU-ID(WS-IDX) = MAE-MATRICULA
                               MOVE MAE-ESTADO TO WS-ALU-ESTADO(WS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-RES
               READ RESUMEN-FILE
                   AT END SET EOF-RES TO TRUE
               END-READ
               IF NOT EOF-RES AND RES-PRINCIPAL
                   ADD 1 TO WS-REG-LEIDOS
                   PERFORM 0210-PROYECTAR-ESTUDIANTE
                       THRU 0210-EXIT
               END-IF
           END-PERFORM.
           CLOSE RESUMEN-FILE.

       0210-PROYECTAR-ESTUDIANTE.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT
               IF WS-ALU-ID(WS-IDX) = RES-MATRICULA
                   MOVE "Y" TO WS-HALLADO
                   MOVE WS-IDX TO WS-ALU-IDX
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               DISPLAY "ESTUDIANTE SIN FILAS EN HISTORICO.DAT, SE "
                   "OMITE: " RES-MATRICULA
               GO TO 0210-EXIT
           END-IF.
           MOVE RES-MATRICULA TO WSL-MATRICULA.
           MOVE WS-ALU-APELLIDO(WS-ALU-IDX) TO WSL-APELLIDO.
           MOVE WS-ALU-NOMBRE(WS-ALU-IDX) TO WSL-NOMBRE.
           MOVE RES-CARRERA TO WSL-CARRERA.
           MOVE WS-ALU-ESTADO(WS-ALU-IDX) TO WSL-ESTADO.
           MOVE RES-CRED-FALTAN TO WSL-FALTAN.
           MOVE ZERO TO WS-RITMO WS-RESTANTES.
           IF WS-ALU-TERMINOS(WS-ALU-IDX) > ZERO
               COMPUTE WS-RITMO = WS-ALU-CREDITOS(WS-ALU-IDX)
                   / WS-ALU-TERMINOS(WS-ALU-IDX)
           END-IF.
           MOVE WS-RITMO TO WSL-RITMO.
           IF WS-ALU-ESTADO(WS-ALU-IDX) = "B"
               ADD 1 TO WS-BAJAS
               MOVE ZERO TO WSL-RESTANTES
               MOVE "BAJA, SIN PROYECCION" TO WSL-PROYECTADO
               WRITE SALIDA-REC FROM WS-SAL-LINEA
               GO TO 0210-EXIT
           END-IF.
           IF RES-CRED-FALTAN = ZERO AND RES-CURSOS-FALTAN = ZERO
               AND NOT RES-FALTA-TESIS
               ADD 1 TO WS-COMPLETOS
               MOVE ZERO TO WSL-RESTANTES
               MOVE "COMPLETO" TO WSL-PROYECTADO
               WRITE SALIDA-REC FROM WS-SAL-LINEA
               GO TO 0210-EXIT
           END-IF.
           IF WS-RITMO = ZERO
               MOVE ZERO TO WSL-RESTANTES
               MOVE "SIN RITMO" TO WSL-PROYECTADO
               WRITE SALIDA-REC FROM WS-SAL-LINEA
               MOVE "SIN CREDITOS APROBADOS: NO HAY RITMO QUE PROYECTAR"
                   TO WCL-MOTIVO
               PERFORM 0230-ANOTAR-COMITE
               GO TO 0210-EXIT
           END-IF.
      * Terminos que faltan, redondeados hacia arriba.
           COMPUTE WS-RESTANTES = RES-CRED-FALTAN / WS-RITMO.
           IF WS-RESTANTES * WS-RITMO < RES-CRED-FALTAN
               ADD 1 TO WS-RESTANTES
           END-IF.
           IF WS-RESTANTES = ZERO
               MOVE 1 TO WS-RESTANTES
           END-IF.
           ADD 1 TO WS-PROYECTADOS.
           COMPUTE WS-IDX-PROYECTADO =
               WS-IDX-ACTUAL + WS-RESTANTES - 1.
           DIVIDE WS-IDX-PROYECTADO BY 3 GIVING WS-TER-ANIO
               REMAINDER WS-TER-NUM.
           ADD 1 TO WS-TER-NUM.
           MOVE WS-TERMINO-DET TO WS-TERMINO-PROYECTADO.
           MOVE WS-RESTANTES TO WSL-RESTANTES.
           MOVE SPACES TO WSL-PROYECTADO.
           IF WS-ALU-ESTADO(WS-ALU-IDX) = "L"
               STRING WS-TERMINO-PROYECTADO " LICENCIA"
                   DELIMITED BY SIZE INTO WSL-PROYECTADO
           ELSE
               MOVE WS-TERMINO-PROYECTADO TO WSL-PROYECTADO
           END-IF.
           WRITE SALIDA-REC FROM WS-SAL-LINEA.
           PERFORM 0220-EVALUAR-REZAGO.

       0210-EXIT.
           EXIT.

      * Terminos totales de la carrera del estudiante, desde su
      * primer termino cursado hasta el proyectado, contra la
      * duracion nominal mas un anio (tres terminos).
       0220-EVALUAR-REZAGO.
           MOVE WS-DURACION-OMISION TO WS-DURACION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DUR-COUNT
               IF WS-DUR-CARRERA(WS-IDX) = RES-CARRERA
                   AND WS-DUR-TERMINOS(WS-IDX) > ZERO
                   MOVE WS-DUR-TERMINOS(WS-IDX) TO WS-DURACION
               END-IF
           END-PERFORM.
           MOVE WS-ALU-PRIMERO(WS-ALU-IDX) TO WS-TERMINO-DET.
           COMPUTE WS-IDX-INICIO = WS-TER-ANIO * 3 + WS-TER-NUM - 1.
           COMPUTE WS-TOTALES =
               WS-IDX-PROYECTADO - WS-IDX-INICIO + 1.
           IF WS-TOTALES > WS-DURACION + 3
               MOVE WS-TERMINO-PROYECTADO TO WMR-PROYECTADO
               MOVE WS-TOTALES TO WMR-TOTALES
               MOVE WS-DURACION TO WMR-NOMINAL
               MOVE WS-MOTIVO-REZAGO TO WCL-MOTIVO
               PERFORM 0230-ANOTAR-COMITE
           END-IF.

       0230-ANOTAR-COMITE.
           IF WS-COM-COUNT < 500
               ADD 1 TO WS-COM-COUNT
               MOVE RES-MATRICULA TO WCL-MATRICULA
               MOVE WS-ALU-APELLIDO(WS-ALU-IDX) TO WCL-APELLIDO
               MOVE WS-ALU-NOMBRE(WS-ALU-IDX) TO WCL-NOMBRE
               MOVE RES-CARRERA TO WCL-CARRERA
               MOVE WS-COMITE-LINEA TO WS-COM-LINEA(WS-COM-COUNT)
           END-IF.

       0300-FIN.
           MOVE SPACES TO SALIDA-REC.
           WRITE SALIDA-REC.
           WRITE SALIDA-REC FROM WS-COMITE-TITULO.
           IF WS-COM-COUNT = ZERO
               MOVE "  (NINGUNO)" TO SALIDA-REC
               WRITE SALIDA-REC
           END-IF.
           PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                   UNTIL WS-COM-IDX > WS-COM-COUNT
               WRITE SALIDA-REC FROM WS-COM-LINEA(WS-COM-IDX)
           END-PERFORM.
           CLOSE SALIDA-FILE.
           DISPLAY "PROYECCION_GRADO.DAT ESCRITO. ESTUDIANTES: "
               WS-REG-LEIDOS " PROYECTADOS: " WS-PROYECTADOS
               " COMPLETOS: " WS-COMPLETOS " BAJAS: " WS-BAJAS
               " PARA EL COMITE: " WS-COM-COUNT.
           IF WS-COM-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM ProyeccionGrado.
