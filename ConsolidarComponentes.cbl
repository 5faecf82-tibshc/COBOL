       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsolidarComponentes.
       AUTHOR.     EHIDALGO.

      * Consolidacion de las notas por componente (IntakeComponentes,
      * NOTAS_COMPONENTES.DAT) en la nota del curso, segun el plan de
      * evaluacion de cada seccion (PLAN_EVALUACION.DAT, de
      * MantenimientoEvaluacion):
      *     NOTA CURSO = SUMA(NOTA COMPONENTE * PESO) / 100
      * redondeada a centesimas. Una inscripcion se consolida solo si
      * el plan de su seccion suma exactamente 100 y el estudiante
      * trae nota en todos los componentes del plan; si no, sale en
      * la lista de excepciones y espera la proxima corrida. La nota
      * consolidada se agrega a NOTAS.DAT igual que IntakeNotas:
      * identidad y estado del roster STUDENTS_1.DAT, numero de
      * secuencia siguiente del estudiante, sin marca. Las notas por
      * componente consolidadas pasan a estado C (NOTAS_COMPONENTES
      * se reescribe a un temporal que reemplaza al original), asi
      * una recorrida no duplica la nota y el desglose queda
      * guardado para Apelaciones. El detalle de la corrida sale en
      * CONSOLIDACION_COMPONENTES.DAT; con excepciones, RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ARCHIVOS-FISICOS.CBL"
               REPLACING ==FIS-FILE== BY ==ROSTER-FILE==
                         ==FIS-DAT==  BY =="STUDENTS_1.DAT"==.
           SELECT PLAN-FILE ASSIGN TO "PLAN_EVALUACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT COMPONENTES-FILE ASSIGN TO "NOTAS_COMPONENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS.
           SELECT COMP-TMP ASSIGN TO "NOTAS_COMPONENTES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTMP-STATUS.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT REPORTE-FILE
               ASSIGN TO "CONSOLIDACION_COMPONENTES.DAT"
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

       FD  PLAN-FILE.
       01  PLE-REC.
           88  EOF-PLE             VALUE HIGH-VALUE.
           02  PLE-CODIGO          PIC X(9).
           02  PLE-COMPONENTE      PIC X(4).
           02  PLE-DESCRIPCION     PIC X(20).
           02  PLE-PESO            PIC 9(3).

      * Nota por componente: estado espacio = pendiente de
      * consolidar, C = ya consolidada en NOTAS.DAT.
       FD  COMPONENTES-FILE.
       01  NC-REC.
           88  EOF-NC              VALUE HIGH-VALUE.
           02  NC-MATRICULA        PIC 9(7).
           02  NC-DEGCOD           PIC X(9).
           02  NC-COMPONENTE       PIC X(4).
           02  NC-NOTA             PIC 9(2)V99.
           02  NC-ESTADO           PIC X(1).

       FD  COMP-TMP.
       01  CTMP-REC                PIC X(25).

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
           02  NR-MARCA            PIC X(1).

       FD  REPORTE-FILE.
       01  REPORTE-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-PLAN-STATUS      PIC X(2).
           05  WS-COMP-STATUS      PIC X(2).
           05  WS-CTMP-STATUS      PIC X(2).
           05  WS-NOTAS-STATUS     PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(4).
           05  WS-NC-IDX           PIC 9(4).
           05  WS-INS-IDX          PIC 9(4).
           05  WS-PLE-IDX          PIC 9(3).
           05  WS-ROS-IDX          PIC 9(3).
           05  WS-HALLADO          PIC X.
           05  WS-SUMA-PESOS       PIC 9(4).
           05  WS-ACUMULADO        PIC 9(6)V99.
           05  WS-NOTA-CURSO       PIC 9(2)V99.
           05  WS-FALTANTE         PIC X(4).
           05  WS-MATRICULA        PIC 9(7).
           05  WS-CMD              PIC X(60).
           05  WS-CONSOLIDADAS     PIC 9(4) VALUE ZERO.
           05  WS-EXCEPCIONES      PIC 9(4) VALUE ZERO.

       01  WS-ROSTER.
           05  WS-ROS-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ROS-ENTRY OCCURS 500 TIMES.
               10  WS-ROS-ID       PIC 9(7).
               10  WS-ROS-APELLIDO PIC X(10).
               10  WS-ROS-NOMBRE   PIC X(10).
               10  WS-ROS-CODIGO   PIC X(9).
               10  WS-ROS-DEG      PIC X(3).
               10  WS-ROS-ESTADO   PIC X(1).

       01  WS-PLAN.
           05  WS-PLE-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PLE-ENTRY OCCURS 300 TIMES.
               10  WS-PLE-CODIGO   PIC X(9).
               10  WS-PLE-COMPONENTE PIC X(4).
               10  WS-PLE-PESO     PIC 9(3).

      * NOTAS_COMPONENTES.DAT completo en memoria, para marcar las
      * consolidadas y reescribirlo.
       01  WS-COMPONENTES.
           05  WS-NC-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-NC-ENTRY OCCURS 3000 TIMES.
               10  WS-NC-MATRICULA PIC 9(7).
               10  WS-NC-DEGCOD    PIC X(9).
               10  WS-NC-COMPONENTE PIC X(4).
               10  WS-NC-NOTA      PIC 9(2)V99.
               10  WS-NC-ESTADO    PIC X(1).
       01  WS-NC-LLENA-SW          PIC X VALUE "N".
           88  WS-NC-LLENA         VALUE "Y".

      * Inscripciones (matricula, seccion) con componentes
      * pendientes.
       01  WS-INSCRIPCIONES.
           05  WS-INS-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-INS-ENTRY OCCURS 1000 TIMES.
               10  WS-INS-MATRICULA PIC 9(7).
               10  WS-INS-DEGCOD   PIC X(9).

      * Secuencia siguiente por matricula, como en IntakeNotas.
       01  WS-SECUENCIAS.
           05  WS-SEC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-SEC-ENTRY OCCURS 300 TIMES.
               10  WS-SEC-ID       PIC 9(7).
               10  WS-SEC-ULTIMA   PIC 9(1).

       01  WS-REP-TITULO.
           05  FILLER              PIC X(44) VALUE
               "CONSOLIDACION DE NOTAS POR COMPONENTE".

       01  WS-REP-LINEA.
           05  WRL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-CODIGO          PIC X(9).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-NOTA            PIC Z9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-RESULTADO       PIC X(40).

       01  WS-REP-TOTALES.
           05  FILLER              PIC X(15) VALUE
               "CONSOLIDADAS: ".
           05  WRT-CONSOLIDADAS    PIC ZZZ9.
           05  FILLER              PIC X(16) VALUE
               "   EXCEPCIONES: ".
           05  WRT-EXCEPCIONES     PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           PERFORM 0110-CARGAR-COMPONENTES.
           IF WS-NC-LLENA
               DISPLAY "NOTAS_COMPONENTES.DAT EXCEDE LA TABLA (3000 "
                   "FILAS); NO SE REESCRIBE PARA NO PERDER FILAS."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0120-CARGAR-PLAN.
           PERFORM 0130-CARGAR-ROSTER.
           PERFORM 0140-CARGAR-SECUENCIAS.
           OPEN EXTEND NOTAS-FILE.
           IF WS-NOTAS-STATUS NOT = "00"
               OPEN OUTPUT NOTAS-FILE
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           WRITE REPORTE-REC FROM WS-REP-TITULO.

       0110-CARGAR-COMPONENTES.
           OPEN INPUT COMPONENTES-FILE.
           IF WS-COMP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR NOTAS_COMPONENTES.DAT. "
                   "CODIGO: " WS-COMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-NC
               READ COMPONENTES-FILE
                   AT END SET EOF-NC TO TRUE
               END-READ
               IF NOT EOF-NC
                   IF WS-NC-COUNT < 3000
                       ADD 1 TO WS-NC-COUNT
                       MOVE NC-MATRICULA
                           TO WS-NC-MATRICULA(WS-NC-COUNT)
                       MOVE NC-DEGCOD TO WS-NC-DEGCOD(WS-NC-COUNT)
                       MOVE NC-COMPONENTE
                           TO WS-NC-COMPONENTE(WS-NC-COUNT)
                       MOVE NC-NOTA TO WS-NC-NOTA(WS-NC-COUNT)
                       MOVE NC-ESTADO TO WS-NC-ESTADO(WS-NC-COUNT)
                       IF NC-ESTADO = SPACE
                           PERFORM 0115-ANOTAR-INSCRIPCION
                       END-IF
                   ELSE
                       SET WS-NC-LLENA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE COMPONENTES-FILE.

       0115-ANOTAR-INSCRIPCION.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-INS-COUNT
               IF WS-INS-MATRICULA(WS-IDX) = NC-MATRICULA
                   AND WS-INS-DEGCOD(WS-IDX) = NC-DEGCOD
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               IF WS-INS-COUNT < 1000
                   ADD 1 TO WS-INS-COUNT
                   MOVE NC-MATRICULA
                       TO WS-INS-MATRICULA(WS-INS-COUNT)
                   MOVE NC-DEGCOD TO WS-INS-DEGCOD(WS-INS-COUNT)
               ELSE
                   DISPLAY "ADVERTENCIA: MAS DE 1000 INSCRIPCIONES "
                       "PENDIENTES; " NC-MATRICULA " " NC-DEGCOD
                       " ESPERA A LA PROXIMA CORRIDA."
               END-IF
           END-IF.

       0120-CARGAR-PLAN.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "PLAN_EVALUACION.DAT NO DISPONIBLE ("
                   WS-PLAN-STATUS "); NADA SE PUEDE CONSOLIDAR."
           ELSE
               PERFORM UNTIL EOF-PLE
                   READ PLAN-FILE
                       AT END SET EOF-PLE TO TRUE
                   END-READ
                   IF NOT EOF-PLE AND WS-PLE-COUNT < 300
                       ADD 1 TO WS-PLE-COUNT
                       MOVE PLE-CODIGO
                           TO WS-PLE-CODIGO(WS-PLE-COUNT)
                       MOVE PLE-COMPONENTE
                           TO WS-PLE-COMPONENTE(WS-PLE-COUNT)
                       MOVE PLE-PESO TO WS-PLE-PESO(WS-PLE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       0130-CARGAR-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ROSTER STUDENTS_1.DAT NO DISPONIBLE ("
                   FILE-CHECK-KEY "); NADA SE PUEDE CONSOLIDAR."
           ELSE
               PERFORM UNTIL EOF-ROSTER
                   READ ROSTER-FILE
                       AT END SET EOF-ROSTER TO TRUE
                   END-READ
                   IF NOT EOF-ROSTER AND WS-ROS-COUNT < 500
                       ADD 1 TO WS-ROS-COUNT
                       MOVE R-MATRICULA TO WS-ROS-ID(WS-ROS-COUNT)
                       MOVE R-APELLIDO
                           TO WS-ROS-APELLIDO(WS-ROS-COUNT)
                       MOVE R-NOMBRE TO WS-ROS-NOMBRE(WS-ROS-COUNT)
                       MOVE R-CODIGO TO WS-ROS-CODIGO(WS-ROS-COUNT)
                       MOVE R-MATERIA TO WS-ROS-DEG(WS-ROS-COUNT)
                       MOVE R-ESTADO TO WS-ROS-ESTADO(WS-ROS-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       0140-CARGAR-SECUENCIAS.
           OPEN INPUT NOTAS-FILE.
           IF WS-NOTAS-STATUS = "00"
               PERFORM UNTIL EOF-NOTAS
                   READ NOTAS-FILE
                       AT END SET EOF-NOTAS TO TRUE
                   END-READ
                   IF NOT EOF-NOTAS
                       PERFORM 0145-ANOTAR-SECUENCIA
                   END-IF
               END-PERFORM
               CLOSE NOTAS-FILE
               INITIALIZE NOTA-REC
           END-IF.

       0145-ANOTAR-SECUENCIA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SEC-COUNT
               IF WS-SEC-ID(WS-IDX) = NR-MATRICULA
                   MOVE "Y" TO WS-HALLADO
                   IF NR-SECUENCIA > WS-SEC-ULTIMA(WS-IDX)
                       MOVE NR-SECUENCIA TO WS-SEC-ULTIMA(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-SEC-COUNT < 300
               ADD 1 TO WS-SEC-COUNT
               MOVE NR-MATRICULA TO WS-SEC-ID(WS-SEC-COUNT)
               MOVE NR-SECUENCIA TO WS-SEC-ULTIMA(WS-SEC-COUNT)
           END-IF.

       0200-PROCESO.
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-COUNT
               PERFORM 0210-CONSOLIDAR-INSCRIPCION
                   THRU 0210-EXIT
           END-PERFORM.

       0210-CONSOLIDAR-INSCRIPCION.
           MOVE WS-INS-MATRICULA(WS-INS-IDX) TO WRL-MATRICULA.
           MOVE WS-INS-DEGCOD(WS-INS-IDX) TO WRL-CODIGO.
           MOVE ZERO TO WRL-NOTA.
           MOVE ZERO TO WS-ROS-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-COUNT
               IF WS-ROS-ID(WS-IDX) = WS-INS-MATRICULA(WS-INS-IDX)
                   AND WS-ROS-CODIGO(WS-IDX)
                       = WS-INS-DEGCOD(WS-INS-IDX)
                   MOVE WS-IDX TO WS-ROS-IDX
               END-IF
           END-PERFORM.
           IF WS-ROS-IDX = ZERO
               MOVE "EXCEPCION: NO INSCRITO EN LA SECCION"
                   TO WRL-RESULTADO
               GO TO 0210-EXCEPCION
           END-IF.
      * Pesos del plan y nota de cada componente; el primer
      * componente del plan sin nota detiene la consolidacion.
           MOVE ZERO TO WS-SUMA-PESOS WS-ACUMULADO.
           MOVE SPACES TO WS-FALTANTE.
           PERFORM VARYING WS-PLE-IDX FROM 1 BY 1
                   UNTIL WS-PLE-IDX > WS-PLE-COUNT
               IF WS-PLE-CODIGO(WS-PLE-IDX)
                   = WS-INS-DEGCOD(WS-INS-IDX)
                   ADD WS-PLE-PESO(WS-PLE-IDX) TO WS-SUMA-PESOS
                   PERFORM 0220-SUMAR-COMPONENTE
               END-IF
           END-PERFORM.
           IF WS-SUMA-PESOS NOT = 100
               MOVE "EXCEPCION: EL PLAN NO SUMA 100"
                   TO WRL-RESULTADO
               GO TO 0210-EXCEPCION
           END-IF.
           IF WS-FALTANTE NOT = SPACES
               MOVE SPACES TO WRL-RESULTADO
               STRING "EXCEPCION: FALTA EL COMPONENTE "
                   WS-FALTANTE DELIMITED BY SIZE
                   INTO WRL-RESULTADO
               GO TO 0210-EXCEPCION
           END-IF.
           COMPUTE WS-NOTA-CURSO ROUNDED = WS-ACUMULADO / 100.
           PERFORM 0230-ESCRIBIR-NOTA.
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                   UNTIL WS-NC-IDX > WS-NC-COUNT
               IF WS-NC-MATRICULA(WS-NC-IDX)
                   = WS-INS-MATRICULA(WS-INS-IDX)
                   AND WS-NC-DEGCOD(WS-NC-IDX)
                       = WS-INS-DEGCOD(WS-INS-IDX)
                   MOVE "C" TO WS-NC-ESTADO(WS-NC-IDX)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-CONSOLIDADAS.
           MOVE WS-NOTA-CURSO TO WRL-NOTA.
           MOVE "CONSOLIDADA EN NOTAS.DAT" TO WRL-RESULTADO.
           WRITE REPORTE-REC FROM WS-REP-LINEA.
           GO TO 0210-EXIT.

       0210-EXCEPCION.
           ADD 1 TO WS-EXCEPCIONES.
           WRITE REPORTE-REC FROM WS-REP-LINEA.

       0210-EXIT.
           EXIT.

       0220-SUMAR-COMPONENTE.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                   UNTIL WS-NC-IDX > WS-NC-COUNT
               IF WS-NC-MATRICULA(WS-NC-IDX)
                   = WS-INS-MATRICULA(WS-INS-IDX)
                   AND WS-NC-DEGCOD(WS-NC-IDX)
                       = WS-INS-DEGCOD(WS-INS-IDX)
                   AND WS-NC-COMPONENTE(WS-NC-IDX)
                       = WS-PLE-COMPONENTE(WS-PLE-IDX)
                   AND WS-HALLADO = "N"
                   MOVE "Y" TO WS-HALLADO
                   COMPUTE WS-ACUMULADO = WS-ACUMULADO
                       + WS-NC-NOTA(WS-NC-IDX)
                       * WS-PLE-PESO(WS-PLE-IDX)
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-FALTANTE = SPACES
               MOVE WS-PLE-COMPONENTE(WS-PLE-IDX) TO WS-FALTANTE
           END-IF.

      * La fila de NOTAS.DAT se arma como en IntakeNotas.
       0230-ESCRIBIR-NOTA.
           MOVE WS-INS-MATRICULA(WS-INS-IDX) TO WS-MATRICULA.
           PERFORM 0240-SIGUIENTE-SECUENCIA.
           MOVE WS-MATRICULA TO NR-MATRICULA.
           MOVE WS-ROS-APELLIDO(WS-ROS-IDX) TO NR-APELLIDO.
           MOVE WS-ROS-NOMBRE(WS-ROS-IDX) TO NR-NOMBRE.
           MOVE WS-INS-DEGCOD(WS-INS-IDX) TO NR-DEGCOD.
           MOVE WS-ROS-DEG(WS-ROS-IDX) TO NR-DEG.
           MOVE WS-NOTA-CURSO TO NR-NOTA.
           IF WS-ROS-ESTADO(WS-ROS-IDX) = SPACE
               MOVE "A" TO NR-ESTADO
           ELSE
               MOVE WS-ROS-ESTADO(WS-ROS-IDX) TO NR-ESTADO
           END-IF.
           MOVE SPACE TO NR-MARCA.
           WRITE NOTA-REC.

       0240-SIGUIENTE-SECUENCIA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SEC-COUNT
               IF WS-SEC-ID(WS-IDX) = WS-MATRICULA
                   MOVE "Y" TO WS-HALLADO
                   IF WS-SEC-ULTIMA(WS-IDX) < 9
                       ADD 1 TO WS-SEC-ULTIMA(WS-IDX)
                   END-IF
                   MOVE WS-SEC-ULTIMA(WS-IDX) TO NR-SECUENCIA
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               MOVE 1 TO NR-SECUENCIA
               IF WS-SEC-COUNT < 300
                   ADD 1 TO WS-SEC-COUNT
                   MOVE WS-MATRICULA TO WS-SEC-ID(WS-SEC-COUNT)
                   MOVE 1 TO WS-SEC-ULTIMA(WS-SEC-COUNT)
               END-IF
           END-IF.

       0300-FIN.
           CLOSE NOTAS-FILE.
           MOVE WS-CONSOLIDADAS TO WRT-CONSOLIDADAS.
           MOVE WS-EXCEPCIONES TO WRT-EXCEPCIONES.
           WRITE REPORTE-REC FROM WS-REP-TOTALES.
           CLOSE REPORTE-FILE.
           IF WS-CONSOLIDADAS > ZERO
               OPEN OUTPUT COMP-TMP
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NC-COUNT
                   MOVE WS-NC-MATRICULA(WS-IDX) TO NC-MATRICULA
                   MOVE WS-NC-DEGCOD(WS-IDX) TO NC-DEGCOD
                   MOVE WS-NC-COMPONENTE(WS-IDX) TO NC-COMPONENTE
                   MOVE WS-NC-NOTA(WS-IDX) TO NC-NOTA
                   MOVE WS-NC-ESTADO(WS-IDX) TO NC-ESTADO
                   WRITE CTMP-REC FROM NC-REC
               END-PERFORM
               CLOSE COMP-TMP
               MOVE "mv NOTAS_COMPONENTES.TMP NOTAS_COMPONENTES.DAT"
                   TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF.
           DISPLAY "CONSOLIDACION_COMPONENTES.DAT ESCRITO. "
               "CONSOLIDADAS: " WS-CONSOLIDADAS
               " EXCEPCIONES: " WS-EXCEPCIONES.
           IF WS-EXCEPCIONES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM ConsolidarComponentes.
