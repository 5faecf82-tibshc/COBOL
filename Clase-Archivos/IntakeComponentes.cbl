       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IntakeComponentes.
       AUTHOR.         J R.

      * Intake de notas por componente de evaluacion, en el molde de
      * IntakeNotas: el profesor entrega un acta por seccion y
      * componente. COMPONENTES_ACTAS.DAT trae la cabecera
      * (H + codigo de seccion de 9 + codigo del componente de 4 +
      * cantidad esperada de 3) y sus renglones (D + matricula de 7
      * + nota en centesimas de 4). Cada renglon se valida contra el
      * roster de la seccion en STUDENTS_1.DAT, contra el plan de
      * evaluacion de la seccion en PLAN_EVALUACION.DAT (el
      * componente debe existir), contra el rango 0-20, y contra lo
      * ya capturado: un componente no se captura dos veces para el
      * mismo estudiante, y una inscripcion ya consolidada por
      * ConsolidarComponentes no recibe mas componentes (eso es una
      * correccion, y va por la cola de correcciones). Los buenos se
      * agregan al final de NOTAS_COMPONENTES.DAT pendientes de
      * consolidar; los malos quedan en COMPONENTES_RECHAZOS.DAT con
      * su motivo. El conteo declarado de cada acta se coteja al
      * cerrarla.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTAS-FILE ASSIGN TO "COMPONENTES_ACTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTAS-STATUS.
           COPY "ARCHIVOS-FISICOS.CBL"
               REPLACING ==FIS-FILE== BY ==ROSTER-FILE==
                         ==FIS-DAT==  BY =="STUDENTS_1.DAT"==.
           SELECT PLAN-FILE ASSIGN TO "PLAN_EVALUACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT COMPONENTES-FILE ASSIGN TO "NOTAS_COMPONENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "COMPONENTES_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTAS-FILE.
       01  ACTA-LN                 PIC X(20).
           88  EOF-ACTAS           VALUE HIGH-VALUE.

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

       FD  RECHAZOS-FILE.
       01  RECHAZO-REC             PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-ACTAS-STATUS     PIC X(2).
           05  WS-PLAN-STATUS      PIC X(2).
           05  WS-COMP-STATUS      PIC X(2).
           05  WS-RECHAZOS-STATUS  PIC X(2).
           05  WS-IDX              PIC 9(4).
           05  WS-ACTA-CODIGO      PIC X(9).
           05  WS-ACTA-COMPONENTE  PIC X(4).
           05  WS-ACTA-ESPERADOS   PIC 9(3).
           05  WS-ACTA-LEIDOS      PIC 9(3).
           05  WS-ACTA-ABIERTA     PIC X VALUE "N".
               88  ACTA-ABIERTA    VALUE "Y".
           05  WS-ACTA-EN-PLAN     PIC X VALUE "N".
               88  ACTA-EN-PLAN    VALUE "Y".
           05  WS-MATRICULA        PIC 9(7).
           05  WS-NOTA-CENT        PIC 9(4).
           05  WS-HALLADO          PIC X.
           05  WS-ACTAS            PIC 9(3) VALUE ZERO.
           05  WS-REG-ACEPTADOS    PIC 9(5) VALUE ZERO.
           05  WS-REG-RECHAZADOS   PIC 9(5) VALUE ZERO.
           05  WS-ACTAS-CORTAS     PIC 9(3) VALUE ZERO.

      * Roster en memoria: matricula y codigo de seccion, para
      * validar pertenencia.
       01  WS-ROSTER.
           05  WS-ROS-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ROS-ENTRY OCCURS 500 TIMES.
               10  WS-ROS-ID       PIC 9(7).
               10  WS-ROS-CODIGO   PIC X(9).
       01  WS-ROS-LLENA-SW         PIC X VALUE "N".
           88  WS-ROS-LLENA        VALUE "Y".

       01  WS-PLAN.
           05  WS-PLE-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PLE-ENTRY OCCURS 300 TIMES.
               10  WS-PLE-CODIGO   PIC X(9).
               10  WS-PLE-COMPONENTE PIC X(4).

      * Lo ya capturado (archivo previo mas lo aceptado en esta
      * corrida), para negar duplicados y componentes tardios.
       01  WS-CAPTURADOS.
           05  WS-CAP-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CAP-ENTRY OCCURS 3000 TIMES.
               10  WS-CAP-MATRICULA PIC 9(7).
               10  WS-CAP-DEGCOD   PIC X(9).
               10  WS-CAP-COMPONENTE PIC X(4).
               10  WS-CAP-ESTADO   PIC X(1).
       01  WS-CAP-LLENA-SW         PIC X VALUE "N".
           88  WS-CAP-LLENA        VALUE "Y".

       01  WS-RECHAZO-LINEA.
           05  WRL-MOTIVO          PIC X(30).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(20).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           OPEN INPUT ACTAS-FILE.
           IF WS-ACTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR COMPONENTES_ACTAS.DAT. "
                   "CODIGO: " WS-ACTAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECHAZOS-FILE.
           PERFORM 0110-CARGAR-ROSTER.
           PERFORM 0120-CARGAR-PLAN.
           PERFORM 0130-CARGAR-CAPTURADOS.
           OPEN EXTEND COMPONENTES-FILE.
           IF WS-COMP-STATUS NOT = "00"
               OPEN OUTPUT COMPONENTES-FILE
           END-IF.

       0110-CARGAR-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ROSTER STUDENTS_1.DAT NO DISPONIBLE ("
                   FILE-CHECK-KEY "); TODO RENGLON SE RECHAZARA."
           ELSE
               PERFORM UNTIL EOF-ROSTER
                   READ ROSTER-FILE
                       AT END SET EOF-ROSTER TO TRUE
                   END-READ
                   IF NOT EOF-ROSTER
                       IF WS-ROS-COUNT < 500
                           ADD 1 TO WS-ROS-COUNT
                           MOVE R-MATRICULA
                               TO WS-ROS-ID(WS-ROS-COUNT)
                           MOVE R-CODIGO
                               TO WS-ROS-CODIGO(WS-ROS-COUNT)
                       ELSE
                           IF NOT WS-ROS-LLENA
                               DISPLAY "ADVERTENCIA: MAS DE 500 "
                                   "REGISTROS EN EL ROSTER; LOS "
                                   "DEMAS NO SE RECONOCEN."
                               SET WS-ROS-LLENA TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       0120-CARGAR-PLAN.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "PLAN_EVALUACION.DAT NO DISPONIBLE ("
                   WS-PLAN-STATUS "); TODO RENGLON SE RECHAZARA."
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
                   END-IF
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       0130-CARGAR-CAPTURADOS.
           OPEN INPUT COMPONENTES-FILE.
           IF WS-COMP-STATUS = "00"
               PERFORM UNTIL EOF-NC
                   READ COMPONENTES-FILE
                       AT END SET EOF-NC TO TRUE
                   END-READ
                   IF NOT EOF-NC
                       PERFORM 0135-ANOTAR-CAPTURADO
                   END-IF
               END-PERFORM
               CLOSE COMPONENTES-FILE
               INITIALIZE NC-REC
           END-IF.

       0135-ANOTAR-CAPTURADO.
           IF WS-CAP-COUNT < 3000
               ADD 1 TO WS-CAP-COUNT
               MOVE NC-MATRICULA TO WS-CAP-MATRICULA(WS-CAP-COUNT)
               MOVE NC-DEGCOD TO WS-CAP-DEGCOD(WS-CAP-COUNT)
               MOVE NC-COMPONENTE TO WS-CAP-COMPONENTE(WS-CAP-COUNT)
               MOVE NC-ESTADO TO WS-CAP-ESTADO(WS-CAP-COUNT)
           ELSE
               IF NOT WS-CAP-LLENA
                   DISPLAY "ADVERTENCIA: MAS DE 3000 NOTAS POR "
                       "COMPONENTE; LOS DUPLICADOS POSTERIORES NO "
                       "SE DETECTAN."
                   SET WS-CAP-LLENA TO TRUE
               END-IF
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-ACTAS
               MOVE SPACES TO ACTA-LN
               READ ACTAS-FILE
                   AT END SET EOF-ACTAS TO TRUE
               END-READ
               IF NOT EOF-ACTAS
                   EVALUATE ACTA-LN(1:1)
                       WHEN "H"
                           PERFORM 0220-CERRAR-ACTA
                           PERFORM 0210-ABRIR-ACTA
                       WHEN "D"
                           PERFORM 0230-PROCESAR-RENGLON
                               THRU 0230-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM 0220-CERRAR-ACTA.

       0210-ABRIR-ACTA.
           SET ACTA-ABIERTA TO TRUE.
           ADD 1 TO WS-ACTAS.
           MOVE ACTA-LN(2:9) TO WS-ACTA-CODIGO.
           MOVE ACTA-LN(11:4) TO WS-ACTA-COMPONENTE.
           IF ACTA-LN(15:3) IS NUMERIC
               MOVE ACTA-LN(15:3) TO WS-ACTA-ESPERADOS
           ELSE
               MOVE ZERO TO WS-ACTA-ESPERADOS
           END-IF.
           MOVE ZERO TO WS-ACTA-LEIDOS.
           MOVE "N" TO WS-ACTA-EN-PLAN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PLE-COUNT
               IF WS-PLE-CODIGO(WS-IDX) = WS-ACTA-CODIGO
                   AND WS-PLE-COMPONENTE(WS-IDX) = WS-ACTA-COMPONENTE
                   SET ACTA-EN-PLAN TO TRUE
               END-IF
           END-PERFORM.
           DISPLAY "ACTA DE " WS-ACTA-CODIGO " COMPONENTE "
               WS-ACTA-COMPONENTE " (" WS-ACTA-ESPERADOS
               " RENGLONES DECLARADOS).".
           IF NOT ACTA-EN-PLAN
               DISPLAY "ADVERTENCIA: EL COMPONENTE NO ESTA EN EL "
                   "PLAN DE LA SECCION; SUS RENGLONES SE RECHAZAN."
           END-IF.

       0220-CERRAR-ACTA.
           IF ACTA-ABIERTA
               IF WS-ACTA-LEIDOS NOT = WS-ACTA-ESPERADOS
                   ADD 1 TO WS-ACTAS-CORTAS
                   DISPLAY "ACTA " WS-ACTA-CODIGO " "
                       WS-ACTA-COMPONENTE " CON CONTEO MALO: "
                       "DECLARADOS " WS-ACTA-ESPERADOS
                       " LEIDOS " WS-ACTA-LEIDOS
               END-IF
               MOVE "N" TO WS-ACTA-ABIERTA
           END-IF.

       0230-PROCESAR-RENGLON.
           MOVE ACTA-LN TO WRL-REGISTRO.
           IF NOT ACTA-ABIERTA
               MOVE "RENGLON SIN CABECERA DE ACTA" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           ADD 1 TO WS-ACTA-LEIDOS.
           IF ACTA-LN(2:7) IS NOT NUMERIC
               OR ACTA-LN(9:4) IS NOT NUMERIC
               MOVE "RENGLON MALFORMADO" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           MOVE ACTA-LN(2:7) TO WS-MATRICULA.
           MOVE ACTA-LN(9:4) TO WS-NOTA-CENT.
           IF NOT ACTA-EN-PLAN
               MOVE "COMPONENTE FUERA DEL PLAN" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           IF WS-NOTA-CENT > 2000
               MOVE "NOTA FUERA DE 0-20" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-COUNT
               IF WS-ROS-ID(WS-IDX) = WS-MATRICULA
                   AND WS-ROS-CODIGO(WS-IDX) = WS-ACTA-CODIGO
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               MOVE "NO INSCRITO EN LA SECCION" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAP-COUNT
               IF WS-CAP-MATRICULA(WS-IDX) = WS-MATRICULA
                   AND WS-CAP-DEGCOD(WS-IDX) = WS-ACTA-CODIGO
                   IF WS-CAP-ESTADO(WS-IDX) = "C"
                       MOVE "INSCRIPCION YA CONSOLIDADA"
                           TO WRL-MOTIVO
                       GO TO 0230-RECHAZAR
                   END-IF
                   IF WS-CAP-COMPONENTE(WS-IDX) = WS-ACTA-COMPONENTE
                       MOVE "COMPONENTE YA CAPTURADO" TO WRL-MOTIVO
                       GO TO 0230-RECHAZAR
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-MATRICULA TO NC-MATRICULA.
           MOVE WS-ACTA-CODIGO TO NC-DEGCOD.
           MOVE WS-ACTA-COMPONENTE TO NC-COMPONENTE.
           COMPUTE NC-NOTA = WS-NOTA-CENT / 100.
           MOVE SPACE TO NC-ESTADO.
           WRITE NC-REC.
           PERFORM 0135-ANOTAR-CAPTURADO.
           ADD 1 TO WS-REG-ACEPTADOS.
           GO TO 0230-EXIT.

       0230-RECHAZAR.
           ADD 1 TO WS-REG-RECHAZADOS.
           WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA.
           DISPLAY "RENGLON RECHAZADO (" WRL-MOTIVO "): " ACTA-LN.

       0230-EXIT.
           EXIT.

       0300-FIN.
           CLOSE ACTAS-FILE.
           CLOSE COMPONENTES-FILE.
           CLOSE RECHAZOS-FILE.
           DISPLAY "INTAKE DE COMPONENTES TERMINADO. ACTAS: "
               WS-ACTAS " NOTAS ACEPTADAS: " WS-REG-ACEPTADOS
               " RECHAZADAS: " WS-REG-RECHAZADOS
               " ACTAS CON CONTEO MALO: " WS-ACTAS-CORTAS.
           IF WS-REG-RECHAZADOS > ZERO OR WS-ACTAS-CORTAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM IntakeComponentes.
