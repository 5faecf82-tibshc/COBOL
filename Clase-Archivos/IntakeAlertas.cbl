       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IntakeAlertas.
       AUTHOR.         J R.

      * Importador de alertas tempranas de los profesores, en el
      * molde de IntakeAsistencia. ALERTAS.DAT trae un renglon por
      * alerta: matricula (7), codigo de seccion (9), motivo (2),
      * fecha YYYYMMDD (8) y clave del profesor (6). Cada alerta se
      * valida contra el roster de la seccion en STUDENTS_1.DAT
      * (estudiante activo inscrito en ella) y contra ASIGNACION.DAT
      * (el profesor que la levanta es quien dicta la seccion). Las
      * buenas se agregan a ALERTAS_DOCENTES.DAT con el apellido y
      * la carrera del roster; ese archivo lo cruza el seguimiento de
      * riesgo de LaboratorioDia5 junto con el riesgo calculado, y
      * AlertasSemanales lista a quien alertan dos o mas profesores.
      * Las malas quedan en ALERTAS_RECHAZOS.DAT con su motivo.
      * Motivos: IN inasistencia, TF tareas faltantes, BE bajo
      * desempeno en evaluaciones, PA sin participacion, CO conducta
      * u otro motivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALE-STATUS.
           COPY "ARCHIVOS-FISICOS.CBL"
               REPLACING ==FIS-FILE== BY ==ROSTER-FILE==
                         ==FIS-DAT==  BY =="STUDENTS_1.DAT"==.
           SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT DOCENTES-FILE ASSIGN TO "ALERTAS_DOCENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "ALERTAS_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-FILE.
       01  ALERTA-LN               PIC X(32).
           88  EOF-ALERTAS         VALUE HIGH-VALUE.

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

      * Alerta aceptada, ya con apellido y carrera del roster.
       FD  DOCENTES-FILE.
       01  ADO-REC.
           88  EOF-DOCENTES        VALUE HIGH-VALUE.
           02  ADO-FECHA           PIC 9(8).
           02  ADO-MATRICULA       PIC 9(7).
           02  ADO-APELLIDO        PIC X(10).
           02  ADO-DEG             PIC X(3).
           02  ADO-CODIGO          PIC X(9).
           02  ADO-MOTIVO          PIC X(2).
           02  ADO-PROFESOR        PIC X(6).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REC             PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-ALE-STATUS       PIC X(2).
           05  WS-ASG-STATUS       PIC X(2).
           05  WS-DOC-STATUS       PIC X(2).
           05  WS-RECHAZOS-STATUS  PIC X(2).
           05  WS-IDX              PIC 9(4).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-MATRICULA        PIC 9(7).
           05  WS-CODIGO           PIC X(9).
           05  WS-MOTIVO           PIC X(2).
               88  MOTIVO-VALIDO   VALUE "IN" "TF" "BE" "PA" "CO".
           05  WS-FECHA            PIC 9(8).
           05  WS-PROFESOR         PIC X(6).
           05  WS-HALLADO          PIC X.
           05  WS-ROS-HALLADO      PIC 9(3).
           05  WS-REG-LEIDOS       PIC 9(5) VALUE ZERO.
           05  WS-REG-ACEPTADOS    PIC 9(5) VALUE ZERO.
           05  WS-REG-RECHAZADOS   PIC 9(5) VALUE ZERO.

      * Roster (matricula + seccion + apellido + carrera) de los
      * estudiantes activos, para la validacion de pertenencia.
       01  WS-ROSTER.
           05  WS-ROS-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ROS-ENTRY OCCURS 500 TIMES.
               10  WS-ROS-ID       PIC 9(7).
               10  WS-ROS-CODIGO   PIC X(9).
               10  WS-ROS-APELLIDO PIC X(10).
               10  WS-ROS-DEG      PIC X(3).
       01  WS-ROS-LLENA-SW         PIC X VALUE "N".
           88  WS-ROS-LLENA        VALUE "Y".

      * Profesor a cargo de cada seccion.
       01  WS-ASIGNACIONES.
           05  WS-ASG-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ASG-ENTRY OCCURS 200 TIMES.
               10  WS-ASG-CODIGO   PIC X(9).
               10  WS-ASG-PROFESOR PIC X(6).

      * Alertas ya aceptadas (de corridas anteriores y de esta), para
      * no registrar dos veces la misma alerta del mismo dia.
       01  WS-PREVIAS.
           05  WS-PRV-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-PRV-ENTRY OCCURS 2000 TIMES.
               10  WS-PRV-FECHA    PIC 9(8).
               10  WS-PRV-ID       PIC 9(7).
               10  WS-PRV-CODIGO   PIC X(9).
               10  WS-PRV-PROFESOR PIC X(6).

       01  WS-RECHAZO-LINEA.
           05  WRL-MOTIVO          PIC X(35).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(32).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT ALERTAS-FILE.
           IF WS-ALE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ALERTAS.DAT. CODIGO: "
                   WS-ALE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECHAZOS-FILE.
           PERFORM 0110-CARGAR-ROSTER.
           PERFORM 0120-CARGAR-ASIGNACION.
           PERFORM 0130-CARGAR-PREVIAS.
           OPEN EXTEND DOCENTES-FILE.
           IF WS-DOC-STATUS NOT = "00"
               OPEN OUTPUT DOCENTES-FILE
           END-IF.

       0110-CARGAR-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ROSTER STUDENTS_1.DAT NO DISPONIBLE ("
                   FILE-CHECK-KEY "); TODA ALERTA SE RECHAZARA."
           ELSE
               PERFORM UNTIL EOF-ROSTER
                   READ ROSTER-FILE
                       AT END SET EOF-ROSTER TO TRUE
                   END-READ
                   IF NOT EOF-ROSTER AND ESTUDIANTE-ACTIVO
                       IF WS-ROS-COUNT < 500
                           ADD 1 TO WS-ROS-COUNT
                           MOVE R-MATRICULA
                               TO WS-ROS-ID(WS-ROS-COUNT)
                           MOVE R-CODIGO
                               TO WS-ROS-CODIGO(WS-ROS-COUNT)
                           MOVE R-APELLIDO
                               TO WS-ROS-APELLIDO(WS-ROS-COUNT)
                           MOVE R-MATERIA
                               TO WS-ROS-DEG(WS-ROS-COUNT)
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
               INITIALIZE R-ESTUDIANTE
           END-IF.

       0120-CARGAR-ASIGNACION.
           OPEN INPUT ASIGNACION-FILE.
           IF WS-ASG-STATUS NOT = "00"
               DISPLAY "ASIGNACION.DAT NO DISPONIBLE ("
                   WS-ASG-STATUS "); TODA ALERTA SE RECHAZARA."
           ELSE
               PERFORM UNTIL EOF-ASG
                   READ ASIGNACION-FILE
                       AT END SET EOF-ASG TO TRUE
                   END-READ
                   IF NOT EOF-ASG AND WS-ASG-COUNT < 200
                       ADD 1 TO WS-ASG-COUNT
                       MOVE ASG-CODIGO
                           TO WS-ASG-CODIGO(WS-ASG-COUNT)
                       MOVE ASG-PROFESOR
                           TO WS-ASG-PROFESOR(WS-ASG-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ASIGNACION-FILE
           END-IF.

       0130-CARGAR-PREVIAS.
           OPEN INPUT DOCENTES-FILE.
           IF WS-DOC-STATUS = "00"
               PERFORM UNTIL EOF-DOCENTES
                   READ DOCENTES-FILE
                       AT END SET EOF-DOCENTES TO TRUE
                   END-READ
                   IF NOT EOF-DOCENTES AND WS-PRV-COUNT < 2000
                       ADD 1 TO WS-PRV-COUNT
                       MOVE ADO-FECHA TO WS-PRV-FECHA(WS-PRV-COUNT)
                       MOVE ADO-MATRICULA
                           TO WS-PRV-ID(WS-PRV-COUNT)
                       MOVE ADO-CODIGO
                           TO WS-PRV-CODIGO(WS-PRV-COUNT)
                       MOVE ADO-PROFESOR
                           TO WS-PRV-PROFESOR(WS-PRV-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DOCENTES-FILE
               INITIALIZE ADO-REC
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-ALERTAS
               MOVE SPACES TO ALERTA-LN
               READ ALERTAS-FILE
                   AT END SET EOF-ALERTAS TO TRUE
               END-READ
               IF NOT EOF-ALERTAS AND ALERTA-LN NOT = SPACES
                   ADD 1 TO WS-REG-LEIDOS
                   PERFORM 0210-PROCESAR-ALERTA
                       THRU 0210-EXIT
               END-IF
           END-PERFORM.

       0210-PROCESAR-ALERTA.
           IF ALERTA-LN(1:7) IS NOT NUMERIC
               MOVE "MATRICULA MALFORMADA" TO WRL-MOTIVO
               PERFORM 0290-RECHAZAR
               GO TO 0210-EXIT
           END-IF.
           IF ALERTA-LN(19:8) IS NOT NUMERIC
               MOVE "FECHA MALFORMADA" TO WRL-MOTIVO
               PERFORM 0290-RECHAZAR
               GO TO 0210-EXIT
           END-IF.
           MOVE ALERTA-LN(1:7) TO WS-MATRICULA.
           MOVE ALERTA-LN(8:9) TO WS-CODIGO.
           MOVE ALERTA-LN(17:2) TO WS-MOTIVO.
           MOVE ALERTA-LN(19:8) TO WS-FECHA.
           MOVE ALERTA-LN(27:6) TO WS-PROFESOR.
           IF WS-FECHA > WS-FECHA-HOY
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) NOT = ZERO
               MOVE "FECHA INVALIDA O FUTURA" TO WRL-MOTIVO
               PERFORM 0290-RECHAZAR
               GO TO 0210-EXIT
           END-IF.
           IF NOT MOTIVO-VALIDO
               MOVE "MOTIVO DE ALERTA DESCONOCIDO" TO WRL-MOTIVO
               PERFORM 0290-RECHAZAR
               GO TO 0210-EXIT
           END-IF.
           IF WS-PROFESOR = SPACES
               MOVE "SIN CLAVE DE PROFESOR" TO WRL-MOTIVO
               PERFORM 0290-RECHAZAR
               GO TO 0210-EXIT
           END-IF.

           MOVE ZERO TO WS-ROS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-COUNT
               IF WS-ROS-ID(WS-IDX) = WS-MATRICULA
                   AND WS-ROS-CODIGO(WS-IDX) = WS-CODIGO
                   MOVE WS-IDX TO WS-ROS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-ROS-HALLADO = ZERO
               MOVE "NO INSCRITO ACTIVO EN LA SECCION"
                   TO WRL-MOTIVO
               PERFORM 0290-RECHAZAR
               GO TO 0210-EXIT
           END-IF.

           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASG-COUNT
               IF WS-ASG-CODIGO(WS-IDX) = WS-CODIGO
                   AND WS-ASG-PROFESOR(WS-IDX) = WS-PROFESOR
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               MOVE "PROFESOR NO ASIGNADO A LA SECCION"
                   TO WRL-MOTIVO
               PERFORM 0290-RECHAZAR
               GO TO 0210-EXIT
           END-IF.

           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRV-COUNT
               IF WS-PRV-FECHA(WS-IDX) = WS-FECHA
                   AND WS-PRV-ID(WS-IDX) = WS-MATRICULA
                   AND WS-PRV-CODIGO(WS-IDX) = WS-CODIGO
                   AND WS-PRV-PROFESOR(WS-IDX) = WS-PROFESOR
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "Y"
               MOVE "ALERTA DUPLICADA" TO WRL-MOTIVO
               PERFORM 0290-RECHAZAR
               GO TO 0210-EXIT
           END-IF.

           MOVE WS-FECHA TO ADO-FECHA.
           MOVE WS-MATRICULA TO ADO-MATRICULA.
           MOVE WS-ROS-APELLIDO(WS-ROS-HALLADO) TO ADO-APELLIDO.
           MOVE WS-ROS-DEG(WS-ROS-HALLADO) TO ADO-DEG.
           MOVE WS-CODIGO TO ADO-CODIGO.
           MOVE WS-MOTIVO TO ADO-MOTIVO.
           MOVE WS-PROFESOR TO ADO-PROFESOR.
           WRITE ADO-REC.
           ADD 1 TO WS-REG-ACEPTADOS.
           IF WS-PRV-COUNT < 2000
               ADD 1 TO WS-PRV-COUNT
               MOVE WS-FECHA TO WS-PRV-FECHA(WS-PRV-COUNT)
               MOVE WS-MATRICULA TO WS-PRV-ID(WS-PRV-COUNT)
               MOVE WS-CODIGO TO WS-PRV-CODIGO(WS-PRV-COUNT)
               MOVE WS-PROFESOR TO WS-PRV-PROFESOR(WS-PRV-COUNT)
           END-IF.

       0210-EXIT.
           EXIT.

       0290-RECHAZAR.
           ADD 1 TO WS-REG-RECHAZADOS.
           MOVE ALERTA-LN TO WRL-REGISTRO.
           WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA.
           DISPLAY "ALERTA RECHAZADA (" FUNCTION TRIM(WRL-MOTIVO)
               "): " ALERTA-LN.

       0300-FIN.
           CLOSE ALERTAS-FILE.
           CLOSE DOCENTES-FILE.
           CLOSE RECHAZOS-FILE.
           DISPLAY "IMPORTACION DE ALERTAS TERMINADA. "
               "LEIDAS: " WS-REG-LEIDOS
               " ACEPTADAS: " WS-REG-ACEPTADOS
               " RECHAZADAS: " WS-REG-RECHAZADOS.
           IF WS-REG-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM IntakeAlertas.
