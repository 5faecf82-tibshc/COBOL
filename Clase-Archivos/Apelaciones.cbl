      * que cambia la nota NO se reteclea: genera su fila en la cola
      * de correcciones NOTAS_PENDIENTES.DAT (estado P), donde el
      * supervisor de RevisarCorrecciones la firma como cualquier
      * otra correccion. Para la revision, la opcion de desglose
      * muestra de que componentes del plan de evaluacion de la
      * seccion salio la nota (NOTAS_COMPONENTES.DAT contra
      * PLAN_EVALUACION.DAT), con el aporte ponderado de cada uno.
      * El operador entra firmado via IniciarSesion: quien presenta
      * y quien resuelve quedan en el caso, y quien resuelve queda
      * como capturista de la correccion encolada, para que el
      * reporte de segregacion de funciones los coteje.
      * Los avisos salen por la cola de notificaciones: al
      * estudiante cuando se presenta su caso (curso y fecha limite,
      * APEPRE) y cuando se resuelve (APERES), y a quien presento el
      * caso cada vez que el reporte de antiguedad lo marca *URGE* o
      * *VENCIDO* (APEURG).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AGING-FILE ASSIGN TO "APELACIONES_AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGI-STATUS.
           SELECT COMPONENTES-FILE ASSIGN TO "NOTAS_COMPONENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS.
           SELECT PLAN-FILE ASSIGN TO "PLAN_EVALUACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  APE-NOTA-NUM        PIC 9(1).
           02  APE-VALOR           PIC 9(4).
           02  APE-MOTIVO          PIC X(30).
           02  APE-PRESENTO        PIC X(8).
           02  APE-RESOLVIO        PIC X(8).

       FD  CALENDARIO-FILE.
       01  CAL-REC.
           02  PEN-ESTADO          PIC X(1).
           02  PEN-APROBADOR       PIC X(8).
           02  PEN-COMENTARIO      PIC X(30).
           02  PEN-CAPTURISTA      PIC X(8).

       FD  AGING-FILE.
       01  AGING-REC               PIC X(80).

       FD  COMPONENTES-FILE.
       01  NC-REC.
           88  EOF-NC              VALUE HIGH-VALUE.
           02  NC-MATRICULA        PIC 9(7).
           02  NC-DEGCOD.
               03  FILLER          PIC X(3).
               03  NC-CURSO        PIC X(4).
               03  FILLER          PIC X(2).
           02  NC-COMPONENTE       PIC X(4).
           02  NC-NOTA             PIC 9(2)V99.
           02  NC-ESTADO           PIC X(1).

       FD  PLAN-FILE.
       01  PLE-REC.
           88  EOF-PLE             VALUE HIGH-VALUE.
           02  PLE-CODIGO          PIC X(9).
           02  PLE-COMPONENTE      PIC X(4).
           02  PLE-DESCRIPCION     PIC X(20).
           02  PLE-PESO            PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-PEN-STATUS       PIC X(2).
           05  WS-AGI-STATUS       PIC X(2).
           05  WS-COMP-STATUS      PIC X(2).
           05  WS-PLAN-STATUS      PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "7".
           05  WS-IDX              PIC 9(3).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-DIAS-HOY         PIC 9(7).
           05  WS-CURSO-CAP        PIC X(4).
           05  WS-HALLADO          PIC X.
           05  WS-ABIERTAS         PIC 9(3).
           05  WS-DESCRIPCION      PIC X(20).
           05  WS-PESO             PIC 9(3).
           05  WS-APORTE           PIC 9(2)V99.
           05  WS-TOTAL-APORTE     PIC 9(3)V99.
           05  WS-COMPONENTES      PIC 9(2).

      * Casos en memoria; el archivo es chico y se reescribe
      * completo al guardar, como los mantenimientos de la suite.
               10  WS-APE-NOTA-NUM PIC 9(1).
               10  WS-APE-VALOR    PIC 9(4).
               10  WS-APE-MOTIVO   PIC X(30).
               10  WS-APE-PRESENTO PIC X(8).
               10  WS-APE-RESOLVIO PIC X(8).

      * Sesion de operador: su id queda en el caso.
       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Avisos por correo del caso.
       01  WS-NOTIFICACION.
           COPY "NOTIFICACION-RECORD.CBL"
               REPLACING LEADING ==NT== BY ==WS-NT==.

       01  WS-AGING-LINEA.
           05  WAG-MATRICULA       PIC 9(7).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
                   WHEN "5"
                       PERFORM 0600-REPORTE-ANTIGUEDAD
                   WHEN "6"
                       PERFORM 0800-DESGLOSE-COMPONENTES
                   WHEN "7"
                       DISPLAY "SALIENDO DEL SEGUIMIENTO DE "
                           "APELACIONES."
                   WHEN OTHER
           DISPLAY "3. PASAR CASO A REVISION".
           DISPLAY "4. RESOLVER CASO".
           DISPLAY "5. REPORTE DE ANTIGUEDAD DE CASOS ABIERTOS".
           DISPLAY "6. DESGLOSE DE LA NOTA POR COMPONENTE".
           DISPLAY "7. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-CASOS.
                           TO WS-APE-VALOR(WS-APE-COUNT)
                       MOVE APE-MOTIVO
                           TO WS-APE-MOTIVO(WS-APE-COUNT)
                       MOVE APE-PRESENTO
                           TO WS-APE-PRESENTO(WS-APE-COUNT)
                       MOVE APE-RESOLVIO
                           TO WS-APE-RESOLVIO(WS-APE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE APELACIONES-FILE
               MOVE WS-APE-NOTA-NUM(WS-IDX) TO APE-NOTA-NUM
               MOVE WS-APE-VALOR(WS-IDX) TO APE-VALOR
               MOVE WS-APE-MOTIVO(WS-IDX) TO APE-MOTIVO
               MOVE WS-APE-PRESENTO(WS-IDX) TO APE-PRESENTO
               MOVE WS-APE-RESOLVIO(WS-IDX) TO APE-RESOLVIO
               WRITE APE-REC
           END-PERFORM.
           CLOSE APELACIONES-FILE.
               MOVE SPACE TO WS-APE-DECISION(WS-APE-COUNT)
               MOVE ZERO TO WS-APE-NOTA-NUM(WS-APE-COUNT)
               MOVE ZERO TO WS-APE-VALOR(WS-APE-COUNT)
               MOVE WS-SES-OPERADOR TO WS-APE-PRESENTO(WS-APE-COUNT)
               MOVE SPACES TO WS-APE-RESOLVIO(WS-APE-COUNT)
               PERFORM 0140-GUARDAR-CASOS
               DISPLAY "CASO PRESENTADO. LIMITE: "
                   WS-APE-LIMITE(WS-APE-COUNT)
               PERFORM 0310-AVISAR-PRESENTACION
           END-IF.

       0310-AVISAR-PRESENTACION.
           INITIALIZE WS-NOTIFICACION.
           MOVE "E" TO WS-NT-TIPO-DEST.
           MOVE WS-APE-MATRICULA(WS-APE-COUNT) TO WS-NT-DESTINATARIO.
           MOVE "APEPRE" TO WS-NT-PLANTILLA.
           MOVE WS-APE-CURSO(WS-APE-COUNT) TO WS-NT-VALOR(1).
           MOVE WS-APE-LIMITE(WS-APE-COUNT) TO WS-NT-VALOR(2).
           MOVE "Apelaciones" TO WS-NT-ORIGEN.
           CALL "EncolarNotificacion" USING WS-NOTIFICACION.

       0400-PASAR-A-REVISION.
           PERFORM 0700-UBICAR-CASO.
           IF WS-HALLADO = "Y"
                   DISPLAY "DECISION (F=FAVORABLE N=NEGADA): "
                   ACCEPT WS-APE-DECISION(WS-IDX)
                   MOVE "S" TO WS-APE-ESTADO(WS-IDX)
                   MOVE WS-SES-OPERADOR TO WS-APE-RESOLVIO(WS-IDX)
                   IF WS-APE-DECISION(WS-IDX) = "F"
                       DISPLAY "NUMERO DE NOTA A CORREGIR (1-3): "
                       ACCEPT WS-APE-NOTA-NUM(WS-IDX)
                   END-IF
                   PERFORM 0140-GUARDAR-CASOS
                   DISPLAY "CASO RESUELTO."
                   PERFORM 0520-AVISAR-RESOLUCION
               END-IF
           END-IF.

       0520-AVISAR-RESOLUCION.
           INITIALIZE WS-NOTIFICACION.
           MOVE "E" TO WS-NT-TIPO-DEST.
           MOVE WS-APE-MATRICULA(WS-IDX) TO WS-NT-DESTINATARIO.
           MOVE "APERES" TO WS-NT-PLANTILLA.
           MOVE WS-APE-CURSO(WS-IDX) TO WS-NT-VALOR(1).
           IF WS-APE-DECISION(WS-IDX) = "F"
               MOVE "FAVORABLE" TO WS-NT-VALOR(2)
           ELSE
               MOVE "NEGADA" TO WS-NT-VALOR(2)
           END-IF.
           MOVE "Apelaciones" TO WS-NT-ORIGEN.
           CALL "EncolarNotificacion" USING WS-NOTIFICACION.

       0510-ENCOLAR-CORRECCION.
           OPEN EXTEND PENDIENTES-FILE.
           IF WS-PEN-STATUS NOT = "00"
               DELIMITED BY SIZE INTO PEN-MOTIVO.
           MOVE "P" TO PEN-ESTADO.
           MOVE SPACES TO PEN-APROBADOR PEN-COMENTARIO.
           MOVE WS-SES-OPERADOR TO PEN-CAPTURISTA.
           WRITE PEN-REC.
           CLOSE PENDIENTES-FILE.
           DISPLAY "CORRECCION ENCOLADA EN NOTAS_PENDIENTES.DAT "
                       END-IF
                   END-IF
                   WRITE AGING-REC FROM WS-AGING-LINEA
                   IF WAG-MARCA NOT = SPACES
                       PERFORM 0610-AVISAR-VENCIMIENTO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AGING-FILE.
           DISPLAY "APELACIONES_AGING.DAT ESCRITO. CASOS ABIERTOS: "
               WS-ABIERTAS.

      * El caso sin quien lo presento (anterior a la sesion de
      * operador) no tiene a quien avisar.
       0610-AVISAR-VENCIMIENTO.
           IF WS-APE-PRESENTO(WS-IDX) NOT = SPACES
               INITIALIZE WS-NOTIFICACION
               MOVE "O" TO WS-NT-TIPO-DEST
               MOVE WS-APE-PRESENTO(WS-IDX) TO WS-NT-DESTINATARIO
               MOVE "APEURG" TO WS-NT-PLANTILLA
               MOVE WS-APE-MATRICULA(WS-IDX) TO WS-NT-VALOR(1)
               MOVE WS-APE-CURSO(WS-IDX) TO WS-NT-VALOR(2)
               MOVE WS-APE-LIMITE(WS-IDX) TO WS-NT-VALOR(3)
               MOVE "Apelaciones" TO WS-NT-ORIGEN
               CALL "EncolarNotificacion" USING WS-NOTIFICACION
           END-IF.

       0700-UBICAR-CASO.
           DISPLAY "MATRICULA DEL CASO: ".
           ACCEPT WS-MATRICULA-CAP.
                   " / " WS-CURSO-CAP
           END-IF.

      * Desglose del caso: cada nota por componente de la matricula
      * en una seccion del curso apelado, con la descripcion y el
      * peso del plan y su aporte ponderado a la nota del curso.
       0800-DESGLOSE-COMPONENTES.
           PERFORM 0700-UBICAR-CASO.
           IF WS-HALLADO = "Y"
               MOVE ZERO TO WS-TOTAL-APORTE WS-COMPONENTES
               OPEN INPUT COMPONENTES-FILE
               IF WS-COMP-STATUS NOT = "00"
                   DISPLAY "NOTAS_COMPONENTES.DAT NO DISPONIBLE ("
                       WS-COMP-STATUS ")."
               ELSE
                   PERFORM UNTIL EOF-NC
                       READ COMPONENTES-FILE
                           AT END SET EOF-NC TO TRUE
                       END-READ
                       IF NOT EOF-NC
                           AND NC-MATRICULA = WS-MATRICULA-CAP
                           AND NC-CURSO = WS-CURSO-CAP
                           PERFORM 0810-MOSTRAR-COMPONENTE
                       END-IF
                   END-PERFORM
                   CLOSE COMPONENTES-FILE
                   INITIALIZE NC-REC
               END-IF
               IF WS-COMPONENTES = ZERO
                   DISPLAY "LA NOTA DEL CASO NO SE CAPTURO POR "
                       "COMPONENTES."
               ELSE
                   DISPLAY "NOTA DEL CURSO POR COMPONENTES: "
                       WS-TOTAL-APORTE
               END-IF
           END-IF.

       0810-MOSTRAR-COMPONENTE.
           MOVE SPACES TO WS-DESCRIPCION.
           MOVE ZERO TO WS-PESO.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS = "00"
               PERFORM UNTIL EOF-PLE
                   READ PLAN-FILE
                       AT END SET EOF-PLE TO TRUE
                   END-READ
                   IF NOT EOF-PLE
                       AND PLE-CODIGO = NC-DEGCOD
                       AND PLE-COMPONENTE = NC-COMPONENTE
                       MOVE PLE-DESCRIPCION TO WS-DESCRIPCION
                       MOVE PLE-PESO TO WS-PESO
                   END-IF
               END-PERFORM
               CLOSE PLAN-FILE
               INITIALIZE PLE-REC
           END-IF.
           COMPUTE WS-APORTE ROUNDED = NC-NOTA * WS-PESO / 100.
           ADD WS-APORTE TO WS-TOTAL-APORTE.
           ADD 1 TO WS-COMPONENTES.
           DISPLAY NC-DEGCOD " | " NC-COMPONENTE " | "
               WS-DESCRIPCION " | PESO " WS-PESO "% | NOTA "
               NC-NOTA " | APORTE " WS-APORTE.

       END PROGRAM Apelaciones.
