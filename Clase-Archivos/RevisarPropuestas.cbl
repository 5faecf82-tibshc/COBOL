      * cambio de estado de MantenimientoRoster, R lo rechaza, otra
      * tecla lo salta. Las decisiones quedan en el archivo de
      * propuestas reescrito a un temporal.
      * Despues revisa, si existe, la cola de sanciones de
      * DISCIPLINA_PROPUESTAS.DAT (MantenimientoDisciplina): A aplica
      * el estado propuesto -- L por suspension, B por expulsion, A
      * por reintegro -- por el mismo camino y con la misma linea de
      * auditoria. Basta con que exista una de las dos colas.
      * Cada fila decidida (A o R) guarda el supervisor que la
      * reviso; la sancion trae ademas el que la propuso en
      * MantenimientoDisciplina, y el reporte de segregacion de
      * funciones coteja los dos.
      * La baja aplicada (BAJAAP) o rechazada (BAJARE) deja su aviso
      * al estudiante en la cola de notificaciones, con las semanas
      * de ausencia que la motivaron.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PROPUESTAS-TMP ASSIGN TO "PROPUESTAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT DISCIPLINA-PRO
               ASSIGN TO "DISCIPLINA_PROPUESTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPR-STATUS.
           COPY "MAESTRO-IDX.CBL"
               REPLACING ==MIX-FILE==      BY ==ROSTER-FILE==
                         ==MIX-MATRICULA== BY ==R-MATRICULA==
           02  PRO-NOMBRE          PIC X(10).
           02  PRO-SEMANAS         PIC 9(2).
           02  PRO-ESTADO          PIC X(1).
           02  PRO-REVISO          PIC X(8).

       FD  PROPUESTAS-TMP.
       01  TMP-REC                 PIC X(51).

       FD  DISCIPLINA-PRO.
       01  DPR-REC.
           88  EOF-DPR             VALUE HIGH-VALUE.
           02  DPR-MATRICULA       PIC 9(7).
           02  DPR-APELLIDO        PIC X(10).
           02  DPR-NOMBRE          PIC X(10).
           02  DPR-CASO            PIC 9(5).
           02  DPR-SANCION         PIC X(1).
           02  DPR-NUEVO-ESTADO    PIC X(1).
           02  DPR-ESTADO          PIC X(1).
           02  DPR-PROPUSO         PIC X(8).
           02  DPR-REVISO          PIC X(8).

       FD  ROSTER-FILE.
       01  R-ESTUDIANTE.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-PRO-STATUS       PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-DPR-STATUS       PIC X(2).
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-AUDIT-FECHA      PIC 9(8).
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-APROBADAS        PIC 9(3) VALUE ZERO.
           05  WS-RECHAZADAS       PIC 9(3) VALUE ZERO.
           05  WS-SALTADAS         PIC 9(3) VALUE ZERO.
           05  WS-COLAS            PIC 9(1) VALUE ZERO.
           05  WS-MATRICULA        PIC 9(7).
           05  WS-ESTADO-DESTINO   PIC X(1).
           05  WS-APLICADA         PIC X(1).
               88  SE-APLICO       VALUE "S".

       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Aviso por correo de la decision de baja.
       01  WS-NOTIFICACION.
           COPY "NOTIFICACION-RECORD.CBL"
               REPLACING LEADING ==NT== BY ==WS-NT==.

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-REVISAR-BAJAS.
           PERFORM 0120-REVISAR-DISCIPLINA.
           IF WS-COLAS = ZERO
               DISPLAY "SIN BAJAS_PROPUESTAS.DAT NI "
                   "DISCIPLINA_PROPUESTAS.DAT; CORRA "
                   "PropuestasBaja PRIMERO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "REVISION TERMINADA. APROBADAS: " WS-APROBADAS
               " RECHAZADAS: " WS-RECHAZADAS
               " SALTADAS: " WS-SALTADAS.
           STOP RUN.

       0110-REVISAR-BAJAS.
           OPEN INPUT PROPUESTAS-FILE.
           IF WS-PRO-STATUS = "00"
               ADD 1 TO WS-COLAS
               OPEN OUTPUT PROPUESTAS-TMP
               PERFORM UNTIL EOF-PRO
                   READ PROPUESTAS-FILE
                       AT END SET EOF-PRO TO TRUE
                   END-READ
                   IF NOT EOF-PRO
                       IF PRO-ESTADO = "P"
                           PERFORM 0200-DECIDIR-PROPUESTA
                       END-IF
                       WRITE TMP-REC FROM PROPUESTA-REC
                   END-IF
               END-PERFORM
               CLOSE PROPUESTAS-FILE
               CLOSE PROPUESTAS-TMP
               MOVE "mv PROPUESTAS.TMP BAJAS_PROPUESTAS.DAT"
                   TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF.

       0120-REVISAR-DISCIPLINA.
           OPEN INPUT DISCIPLINA-PRO.
           IF WS-DPR-STATUS = "00"
               ADD 1 TO WS-COLAS
               OPEN OUTPUT PROPUESTAS-TMP
               PERFORM UNTIL EOF-DPR
                   READ DISCIPLINA-PRO
                       AT END SET EOF-DPR TO TRUE
                   END-READ
                   IF NOT EOF-DPR
                       IF DPR-ESTADO = "P"
                           PERFORM 0300-DECIDIR-SANCION
                       END-IF
                       WRITE TMP-REC FROM DPR-REC
                   END-IF
               END-PERFORM
               CLOSE DISCIPLINA-PRO
               CLOSE PROPUESTAS-TMP
               MOVE "mv PROPUESTAS.TMP DISCIPLINA_PROPUESTAS.DAT"
                   TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF.

       0200-DECIDIR-PROPUESTA.
           DISPLAY "PROPUESTA: " PRO-MATRICULA " "
               PRO-APELLIDO " " PRO-NOMBRE " ("
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
                   MOVE PRO-MATRICULA TO WS-MATRICULA
                   MOVE "B" TO WS-ESTADO-DESTINO
                   PERFORM 0210-APLICAR-ESTADO
                   IF SE-APLICO
                       MOVE "A" TO PRO-ESTADO
                       MOVE WS-SES-OPERADOR TO PRO-REVISO
                       MOVE "BAJAAP" TO WS-NT-PLANTILLA
                       PERFORM 0220-AVISAR-DECISION
                   END-IF
               WHEN "R"
                   MOVE "R" TO PRO-ESTADO
                   MOVE WS-SES-OPERADOR TO PRO-REVISO
                   ADD 1 TO WS-RECHAZADAS
                   MOVE "BAJARE" TO WS-NT-PLANTILLA
                   PERFORM 0220-AVISAR-DECISION
               WHEN OTHER
                   ADD 1 TO WS-SALTADAS
           END-EVALUATE.

      * El mismo cambio de estado que registra MantenimientoRoster:
      * REWRITE por clave en el indexado y linea de auditoria con la
      * imagen del registro y el operador firmado. SE-APLICO queda
      * encendido solo si el REWRITE se hizo.
       0210-APLICAR-ESTADO.
           MOVE "N" TO WS-APLICADA.
           OPEN I-O ROSTER-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR AL ABRIR STUDENTS_1.IDX. CODIGO: "
                   FILE-CHECK-KEY
               DISPLAY "LA PROPUESTA QUEDA PENDIENTE."
           ELSE
               MOVE WS-MATRICULA TO R-MATRICULA
               READ ROSTER-FILE KEY IS R-MATRICULA
                   INVALID KEY
                       DISPLAY "NO EXISTE EN EL INDEXADO: "
                           WS-MATRICULA "; QUEDA PENDIENTE."
                   NOT INVALID KEY
                       MOVE WS-ESTADO-DESTINO TO R-ESTADO
                       REWRITE R-ESTUDIANTE
                       END-REWRITE
                       MOVE "ESTADO" TO WAL-ACCION
                       PERFORM 0900-ESCRIBIR-AUDITORIA
                       SET SE-APLICO TO TRUE
                       ADD 1 TO WS-APROBADAS
                       DISPLAY "ESTADO " WS-ESTADO-DESTINO
                           " APLICADO: " WS-MATRICULA
               END-READ
               CLOSE ROSTER-FILE
           END-IF.

      * La plantilla llega puesta por el llamador.
       0220-AVISAR-DECISION.
           MOVE "E" TO WS-NT-TIPO-DEST.
           MOVE PRO-MATRICULA TO WS-NT-DESTINATARIO.
           MOVE PRO-SEMANAS TO WS-NT-VALOR(1).
           MOVE SPACES TO WS-NT-VALOR(2) WS-NT-VALOR(3).
           MOVE "RevisarPropu" TO WS-NT-ORIGEN.
           CALL "EncolarNotificacion" USING WS-NOTIFICACION.

       0300-DECIDIR-SANCION.
           DISPLAY "SANCION: " DPR-MATRICULA " "
               DPR-APELLIDO " " DPR-NOMBRE " (CASO "
               DPR-CASO " SANCION " DPR-SANCION
               " ESTADO PROPUESTO " DPR-NUEVO-ESTADO
               " PROPUSO " DPR-PROPUSO ").".
           DISPLAY "DECISION (A=APLICAR ESTADO R=RECHAZAR "
               "OTRA=SALTAR): ".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
                   MOVE DPR-MATRICULA TO WS-MATRICULA
                   MOVE DPR-NUEVO-ESTADO TO WS-ESTADO-DESTINO
                   PERFORM 0210-APLICAR-ESTADO
                   IF SE-APLICO
                       MOVE "A" TO DPR-ESTADO
                       MOVE WS-SES-OPERADOR TO DPR-REVISO
                   END-IF
               WHEN "R"
                   MOVE "R" TO DPR-ESTADO
                   MOVE WS-SES-OPERADOR TO DPR-REVISO
                   ADD 1 TO WS-RECHAZADAS
               WHEN OTHER
                   ADD 1 TO WS-SALTADAS
           END-EVALUATE.

       0900-ESCRIBIR-AUDITORIA.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
