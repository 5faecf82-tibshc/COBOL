       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoDisciplina.
       AUTHOR.         J R.

      * Expedientes disciplinarios DISCIPLINA.DAT, en el estilo de
      * menu de MantenimientoTesis. Todo el programa es de nivel
      * supervisor (IniciarSesion), como RevisarPropuestas: los
      * casos de conducta no los ve cualquier operador. Ciclo de
      * vida de un caso:
      *   O abierto -> H audiencia programada -> R resuelto, con la
      *   sancion (N sin sancion, A amonestacion, S suspension hasta
      *   una fecha de vencimiento, E expulsion) y su fecha efectiva
      *   -> C cerrado, cuando la suspension ya se cumplio y se
      *   propuso el reintegro.
      * La suspension y la expulsion no tocan el estado del
      * estudiante desde aqui: dejan una propuesta en
      * DISCIPLINA_PROPUESTAS.DAT (L para la suspension, B para la
      * expulsion, A para el reintegro) que el supervisor aplica con
      * RevisarPropuestas, el mismo camino y la misma linea de
      * ROSTER_AUDIT.LOG que las bajas por abandono; la propuesta
      * lleva el supervisor que la genero, que no debe ser el mismo
      * que la aplica. Cada cambio del
      * expediente deja su linea en DISCIPLINA_AUDIT.LOG con la
      * imagen del caso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCIPLINA-FILE ASSIGN TO "DISCIPLINA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-CHECK-KEY.
           SELECT PROPUESTAS-FILE
               ASSIGN TO "DISCIPLINA_PROPUESTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "DISCIPLINA_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCIPLINA-FILE.
       01  DIS-REC.
           88  EOF-DIS             VALUE HIGH-VALUE.
           COPY "DISCIPLINA-RECORD.CBL"
               REPLACING LEADING ==DC== BY ==DIS==.

       FD  PROPUESTAS-FILE.
       01  DPR-REC.
           02  DPR-MATRICULA       PIC 9(7).
           02  DPR-APELLIDO        PIC X(10).
           02  DPR-NOMBRE          PIC X(10).
           02  DPR-CASO            PIC 9(5).
           02  DPR-SANCION         PIC X(1).
           02  DPR-NUEVO-ESTADO    PIC X(1).
           02  DPR-ESTADO          PIC X(1).
           02  DPR-PROPUSO         PIC X(8).
           02  DPR-REVISO          PIC X(8).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(144).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-PRO-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-AUDIT-FECHA      PIC 9(8).
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "6".
           05  WS-IDX              PIC 9(4).
           05  WS-CAS-IDX          PIC 9(4).
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-CASO-TEXTO       PIC X(5).
           05  WS-CASO-BUSCADO     PIC 9(5).
           05  WS-ULTIMO-CASO      PIC 9(5) VALUE ZERO.
           05  WS-DESCRIPCION      PIC X(40).
           05  WS-SANCION          PIC X(1).
               88  SANCION-VALIDA  VALUE "N" "A" "S" "E".
           05  WS-NUEVO-ESTADO     PIC X(1).
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA            PIC 9(8).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-APELLIDO         PIC X(10).
           05  WS-NOMBRE           PIC X(10).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".
           05  WS-EN-MAESTRO       PIC X.
               88  EXISTE-EN-MAESTRO VALUE "Y".

       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Tabla en memoria con el mismo trazo que DISCIPLINA.DAT; el
      * archivo se reescribe completo en cada cambio.
       01  WS-CASOS.
           05  WS-CAS-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CAS-ENTRY OCCURS 500 TIMES.
               10  WS-CAS-CASO     PIC 9(5).
               10  WS-CAS-MATRICULA PIC 9(7).
               10  WS-CAS-APELLIDO PIC X(10).
               10  WS-CAS-NOMBRE   PIC X(10).
               10  WS-CAS-ESTADO   PIC X(1).
               10  WS-CAS-DESCRIPCION PIC X(40).
               10  WS-CAS-FECHA-APERTURA PIC 9(8).
               10  WS-CAS-FECHA-AUDIENCIA PIC 9(8).
               10  WS-CAS-SANCION  PIC X(1).
               10  WS-CAS-FECHA-EFECTIVA PIC 9(8).
               10  WS-CAS-FECHA-VENCE PIC 9(8).

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-OPERADOR        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-ACCION          PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAL-REGISTRO        PIC X(106).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "LOS EXPEDIENTES DISCIPLINARIOS REQUIEREN "
                   "NIVEL SUPERVISOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0120-CARGAR-CASOS.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-CASOS
                   WHEN "2"
                       PERFORM 0300-ABRIR-CASO
                           THRU 0300-EXIT
                   WHEN "3"
                       PERFORM 0400-PROGRAMAR-AUDIENCIA
                           THRU 0400-EXIT
                   WHEN "4"
                       PERFORM 0500-RESOLVER-CASO
                           THRU 0500-EXIT
                   WHEN "5"
                       PERFORM 0600-PROPONER-REINTEGRO
                           THRU 0600-EXIT
                   WHEN "6"
                       DISPLAY "SALIENDO DE EXPEDIENTES "
                           "DISCIPLINARIOS."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  EXPEDIENTES DISCIPLINARIOS".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR CASOS".
           DISPLAY "2. ABRIR CASO".
           DISPLAY "3. PROGRAMAR AUDIENCIA".
           DISPLAY "4. RESOLVER CASO Y FIJAR SANCION".
           DISPLAY "5. PROPONER REINTEGRO (SUSPENSION CUMPLIDA)".
           DISPLAY "6. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-CASOS.
           OPEN INPUT DISCIPLINA-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "DISCIPLINA.DAT NO EXISTE TODAVIA; SE CREARA "
                   "AL ABRIR EL PRIMER CASO."
           ELSE
               PERFORM UNTIL EOF-DIS
                   READ DISCIPLINA-FILE
                       AT END SET EOF-DIS TO TRUE
                   END-READ
                   IF NOT EOF-DIS AND WS-CAS-COUNT < 500
                       ADD 1 TO WS-CAS-COUNT
                       MOVE DIS-REC TO WS-CAS-ENTRY(WS-CAS-COUNT)
                       IF DIS-CASO > WS-ULTIMO-CASO
                           MOVE DIS-CASO TO WS-ULTIMO-CASO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DISCIPLINA-FILE
           END-IF.

       0130-GUARDAR-CASOS.
           OPEN OUTPUT DISCIPLINA-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAS-COUNT
               MOVE WS-CAS-ENTRY(WS-IDX) TO DIS-REC
               WRITE DIS-REC
           END-PERFORM.
           CLOSE DISCIPLINA-FILE.

       0200-LISTAR-CASOS.
           IF WS-CAS-COUNT = ZERO
               DISPLAY "SIN CASOS REGISTRADOS."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAS-COUNT
               DISPLAY WS-CAS-CASO(WS-IDX) " | "
                   WS-CAS-MATRICULA(WS-IDX) " "
                   WS-CAS-APELLIDO(WS-IDX) " | "
                   WS-CAS-ESTADO(WS-IDX) " | ABIERTO "
                   WS-CAS-FECHA-APERTURA(WS-IDX) " | AUDIENCIA "
                   WS-CAS-FECHA-AUDIENCIA(WS-IDX) " | SANCION "
                   WS-CAS-SANCION(WS-IDX) " "
                   WS-CAS-FECHA-EFECTIVA(WS-IDX) "-"
                   WS-CAS-FECHA-VENCE(WS-IDX)
               DISPLAY "    " WS-CAS-DESCRIPCION(WS-IDX)
           END-PERFORM.

       0300-ABRIR-CASO.
           IF WS-CAS-COUNT = 500
               DISPLAY "LA TABLA DE CASOS ESTA LLENA (500)."
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
               GO TO 0300-EXIT
           END-IF.
           MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA.
           PERFORM 0800-BUSCAR-EN-MAESTRO.
           IF NOT EXISTE-EN-MAESTRO
               DISPLAY "NO EXISTE EN MAESTRO.DAT: "
                   WS-MATRICULA-BUSCADA
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "DESCRIPCION DE LOS HECHOS (40 POSICIONES): ".
           MOVE SPACES TO WS-DESCRIPCION.
           ACCEPT WS-DESCRIPCION.
           IF WS-DESCRIPCION = SPACES
               DISPLAY "FALTA LA DESCRIPCION DEL CASO."
               GO TO 0300-EXIT
           END-IF.
           ADD 1 TO WS-CAS-COUNT.
           MOVE WS-CAS-COUNT TO WS-CAS-IDX.
           ADD 1 TO WS-ULTIMO-CASO.
           INITIALIZE WS-CAS-ENTRY(WS-CAS-IDX).
           MOVE WS-ULTIMO-CASO TO WS-CAS-CASO(WS-CAS-IDX).
           MOVE WS-MATRICULA-BUSCADA TO WS-CAS-MATRICULA(WS-CAS-IDX).
           MOVE WS-APELLIDO TO WS-CAS-APELLIDO(WS-CAS-IDX).
           MOVE WS-NOMBRE TO WS-CAS-NOMBRE(WS-CAS-IDX).
           MOVE "O" TO WS-CAS-ESTADO(WS-CAS-IDX).
           MOVE WS-DESCRIPCION TO WS-CAS-DESCRIPCION(WS-CAS-IDX).
           MOVE WS-FECHA-HOY TO WS-CAS-FECHA-APERTURA(WS-CAS-IDX).
           MOVE SPACE TO WS-CAS-SANCION(WS-CAS-IDX).
           PERFORM 0130-GUARDAR-CASOS.
           MOVE "ABRE" TO WAL-ACCION.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "CASO ABIERTO: " WS-ULTIMO-CASO.

       0300-EXIT.
           EXIT.

      * La audiencia puede quedar en el futuro; no antes de la
      * apertura del caso.
       0400-PROGRAMAR-AUDIENCIA.
           PERFORM 0700-PEDIR-CASO.
           IF NOT SE-ENCONTRO
               GO TO 0400-EXIT
           END-IF.
           IF WS-CAS-ESTADO(WS-CAS-IDX) NOT = "O"
               AND WS-CAS-ESTADO(WS-CAS-IDX) NOT = "H"
               DISPLAY "EL CASO YA ESTA RESUELTO (ESTADO "
                   WS-CAS-ESTADO(WS-CAS-IDX) ")."
               GO TO 0400-EXIT
           END-IF.
           DISPLAY "FECHA DE LA AUDIENCIA".
           PERFORM 0710-PEDIR-FECHA.
           IF WS-FECHA = ZERO
               GO TO 0400-EXIT
           END-IF.
           IF WS-FECHA < WS-CAS-FECHA-APERTURA(WS-CAS-IDX)
               DISPLAY "LA AUDIENCIA ES ANTERIOR A LA APERTURA ("
                   WS-CAS-FECHA-APERTURA(WS-CAS-IDX) ")."
               GO TO 0400-EXIT
           END-IF.
           MOVE WS-FECHA TO WS-CAS-FECHA-AUDIENCIA(WS-CAS-IDX).
           MOVE "H" TO WS-CAS-ESTADO(WS-CAS-IDX).
           PERFORM 0130-GUARDAR-CASOS.
           MOVE "AUDIEN" TO WAL-ACCION.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "AUDIENCIA PROGRAMADA.".

       0400-EXIT.
           EXIT.

      * Solo se resuelve despues de la audiencia. La suspension pide
      * su ultimo dia; suspension y expulsion dejan la propuesta de
      * cambio de estado para RevisarPropuestas.
       0500-RESOLVER-CASO.
           PERFORM 0700-PEDIR-CASO.
           IF NOT SE-ENCONTRO
               GO TO 0500-EXIT
           END-IF.
           IF WS-CAS-ESTADO(WS-CAS-IDX) NOT = "H"
               DISPLAY "SOLO SE RESUELVE UN CASO CON AUDIENCIA (H); "
                   "ESTADO ACTUAL " WS-CAS-ESTADO(WS-CAS-IDX)
               GO TO 0500-EXIT
           END-IF.
           IF WS-CAS-FECHA-AUDIENCIA(WS-CAS-IDX) > WS-FECHA-HOY
               DISPLAY "LA AUDIENCIA AUN NO OCURRE ("
                   WS-CAS-FECHA-AUDIENCIA(WS-CAS-IDX) ")."
               GO TO 0500-EXIT
           END-IF.
           DISPLAY "SANCION (N=NINGUNA A=AMONESTACION S=SUSPENSION "
               "E=EXPULSION): ".
           ACCEPT WS-SANCION.
           IF NOT SANCION-VALIDA
               DISPLAY "SANCION INVALIDA: " WS-SANCION
               GO TO 0500-EXIT
           END-IF.
           MOVE ZERO TO WS-CAS-FECHA-VENCE(WS-CAS-IDX).
           DISPLAY "FECHA EFECTIVA".
           PERFORM 0710-PEDIR-FECHA.
           IF WS-FECHA = ZERO
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-FECHA TO WS-CAS-FECHA-EFECTIVA(WS-CAS-IDX).
           IF WS-SANCION = "S"
               DISPLAY "ULTIMO DIA DE LA SUSPENSION (YYYYMMDD): "
               MOVE SPACES TO WS-FECHA-TEXTO
               ACCEPT WS-FECHA-TEXTO
               IF WS-FECHA-TEXTO IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA: " WS-FECHA-TEXTO
                   GO TO 0500-EXIT
               END-IF
               MOVE WS-FECHA-TEXTO TO WS-FECHA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) NOT = ZERO
                   OR WS-FECHA < WS-CAS-FECHA-EFECTIVA(WS-CAS-IDX)
                   DISPLAY "FECHA DE VENCIMIENTO INVALIDA O ANTERIOR "
                       "A LA EFECTIVA: " WS-FECHA-TEXTO
                   GO TO 0500-EXIT
               END-IF
               MOVE WS-FECHA TO WS-CAS-FECHA-VENCE(WS-CAS-IDX)
           END-IF.
           MOVE WS-SANCION TO WS-CAS-SANCION(WS-CAS-IDX).
           MOVE "R" TO WS-CAS-ESTADO(WS-CAS-IDX).
           PERFORM 0130-GUARDAR-CASOS.
           MOVE "RESUEL" TO WAL-ACCION.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           EVALUATE WS-SANCION
               WHEN "S"
                   MOVE "L" TO WS-NUEVO-ESTADO
                   PERFORM 0750-ESCRIBIR-PROPUESTA
               WHEN "E"
                   MOVE "B" TO WS-NUEVO-ESTADO
                   PERFORM 0750-ESCRIBIR-PROPUESTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY "CASO RESUELTO CON SANCION " WS-SANCION.

       0500-EXIT.
           EXIT.

      * El reintegro se propone cuando el ultimo dia de la
      * suspension ya paso; el caso queda cerrado.
       0600-PROPONER-REINTEGRO.
           PERFORM 0700-PEDIR-CASO.
           IF NOT SE-ENCONTRO
               GO TO 0600-EXIT
           END-IF.
           IF WS-CAS-ESTADO(WS-CAS-IDX) NOT = "R"
               OR WS-CAS-SANCION(WS-CAS-IDX) NOT = "S"
               DISPLAY "SOLO UNA SUSPENSION RESUELTA Y NO CERRADA "
                   "ADMITE REINTEGRO."
               GO TO 0600-EXIT
           END-IF.
           IF WS-CAS-FECHA-VENCE(WS-CAS-IDX) NOT < WS-FECHA-HOY
               DISPLAY "LA SUSPENSION VENCE EL "
                   WS-CAS-FECHA-VENCE(WS-CAS-IDX)
                   "; TODAVIA NO SE CUMPLE."
               GO TO 0600-EXIT
           END-IF.
           MOVE "C" TO WS-CAS-ESTADO(WS-CAS-IDX).
           PERFORM 0130-GUARDAR-CASOS.
           MOVE "CIERRA" TO WAL-ACCION.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           MOVE "A" TO WS-NUEVO-ESTADO.
           PERFORM 0750-ESCRIBIR-PROPUESTA.
           DISPLAY "REINTEGRO PROPUESTO; CASO CERRADO.".

       0600-EXIT.
           EXIT.

      * SE-ENCONTRO apagado al volver = caso inexistente, ya avisado.
       0700-PEDIR-CASO.
           MOVE "N" TO WS-ENCONTRADO.
           DISPLAY "NUMERO DE CASO: ".
           ACCEPT WS-CASO-TEXTO.
           IF FUNCTION TRIM(WS-CASO-TEXTO) IS NOT NUMERIC
               DISPLAY "NUMERO DE CASO INVALIDO: " WS-CASO-TEXTO
           ELSE
               COMPUTE WS-CASO-BUSCADO =
                   FUNCTION NUMVAL(WS-CASO-TEXTO)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CAS-COUNT
                   IF WS-CAS-CASO(WS-IDX) = WS-CASO-BUSCADO
                       SET SE-ENCONTRO TO TRUE
                       MOVE WS-IDX TO WS-CAS-IDX
                   END-IF
               END-PERFORM
               IF NOT SE-ENCONTRO
                   DISPLAY "NO EXISTE EL CASO: " WS-CASO-BUSCADO
               END-IF
           END-IF.

      * Fecha en cero al volver = dato invalido, ya avisado. Aqui
      * se admiten fechas futuras (audiencias y sanciones que
      * empiezan despues).
       0710-PEDIR-FECHA.
           DISPLAY "FECHA (YYYYMMDD, ENTER = HOY): ".
           MOVE SPACES TO WS-FECHA-TEXTO.
           ACCEPT WS-FECHA-TEXTO.
           IF WS-FECHA-TEXTO = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA
           ELSE
               IF WS-FECHA-TEXTO IS NUMERIC
                   MOVE WS-FECHA-TEXTO TO WS-FECHA
               ELSE
                   MOVE ZERO TO WS-FECHA
               END-IF
           END-IF.
           IF WS-FECHA NOT = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) NOT = ZERO
                   MOVE ZERO TO WS-FECHA
               END-IF
           END-IF.
           IF WS-FECHA = ZERO
               DISPLAY "FECHA INVALIDA: " WS-FECHA-TEXTO
           END-IF.

      * Propuesta pendiente (P) para RevisarPropuestas.
       0750-ESCRIBIR-PROPUESTA.
           MOVE WS-CAS-MATRICULA(WS-CAS-IDX) TO DPR-MATRICULA.
           MOVE WS-CAS-APELLIDO(WS-CAS-IDX) TO DPR-APELLIDO.
           MOVE WS-CAS-NOMBRE(WS-CAS-IDX) TO DPR-NOMBRE.
           MOVE WS-CAS-CASO(WS-CAS-IDX) TO DPR-CASO.
           MOVE WS-CAS-SANCION(WS-CAS-IDX) TO DPR-SANCION.
           MOVE WS-NUEVO-ESTADO TO DPR-NUEVO-ESTADO.
           MOVE "P" TO DPR-ESTADO.
           MOVE WS-SES-OPERADOR TO DPR-PROPUSO.
           MOVE SPACES TO DPR-REVISO.
           OPEN EXTEND PROPUESTAS-FILE.
           IF WS-PRO-STATUS NOT = "00"
               OPEN OUTPUT PROPUESTAS-FILE
           END-IF.
           WRITE DPR-REC.
           CLOSE PROPUESTAS-FILE.
           DISPLAY "PROPUESTA DE ESTADO " WS-NUEVO-ESTADO
               " PARA " DPR-MATRICULA
               " QUEDA PENDIENTE EN RevisarPropuestas.".

       0800-BUSCAR-EN-MAESTRO.
           MOVE "N" TO WS-EN-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
           ELSE
               MOVE SPACES TO MAESTRO-REC
               PERFORM UNTIL EOF-MAESTRO OR EXISTE-EN-MAESTRO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       AND MAE-MATRICULA = WS-MATRICULA-BUSCADA
                       SET EXISTE-EN-MAESTRO TO TRUE
                       MOVE MAE-APELLIDO TO WS-APELLIDO
                       MOVE MAE-NOMBRE TO WS-NOMBRE
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

       0900-ESCRIBIR-AUDITORIA.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE WS-AUDIT-FECHA TO WAL-FECHA.
           MOVE WS-AUDIT-HORA TO WAL-HORA.
           MOVE WS-SES-OPERADOR TO WAL-OPERADOR.
           MOVE WS-CAS-ENTRY(WS-CAS-IDX) TO WAL-REGISTRO.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
           CLOSE AUDIT-FILE.

       END PROGRAM MantenimientoDisciplina.
