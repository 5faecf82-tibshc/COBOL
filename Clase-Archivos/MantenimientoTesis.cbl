       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoTesis.
       AUTHOR.         J R.

      * Registro de trabajos de grado (tesis y proyectos de cierre)
      * TESIS.DAT, en el estilo de menu de MantenimientoAsesores y
      * con la sesion de operador de MantenimientoRoster. Cada
      * proyecto recorre su ciclo de vida:
      *   R registrada -> P propuesta aprobada -> E en curso ->
      *   D defendida -> A aprobada / F reprobada.
      * El supervisor y los hasta tres miembros del comite deben
      * existir activos en PROFESORES.DAT; el estudiante debe estar
      * activo en MAESTRO.DAT, que da la carrera del proyecto. El
      * resultado de la defensa (A/F) requiere nivel supervisor,
      * porque es lo que AuditoriaGrado toma como requisito de
      * trabajo de grado cumplido. Cada cambio deja su linea en
      * TESIS_AUDIT.LOG con la imagen del registro, igual que
      * ROSTER_AUDIT.LOG. Un estudiante con proyecto reprobado puede
      * registrar uno nuevo; el reprobado queda como historia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TESIS-FILE ASSIGN TO "TESIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-CHECK-KEY.
           SELECT PROFESORES-FILE ASSIGN TO "PROFESORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "TESIS_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TESIS-FILE.
       01  TES-REC.
           88  EOF-TES             VALUE HIGH-VALUE.
           COPY "TESIS-RECORD.CBL"
               REPLACING LEADING ==TS== BY ==TES==.

       FD  PROFESORES-FILE.
       01  PRO-REC.
           88  EOF-PRO             VALUE HIGH-VALUE.
           02  PRO-ID              PIC X(6).
           02  PRO-NOMBRE          PIC X(30).
           02  PRO-ACTIVO          PIC X(1).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(143).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-PRO-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-AUDIT-FECHA      PIC 9(8).
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "6".
           05  WS-IDX              PIC 9(3).
           05  WS-TES-IDX          PIC 9(3).
           05  WS-COM-IDX          PIC 9.
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-PRO-BUSCADO      PIC X(6).
           05  WS-TEMA             PIC X(40).
           05  WS-RESULTADO        PIC X(1).
               88  RESULTADO-VALIDO VALUE "A" "F".
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA            PIC 9(8).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-CARRERA          PIC X(3).
           05  WS-MIEMBROS         PIC 9.
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".
           05  WS-PROFESOR-OK      PIC X.
               88  PROFESOR-ACTIVO VALUE "Y".
           05  WS-EN-MAESTRO       PIC X.
               88  ESTUDIANTE-ACTIVO VALUE "Y".

      * Sesion de operador (IniciarSesion): el id firmado fluye a la
      * auditoria y el nivel controla el registro del resultado.
       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

       01  WS-PROFESORES.
           05  WS-PRO-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PRO-ENTRY OCCURS 200 TIMES.
               10  WS-PRO-ID       PIC X(6).
               10  WS-PRO-ACTIVO   PIC X(1).

      * Tabla en memoria con el mismo trazo que TESIS.DAT; el
      * archivo es chico y se reescribe completo en cada cambio,
      * como ASESORES.DAT en su mantenimiento.
       01  WS-TESIS.
           05  WS-TES-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-TES-ENTRY OCCURS 300 TIMES.
               10  WS-TES-MATRICULA PIC 9(7).
               10  WS-TES-CARRERA  PIC X(3).
               10  WS-TES-TEMA     PIC X(40).
               10  WS-TES-SUPERVISOR PIC X(6).
               10  WS-TES-COMITE   PIC X(6) OCCURS 3 TIMES.
               10  WS-TES-ESTADO   PIC X(1).
               10  WS-TES-TERMINO  PIC X(6).
               10  WS-TES-FECHA-PROPUESTA PIC 9(8).
               10  WS-TES-FECHA-DEFENSA PIC 9(8).
               10  WS-TES-FECHA-RESULTADO PIC 9(8).

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-OPERADOR        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-ACCION          PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAL-REGISTRO        PIC X(105).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TERMINO-ACTUAL.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   AT END CONTINUE
               END-READ
               MOVE TERMINO-REC TO WS-TERMINO-ACTUAL
               CLOSE TERMINO-FILE
           END-IF.
           PERFORM 0120-CARGAR-PROFESORES.
           PERFORM 0130-CARGAR-TESIS.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-TESIS
                   WHEN "2"
                       PERFORM 0300-REGISTRAR-TESIS
                           THRU 0300-EXIT
                   WHEN "3"
                       PERFORM 0400-ASIGNAR-COMITE
                           THRU 0400-EXIT
                   WHEN "4"
                       PERFORM 0500-AVANZAR-ESTADO
                           THRU 0500-EXIT
                   WHEN "5"
                       IF NIVEL-SUPERVISOR
                           PERFORM 0600-REGISTRAR-RESULTADO
                               THRU 0600-EXIT
                       ELSE
                           DISPLAY "REGISTRAR RESULTADO REQUIERE "
                               "NIVEL SUPERVISOR."
                       END-IF
                   WHEN "6"
                       DISPLAY "SALIENDO DEL REGISTRO DE TESIS."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  REGISTRO DE TRABAJOS DE GRADO".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR PROYECTOS".
           DISPLAY "2. REGISTRAR PROYECTO".
           DISPLAY "3. ASIGNAR COMITE".
           DISPLAY "4. AVANZAR ESTADO (R->P->E->D)".
           DISPLAY "5. REGISTRAR RESULTADO DE LA DEFENSA".
           DISPLAY "6. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-PROFESORES.
           OPEN INPUT PROFESORES-FILE.
           IF WS-PRO-STATUS NOT = "00"
               DISPLAY "SIN PROFESORES.DAT: NO SE PODRA ASIGNAR "
                   "SUPERVISOR NI COMITE."
           ELSE
               PERFORM UNTIL EOF-PRO
                   READ PROFESORES-FILE
                       AT END SET EOF-PRO TO TRUE
                   END-READ
                   IF NOT EOF-PRO AND WS-PRO-COUNT < 200
                       ADD 1 TO WS-PRO-COUNT
                       MOVE PRO-ID TO WS-PRO-ID(WS-PRO-COUNT)
                       MOVE PRO-ACTIVO TO WS-PRO-ACTIVO(WS-PRO-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PROFESORES-FILE
           END-IF.

       0130-CARGAR-TESIS.
           OPEN INPUT TESIS-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "TESIS.DAT NO EXISTE TODAVIA; SE CREARA "
                   "AL REGISTRAR EL PRIMER PROYECTO."
           ELSE
               PERFORM UNTIL EOF-TES
                   READ TESIS-FILE
                       AT END SET EOF-TES TO TRUE
                   END-READ
                   IF NOT EOF-TES AND WS-TES-COUNT < 300
                       ADD 1 TO WS-TES-COUNT
                       MOVE TES-REC TO WS-TES-ENTRY(WS-TES-COUNT)
                   END-IF
               END-PERFORM
               CLOSE TESIS-FILE
           END-IF.

       0140-GUARDAR-TESIS.
           OPEN OUTPUT TESIS-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TES-COUNT
               MOVE WS-TES-ENTRY(WS-IDX) TO TES-REC
               WRITE TES-REC
           END-PERFORM.
           CLOSE TESIS-FILE.

       0200-LISTAR-TESIS.
           IF WS-TES-COUNT = ZERO
               DISPLAY "SIN PROYECTOS REGISTRADOS."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TES-COUNT
               DISPLAY WS-TES-MATRICULA(WS-IDX) " | "
                   WS-TES-CARRERA(WS-IDX) " | "
                   WS-TES-ESTADO(WS-IDX) " | "
                   WS-TES-TERMINO(WS-IDX) " | SUP "
                   WS-TES-SUPERVISOR(WS-IDX) " | COMITE "
                   WS-TES-COMITE(WS-IDX, 1) " "
                   WS-TES-COMITE(WS-IDX, 2) " "
                   WS-TES-COMITE(WS-IDX, 3)
               DISPLAY "    " WS-TES-TEMA(WS-IDX)
           END-PERFORM.

      * Un proyecto vigente (cualquier estado salvo F) por
      * estudiante; el aprobado cierra la puerta a uno nuevo.
       0300-REGISTRAR-TESIS.
           IF WS-TES-COUNT = 300
               DISPLAY "LA TABLA DE PROYECTOS ESTA LLENA (300)."
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0700-PEDIR-MATRICULA.
           IF WS-MATRICULA-BUSCADA = ZERO
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0710-BUSCAR-TESIS.
           IF SE-ENCONTRO
               AND WS-TES-ESTADO(WS-TES-IDX) NOT = "F"
               DISPLAY "EL ESTUDIANTE YA TIENE PROYECTO EN ESTADO "
                   WS-TES-ESTADO(WS-TES-IDX)
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0800-BUSCAR-EN-MAESTRO.
           IF NOT ESTUDIANTE-ACTIVO
               DISPLAY "EL ESTUDIANTE NO ESTA ACTIVO EN MAESTRO.DAT: "
                   WS-MATRICULA-BUSCADA
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "TEMA DEL PROYECTO (40 POSICIONES): ".
           MOVE SPACES TO WS-TEMA.
           ACCEPT WS-TEMA.
           IF WS-TEMA = SPACES
               DISPLAY "FALTA EL TEMA DEL PROYECTO."
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "CLAVE DEL SUPERVISOR (PROFESORES.DAT): ".
           ACCEPT WS-PRO-BUSCADO.
           PERFORM 0810-VALIDAR-PROFESOR.
           IF NOT PROFESOR-ACTIVO
               DISPLAY "NO EXISTE O ESTA INACTIVO EL PROFESOR: "
                   WS-PRO-BUSCADO
               GO TO 0300-EXIT
           END-IF.
           ADD 1 TO WS-TES-COUNT.
           MOVE WS-TES-COUNT TO WS-TES-IDX.
           INITIALIZE WS-TES-ENTRY(WS-TES-IDX).
           MOVE WS-MATRICULA-BUSCADA TO WS-TES-MATRICULA(WS-TES-IDX).
           MOVE WS-CARRERA TO WS-TES-CARRERA(WS-TES-IDX).
           MOVE WS-TEMA TO WS-TES-TEMA(WS-TES-IDX).
           MOVE WS-PRO-BUSCADO TO WS-TES-SUPERVISOR(WS-TES-IDX).
           MOVE "R" TO WS-TES-ESTADO(WS-TES-IDX).
           MOVE WS-TERMINO-ACTUAL TO WS-TES-TERMINO(WS-TES-IDX).
           PERFORM 0140-GUARDAR-TESIS.
           MOVE "ALTA" TO WAL-ACCION.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "PROYECTO REGISTRADO EN ESTADO R, TERMINO "
               WS-TERMINO-ACTUAL.

       0300-EXIT.
           EXIT.

      * El comite se arma antes de la defensa; el supervisor no
      * puede ser a la vez miembro del comite, ni repetirse un
      * miembro. Se piden tres claves; ENTER o una clave rechazada
      * no ocupa lugar.
       0400-ASIGNAR-COMITE.
           PERFORM 0700-PEDIR-MATRICULA.
           IF WS-MATRICULA-BUSCADA = ZERO
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0710-BUSCAR-TESIS.
           IF NOT SE-ENCONTRO
               DISPLAY "NO HAY PROYECTO DE " WS-MATRICULA-BUSCADA
               GO TO 0400-EXIT
           END-IF.
           IF WS-TES-ESTADO(WS-TES-IDX) NOT = "R"
               AND WS-TES-ESTADO(WS-TES-IDX) NOT = "P"
               AND WS-TES-ESTADO(WS-TES-IDX) NOT = "E"
               DISPLAY "EL COMITE YA NO SE PUEDE CAMBIAR (ESTADO "
                   WS-TES-ESTADO(WS-TES-IDX) ")."
               GO TO 0400-EXIT
           END-IF.
           PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                   UNTIL WS-COM-IDX > 3
               MOVE SPACES TO WS-TES-COMITE(WS-TES-IDX, WS-COM-IDX)
           END-PERFORM.
           MOVE ZERO TO WS-MIEMBROS.
           PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                   UNTIL WS-COM-IDX > 3
               DISPLAY "MIEMBRO " WS-COM-IDX
                   " DEL COMITE (ENTER = NINGUNO): "
               MOVE SPACES TO WS-PRO-BUSCADO
               ACCEPT WS-PRO-BUSCADO
               IF WS-PRO-BUSCADO NOT = SPACES
                   PERFORM 0410-VALIDAR-MIEMBRO
               END-IF
           END-PERFORM.
           PERFORM 0140-GUARDAR-TESIS.
           MOVE "COMITE" TO WAL-ACCION.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "COMITE ASIGNADO.".

       0400-EXIT.
           EXIT.

       0410-VALIDAR-MIEMBRO.
           PERFORM 0810-VALIDAR-PROFESOR.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 3
               IF WS-TES-COMITE(WS-TES-IDX, WS-IDX) = WS-PRO-BUSCADO
                   SET SE-ENCONTRO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT PROFESOR-ACTIVO
               DISPLAY "NO EXISTE O ESTA INACTIVO EL PROFESOR: "
                   WS-PRO-BUSCADO
           ELSE
               IF WS-PRO-BUSCADO = WS-TES-SUPERVISOR(WS-TES-IDX)
                   OR SE-ENCONTRO
                   DISPLAY "EL PROFESOR YA ES SUPERVISOR O MIEMBRO: "
                       WS-PRO-BUSCADO
               ELSE
                   ADD 1 TO WS-MIEMBROS
                   MOVE WS-PRO-BUSCADO
                       TO WS-TES-COMITE(WS-TES-IDX, WS-MIEMBROS)
               END-IF
           END-IF.

      * R -> P pide la fecha de aprobacion de la propuesta; P -> E
      * no pide nada; E -> D pide la fecha de la defensa y exige
      * comite con al menos un miembro.
       0500-AVANZAR-ESTADO.
           PERFORM 0700-PEDIR-MATRICULA.
           IF WS-MATRICULA-BUSCADA = ZERO
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0710-BUSCAR-TESIS.
           IF NOT SE-ENCONTRO
               DISPLAY "NO HAY PROYECTO DE " WS-MATRICULA-BUSCADA
               GO TO 0500-EXIT
           END-IF.
           EVALUATE WS-TES-ESTADO(WS-TES-IDX)
               WHEN "R"
                   DISPLAY "FECHA DE APROBACION DE LA PROPUESTA"
                   PERFORM 0720-PEDIR-FECHA
                   IF WS-FECHA = ZERO
                       GO TO 0500-EXIT
                   END-IF
                   MOVE WS-FECHA
                       TO WS-TES-FECHA-PROPUESTA(WS-TES-IDX)
                   MOVE "P" TO WS-TES-ESTADO(WS-TES-IDX)
               WHEN "P"
                   MOVE "E" TO WS-TES-ESTADO(WS-TES-IDX)
               WHEN "E"
                   MOVE ZERO TO WS-MIEMBROS
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 3
                       IF WS-TES-COMITE(WS-TES-IDX, WS-IDX)
                           NOT = SPACES
                           ADD 1 TO WS-MIEMBROS
                       END-IF
                   END-PERFORM
                   IF WS-MIEMBROS = ZERO
                       DISPLAY "SIN COMITE ASIGNADO NO HAY DEFENSA."
                       GO TO 0500-EXIT
                   END-IF
                   DISPLAY "FECHA DE LA DEFENSA"
                   PERFORM 0720-PEDIR-FECHA
                   IF WS-FECHA = ZERO
                       GO TO 0500-EXIT
                   END-IF
                   IF WS-FECHA < WS-TES-FECHA-PROPUESTA(WS-TES-IDX)
                       DISPLAY "LA DEFENSA ES ANTERIOR A LA "
                           "PROPUESTA ("
                           WS-TES-FECHA-PROPUESTA(WS-TES-IDX) ")."
                       GO TO 0500-EXIT
                   END-IF
                   MOVE WS-FECHA TO WS-TES-FECHA-DEFENSA(WS-TES-IDX)
                   MOVE "D" TO WS-TES-ESTADO(WS-TES-IDX)
               WHEN OTHER
                   DISPLAY "EL PROYECTO ESTA EN ESTADO "
                       WS-TES-ESTADO(WS-TES-IDX)
                       "; USE LA OPCION 5 O YA ESTA CERRADO."
                   GO TO 0500-EXIT
           END-EVALUATE.
           PERFORM 0140-GUARDAR-TESIS.
           MOVE "ESTADO" TO WAL-ACCION.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "PROYECTO AHORA EN ESTADO "
               WS-TES-ESTADO(WS-TES-IDX).

       0500-EXIT.
           EXIT.

       0600-REGISTRAR-RESULTADO.
           PERFORM 0700-PEDIR-MATRICULA.
           IF WS-MATRICULA-BUSCADA = ZERO
               GO TO 0600-EXIT
           END-IF.
           PERFORM 0710-BUSCAR-TESIS.
           IF NOT SE-ENCONTRO
               DISPLAY "NO HAY PROYECTO DE " WS-MATRICULA-BUSCADA
               GO TO 0600-EXIT
           END-IF.
           IF WS-TES-ESTADO(WS-TES-IDX) NOT = "D"
               DISPLAY "SOLO UN PROYECTO DEFENDIDO (D) RECIBE "
                   "RESULTADO; ESTADO ACTUAL "
                   WS-TES-ESTADO(WS-TES-IDX)
               GO TO 0600-EXIT
           END-IF.
           DISPLAY "RESULTADO (A=APROBADO, F=REPROBADO): ".
           ACCEPT WS-RESULTADO.
           IF NOT RESULTADO-VALIDO
               DISPLAY "RESULTADO INVALIDO: " WS-RESULTADO
               GO TO 0600-EXIT
           END-IF.
           MOVE WS-RESULTADO TO WS-TES-ESTADO(WS-TES-IDX).
           MOVE WS-FECHA-HOY TO WS-TES-FECHA-RESULTADO(WS-TES-IDX).
           PERFORM 0140-GUARDAR-TESIS.
           MOVE "RESULT" TO WAL-ACCION.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "RESULTADO REGISTRADO: " WS-RESULTADO.

       0600-EXIT.
           EXIT.

      * Matricula en cero al volver = dato invalido, ya avisado.
       0700-PEDIR-MATRICULA.
           MOVE ZERO TO WS-MATRICULA-BUSCADA.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
           ELSE
               MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA
           END-IF.

      * El proyecto que cuenta es el ultimo registrado del
      * estudiante (el archivo crece en orden de registro).
       0710-BUSCAR-TESIS.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TES-COUNT
               IF WS-TES-MATRICULA(WS-IDX) = WS-MATRICULA-BUSCADA
                   SET SE-ENCONTRO TO TRUE
                   MOVE WS-IDX TO WS-TES-IDX
               END-IF
           END-PERFORM.

      * Fecha en cero al volver = dato invalido, ya avisado.
       0720-PEDIR-FECHA.
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
                   OR WS-FECHA > WS-FECHA-HOY
                   MOVE ZERO TO WS-FECHA
               END-IF
           END-IF.
           IF WS-FECHA = ZERO
               DISPLAY "FECHA INVALIDA O FUTURA: " WS-FECHA-TEXTO
           END-IF.

      * Activo en cualquier fila del maestro; la carrera del
      * proyecto es la de esa fila.
       0800-BUSCAR-EN-MAESTRO.
           MOVE "N" TO WS-EN-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
           ELSE
               MOVE SPACES TO MAESTRO-REC
               PERFORM UNTIL EOF-MAESTRO OR ESTUDIANTE-ACTIVO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       AND MAE-MATRICULA = WS-MATRICULA-BUSCADA
                       AND (MAE-ESTADO = "A" OR MAE-ESTADO = SPACE)
                       SET ESTUDIANTE-ACTIVO TO TRUE
                       MOVE MAE-DEG TO WS-CARRERA
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

       0810-VALIDAR-PROFESOR.
           MOVE "N" TO WS-PROFESOR-OK.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRO-COUNT
               IF WS-PRO-ID(WS-IDX) = WS-PRO-BUSCADO
                   AND WS-PRO-ACTIVO(WS-IDX) = "A"
                   SET PROFESOR-ACTIVO TO TRUE
               END-IF
           END-PERFORM.

      * La imagen del proyecto, ya con el cambio aplicado, viaja en
      * la linea de auditoria.
       0900-ESCRIBIR-AUDITORIA.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE WS-AUDIT-FECHA TO WAL-FECHA.
           MOVE WS-AUDIT-HORA TO WAL-HORA.
           MOVE WS-SES-OPERADOR TO WAL-OPERADOR.
           MOVE WS-TES-ENTRY(WS-TES-IDX) TO WAL-REGISTRO.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
           CLOSE AUDIT-FILE.

       END PROGRAM MantenimientoTesis.
