       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CancelarSeccion.
       AUTHOR.         J R.

      * Cancelacion o fusion de secciones, supervisada, en el
      * espiritu de CambiarCarrera: hasta ahora cancelar una seccion
      * o juntar dos secciones chicas era editar a mano el DEGCOD de
      * cada inscrito y olvidarse de la lista de espera y de la
      * asignacion del profesor. El supervisor firmado da la seccion
      * origen y, si es fusion, la seccion destino (en blanco =
      * cancelacion sin destino).
      *
      * Cada inscripcion activa del origen en el maestro MAESTRO.DAT
      * se pasa al destino mientras el destino tenga cupo
      * (CAT-T-CUPO; cero = sin limite) y no le choque de horario con
      * sus otras secciones (la regla de IntakeAltas) y sea de su
      * misma sede (MR-SEDE contra CAT-T-SEDE, en blanco = principal)
      * o el destino admita otras sedes; el cambio se
      * hace igual en el maestro y en el extracto STUDENTS_1.DAT, se
      * anota en CAMBIOS_JOURNAL.DAT (accion M) para que
      * GenerarExtractos regenere los demas extractos, y al final se
      * reconstruye STUDENTS_1.IDX via CargarMaestroIdx. Las filas de
      * LISTA_ESPERA.DAT del origen pasan al final de la cola del
      * destino, detras de quienes ya esperaban ahi. El origen queda
      * inactivo (N) en CATALOGO.DAT y su fila sale de
      * ASIGNACION.DAT, de modo que el profesor queda libre.
      *
      * Todo estudiante tocado sale en la lista de avisos
      * AVISOS_SECCION.DAT (fecha, operador, origen, destino y
      * resultado). Quien no se pudo reubicar -- destino lleno,
      * choque de horario, ya inscrito en el destino, destino de
      * otra sede, o cancelacion sin destino -- conserva su
      * inscripcion tal como estaba y sale ademas en
      * SECCION_PENDIENTES.DAT con el motivo, para que
      * registro lo resuelva; nadie desaparece en silencio. Con
      * pendientes la corrida termina con RETURN-CODE 4. Con mas de
      * 500 inscripciones activas, mas de 200 inscritos en el origen
      * o mas de 100 filas de espera del origen aborta con
      * RETURN-CODE 16 antes de tocar ningun archivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           COPY "ARCHIVOS-FISICOS.CBL"
               REPLACING ==FIS-FILE== BY ==ROSTER-FILE==
                         ==FIS-DAT==  BY =="STUDENTS_1.DAT"==.
           SELECT ESPERA-FILE ASSIGN TO "LISTA_ESPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESPERA-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CATALOGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT TEMP-FILE ASSIGN TO "SECCION.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CAMBIOS_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AVISOS-FILE ASSIGN TO "AVISOS_SECCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOS-STATUS.
           SELECT PENDIENTES-FILE ASSIGN TO "SECCION_PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

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

       FD  ESPERA-FILE.
       01  ESPERA-REC.
           88  EOF-ESPERA          VALUE HIGH-VALUE.
           02  ESP-MATRICULA       PIC 9(7).
           02  ESP-APELLIDO        PIC X(10).
           02  ESP-NOMBRE          PIC X(10).
           02  ESP-CODIGO          PIC X(9).
           02  ESP-MATERIA         PIC X(3).
           02  ESP-GENERO          PIC X(1).
           02  ESP-SEDE            PIC X(3).

       FD  CATALOGO-FILE.
       01  CAT-REC.
           88  EOF-CAT             VALUE HIGH-VALUE.
           02  CAT-CODIGO          PIC X(9).
           02  CAT-TITULO          PIC X(30).
           02  CAT-CREDITOS        PIC 9(2).
           02  CAT-CUPO            PIC 9(3).
           02  CAT-DIAS            PIC X(5).
           02  CAT-HORA-INI        PIC 9(2).
           02  CAT-HORA-FIN        PIC 9(2).
           02  CAT-ACTIVO          PIC X(1).
           02  CAT-SEDE            PIC X(3).
           02  CAT-INTERSEDE       PIC X(1).

       FD  ASIGNACION-FILE.
       01  ASG-REC.
           88  EOF-ASG             VALUE HIGH-VALUE.
           02  ASG-CODIGO          PIC X(9).
           02  ASG-PROFESOR        PIC X(6).

       FD  TEMP-FILE.
       01  TEMP-REC                PIC X(120).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           02  JRN-FECHA           PIC 9(8).
           02  JRN-PROGRAMA        PIC X(20).
           02  JRN-MATRICULA       PIC 9(7).
           02  JRN-ACCION          PIC X(1).

       FD  AVISOS-FILE.
       01  AVISOS-REC              PIC X(110).

       FD  PENDIENTES-FILE.
       01  PENDIENTES-REC          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-ESPERA-STATUS    PIC X(2).
           05  WS-CAT-STATUS       PIC X(2).
           05  WS-ASG-STATUS       PIC X(2).
           05  WS-TEMP-STATUS      PIC X(2).
           05  WS-JOURNAL-STATUS   PIC X(2).
           05  WS-AVISOS-STATUS    PIC X(2).
           05  WS-PEND-STATUS      PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-IDX-2            PIC 9(3).
           05  WS-MOV-IDX          PIC 9(3).
           05  WS-BUSCA-MATRICULA  PIC 9(7).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-DIA-IDX          PIC 9.
           05  WS-ORIGEN           PIC X(9).
           05  WS-DESTINO          PIC X(9).
           05  WS-CONFIRMA         PIC X(1).
           05  WS-HALLADO          PIC X.
           05  WS-CUPO-DESTINO     PIC 9(3).
           05  WS-SEDE-DESTINO     PIC X(3).
           05  WS-INTERSEDE-DESTINO PIC X(1).
           05  WS-INSCRITOS-DESTINO PIC 9(3) VALUE ZERO.
           05  WS-DIAS-1           PIC X(5).
           05  WS-DIAS-2           PIC X(5).
           05  WS-H1-INI           PIC 9(2).
           05  WS-H1-FIN           PIC 9(2).
           05  WS-H2-INI           PIC 9(2).
           05  WS-H2-FIN           PIC 9(2).
           05  WS-CHOQUE-SW        PIC X.
               88  HAY-CHOQUE      VALUE "Y".
           05  WS-CHOQUE-CON       PIC X(9).
           05  WS-PROFESOR-LIBERADO PIC X(6) VALUE SPACES.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-CMD              PIC X(100).
           05  WS-RC               PIC S9(4).
           05  WS-REUBICADOS       PIC 9(3) VALUE ZERO.
           05  WS-PENDIENTES       PIC 9(3) VALUE ZERO.
           05  WS-ESPERA-MOVIDAS   PIC 9(3) VALUE ZERO.
           05  WS-ESPERA-ANULADAS  PIC 9(3) VALUE ZERO.
           05  WS-MAE-CAMBIADOS    PIC 9(3) VALUE ZERO.
           05  WS-ROS-CAMBIADOS    PIC 9(3) VALUE ZERO.

      * Sesion de operador: la cancelacion exige supervisor y su
      * identidad viaja a la lista de avisos.
       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

           COPY "SEDES-TABLA.CBL"
               REPLACING LEADING ==SED== BY ==WS-SED==.

      * Inscripciones activas del maestro (matricula y seccion), para
      * contar el destino y cotejar horarios.
       01  WS-ACTIVAS.
           05  WS-ACT-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ACT-ENTRY OCCURS 500 TIMES.
               10  WS-ACT-MATRICULA PIC 9(7).
               10  WS-ACT-CODIGO   PIC X(9).

      * Inscritos del origen, con el resultado de su reubicacion:
      * R = reubicado, L = destino lleno, C = choque de horario,
      * D = ya inscrito en el destino, O = destino de otra sede,
      * S = cancelacion sin destino.
       01  WS-MOVIMIENTOS.
           05  WS-MOV-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-MOV-ENTRY OCCURS 200 TIMES.
               10  WS-MOV-MATRICULA PIC 9(7).
               10  WS-MOV-APELLIDO PIC X(10).
               10  WS-MOV-NOMBRE   PIC X(10).
               10  WS-MOV-SEDE     PIC X(3).
               10  WS-MOV-RESULTADO PIC X(1).
                   88  MOV-REUBICADO VALUE "R".
               10  WS-MOV-DETALLE  PIC X(9).

      * Filas de espera del origen, que van al final de la cola.
       01  WS-ESPERAS.
           05  WS-ESP-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ESP-ENTRY OCCURS 100 TIMES.
               10  WS-ESP-REG      PIC X(43).

       01  WS-AVISO-LINEA.
           05  WAV-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAV-OPERADOR        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAV-MATRICULA       PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  WAV-APELLIDO        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WAV-NOMBRE          PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WAV-ORIGEN          PIC X(9).
           05  FILLER              PIC X(4) VALUE " -> ".
           05  WAV-DESTINO         PIC X(9).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAV-RESULTADO       PIC X(32).

       01  WS-PEND-TITULO.
           05  FILLER              PIC X(34) VALUE
               "ESTUDIANTES SIN REUBICAR - ORIGEN ".
           05  WPT-ORIGEN          PIC X(9).
           05  FILLER              PIC X(10) VALUE "  DESTINO ".
           05  WPT-DESTINO         PIC X(9).

       01  WS-PEND-LINEA.
           05  WPL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  WPL-APELLIDO        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WPL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WPL-MOTIVO          PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "CANCELAR O FUSIONAR SECCIONES REQUIERE NIVEL "
                   "SUPERVISOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           CALL "CargarSedes" USING WS-SED-TABLA.
           DISPLAY "SECCION ORIGEN (9 POSICIONES): ".
           ACCEPT WS-ORIGEN.
           DISPLAY "SECCION DESTINO (EN BLANCO = CANCELAR SIN "
               "DESTINO): ".
           ACCEPT WS-DESTINO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = WS-ORIGEN
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               DISPLAY "LA SECCION ORIGEN NO ESTA ACTIVA EN EL "
                   "CATALOGO: " WS-ORIGEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-CUPO-DESTINO.
           MOVE SPACES TO WS-DIAS-1.
           MOVE ZERO TO WS-H1-INI WS-H1-FIN.
           IF WS-DESTINO NOT = SPACES
               IF WS-DESTINO = WS-ORIGEN
                   DISPLAY "EL DESTINO NO PUEDE SER LA MISMA SECCION."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-HALLADO
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATREF-COUNT
                   IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = WS-DESTINO
                       MOVE "Y" TO WS-HALLADO
                       MOVE WS-CATREF-T-CUPO(WS-CAT-IDX)
                           TO WS-CUPO-DESTINO
                       MOVE WS-CATREF-T-DIAS(WS-CAT-IDX) TO WS-DIAS-1
                       MOVE WS-CATREF-T-HORA-INI(WS-CAT-IDX)
                           TO WS-H1-INI
                       MOVE WS-CATREF-T-HORA-FIN(WS-CAT-IDX)
                           TO WS-H1-FIN
                       MOVE WS-CATREF-T-SEDE(WS-CAT-IDX)
                           TO WS-SEDE-DESTINO
                       MOVE WS-CATREF-T-INTERSEDE(WS-CAT-IDX)
                           TO WS-INTERSEDE-DESTINO
                   END-IF
               END-PERFORM
               IF WS-HALLADO = "N"
                   DISPLAY "LA SECCION DESTINO NO ESTA ACTIVA EN EL "
                       "CATALOGO: " WS-DESTINO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SEDE-DESTINO = SPACES
                   MOVE WS-SED-PRINCIPAL TO WS-SEDE-DESTINO
               END-IF
               DISPLAY "FUSION: " WS-ORIGEN " -> " WS-DESTINO
                   " (CUPO DESTINO " WS-CUPO-DESTINO ", SEDE "
                   WS-SEDE-DESTINO ")."
           ELSE
               DISPLAY "CANCELACION SIN DESTINO DE " WS-ORIGEN "."
           END-IF.
           DISPLAY "CONFIRMA (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "NO SE TOCO NINGUN ARCHIVO."
               STOP RUN
           END-IF.
           PERFORM 0110-CARGAR-MAESTRO.
           PERFORM 0120-CONTAR-ESPERA.

       0110-CARGAR-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-MAESTRO
               READ MAESTRO-FILE
                   AT END SET EOF-MAESTRO TO TRUE
               END-READ
               IF NOT EOF-MAESTRO
                   AND (MAE-ESTADO = "A" OR MAE-ESTADO = SPACE)
      * Con la tabla llena no se puede cotejar cupo ni horario con
      * certeza: se aborta antes de tocar nada.
                   IF WS-ACT-COUNT NOT < 500
                       DISPLAY "MAS DE 500 INSCRIPCIONES ACTIVAS EN "
                           "MAESTRO.DAT; NO SE TOCO NINGUN ARCHIVO."
                       CLOSE MAESTRO-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ACT-COUNT
                   MOVE MAE-MATRICULA TO WS-ACT-MATRICULA(WS-ACT-COUNT)
                   MOVE MAE-DEGCOD TO WS-ACT-CODIGO(WS-ACT-COUNT)
      * Igual con los inscritos del origen: el que no cupiera en la
      * tabla se quedaria en la seccion desactivada sin aviso.
                   IF MAE-DEGCOD = WS-ORIGEN AND WS-MOV-COUNT NOT < 200
                       DISPLAY "MAS DE 200 INSCRITOS EN " WS-ORIGEN
                           "; NO SE TOCO NINGUN ARCHIVO."
                       CLOSE MAESTRO-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF MAE-DEGCOD = WS-ORIGEN
                       ADD 1 TO WS-MOV-COUNT
                       MOVE MAE-MATRICULA
                           TO WS-MOV-MATRICULA(WS-MOV-COUNT)
                       MOVE MAE-APELLIDO
                           TO WS-MOV-APELLIDO(WS-MOV-COUNT)
                       MOVE MAE-NOMBRE TO WS-MOV-NOMBRE(WS-MOV-COUNT)
                       IF MAE-SEDE = SPACES
                           MOVE WS-SED-PRINCIPAL
                               TO WS-MOV-SEDE(WS-MOV-COUNT)
                       ELSE
                           MOVE MAE-SEDE TO WS-MOV-SEDE(WS-MOV-COUNT)
                       END-IF
                       MOVE SPACE TO WS-MOV-RESULTADO(WS-MOV-COUNT)
                       MOVE SPACES TO WS-MOV-DETALLE(WS-MOV-COUNT)
                   END-IF
                   IF WS-DESTINO NOT = SPACES
                       AND MAE-DEGCOD = WS-DESTINO
                       ADD 1 TO WS-INSCRITOS-DESTINO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MAESTRO-FILE.

      * Las filas de espera del origen se reescriben desde una tabla
      * de 100; si hay mas, se aborta aqui, antes de tocar el
      * maestro, para que ninguna quede apuntando a la seccion
      * cancelada.
       0120-CONTAR-ESPERA.
           MOVE ZERO TO WS-ESP-COUNT.
           OPEN INPUT ESPERA-FILE.
           IF WS-ESPERA-STATUS = "00"
               PERFORM UNTIL EOF-ESPERA
                   READ ESPERA-FILE
                       AT END SET EOF-ESPERA TO TRUE
                   END-READ
                   IF NOT EOF-ESPERA AND ESP-CODIGO = WS-ORIGEN
                       ADD 1 TO WS-ESP-COUNT
                   END-IF
               END-PERFORM
               CLOSE ESPERA-FILE
               INITIALIZE ESPERA-REC
           END-IF.
           IF WS-ESP-COUNT > 100
               DISPLAY "MAS DE 100 FILAS DE ESPERA DE " WS-ORIGEN
                   " EN LISTA_ESPERA.DAT; NO SE TOCO NINGUN ARCHIVO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-ESP-COUNT.

       0200-PROCESO.
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-MOV-COUNT
               PERFORM 0210-DECIDIR-DESTINO THRU 0210-EXIT
           END-PERFORM.
           PERFORM 0230-REESCRIBIR-MAESTRO.
           PERFORM 0240-REESCRIBIR-ROSTER.
           PERFORM 0250-REESCRIBIR-ESPERA.
           PERFORM 0260-DESACTIVAR-CATALOGO.
           PERFORM 0270-QUITAR-ASIGNACION.
           PERFORM 0280-AVISOS-Y-JOURNAL.

      * En orden del maestro: el destino recibe mientras le quede
      * cupo, sea de la sede del estudiante (o admita otras sedes) y
      * al estudiante no le choque con sus otras secciones.
       0210-DECIDIR-DESTINO.
           IF WS-DESTINO = SPACES
               MOVE "S" TO WS-MOV-RESULTADO(WS-MOV-IDX)
               GO TO 0210-EXIT
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACT-COUNT
               IF WS-ACT-MATRICULA(WS-IDX)
                   = WS-MOV-MATRICULA(WS-MOV-IDX)
                   AND WS-ACT-CODIGO(WS-IDX) = WS-DESTINO
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "Y"
               MOVE "D" TO WS-MOV-RESULTADO(WS-MOV-IDX)
               GO TO 0210-EXIT
           END-IF.
           IF WS-INTERSEDE-DESTINO NOT = "S"
               AND WS-MOV-SEDE(WS-MOV-IDX) NOT = WS-SEDE-DESTINO
               MOVE "O" TO WS-MOV-RESULTADO(WS-MOV-IDX)
               MOVE WS-MOV-SEDE(WS-MOV-IDX)
                   TO WS-MOV-DETALLE(WS-MOV-IDX)
               GO TO 0210-EXIT
           END-IF.
           MOVE "N" TO WS-CHOQUE-SW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACT-COUNT OR HAY-CHOQUE
               IF WS-ACT-MATRICULA(WS-IDX)
                   = WS-MOV-MATRICULA(WS-MOV-IDX)
                   AND WS-ACT-CODIGO(WS-IDX) NOT = WS-ORIGEN
                   PERFORM 0220-COMPARAR-HORARIOS
               END-IF
           END-PERFORM.
           IF HAY-CHOQUE
               MOVE "C" TO WS-MOV-RESULTADO(WS-MOV-IDX)
               MOVE WS-CHOQUE-CON TO WS-MOV-DETALLE(WS-MOV-IDX)
               GO TO 0210-EXIT
           END-IF.
           IF WS-CUPO-DESTINO > ZERO
               AND WS-INSCRITOS-DESTINO NOT < WS-CUPO-DESTINO
               MOVE "L" TO WS-MOV-RESULTADO(WS-MOV-IDX)
               GO TO 0210-EXIT
           END-IF.
           MOVE "R" TO WS-MOV-RESULTADO(WS-MOV-IDX).
           ADD 1 TO WS-INSCRITOS-DESTINO.
           ADD 1 TO WS-REUBICADOS.

       0210-EXIT.
           EXIT.

      * Chocan si comparten algun dia (posicion fija no-espacio en
      * ambas) y los rangos de hora se traslapan; sin horario
      * capturado no se coteja.
       0220-COMPARAR-HORARIOS.
           MOVE SPACES TO WS-DIAS-2.
           MOVE ZERO TO WS-H2-INI WS-H2-FIN.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX)
                   = WS-ACT-CODIGO(WS-IDX)
                   MOVE WS-CATREF-T-DIAS(WS-CAT-IDX) TO WS-DIAS-2
                   MOVE WS-CATREF-T-HORA-INI(WS-CAT-IDX) TO WS-H2-INI
                   MOVE WS-CATREF-T-HORA-FIN(WS-CAT-IDX) TO WS-H2-FIN
               END-IF
           END-PERFORM.
           IF WS-H1-FIN = ZERO OR WS-H2-FIN = ZERO
               CONTINUE
           ELSE
               IF WS-H1-INI < WS-H2-FIN AND WS-H2-INI < WS-H1-FIN
                   PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                           UNTIL WS-DIA-IDX > 5
                       IF WS-DIAS-1(WS-DIA-IDX:1) NOT = SPACE
                           AND WS-DIAS-2(WS-DIA-IDX:1) NOT = SPACE
                           SET HAY-CHOQUE TO TRUE
                           MOVE WS-ACT-CODIGO(WS-IDX)
                               TO WS-CHOQUE-CON
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * Deja en WS-MOV-IDX el inscrito del origen con la matricula
      * dada (cero si no esta).
       0225-BUSCAR-MOVIMIENTO.
           MOVE ZERO TO WS-MOV-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-MOV-COUNT
               IF WS-MOV-MATRICULA(WS-IDX-2) = WS-BUSCA-MATRICULA
                   MOVE WS-IDX-2 TO WS-MOV-IDX
               END-IF
           END-PERFORM.

       0230-REESCRIBIR-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           OPEN OUTPUT TEMP-FILE.
           IF WS-TEMP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR SECCION.TMP. CODIGO: "
                   WS-TEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE MAESTRO-REC.
           PERFORM UNTIL EOF-MAESTRO
               READ MAESTRO-FILE
                   AT END SET EOF-MAESTRO TO TRUE
               END-READ
               IF NOT EOF-MAESTRO
                   IF MAE-DEGCOD = WS-ORIGEN
                       AND (MAE-ESTADO = "A" OR MAE-ESTADO = SPACE)
                       MOVE MAE-MATRICULA TO WS-BUSCA-MATRICULA
                       PERFORM 0225-BUSCAR-MOVIMIENTO
                       IF WS-MOV-IDX > ZERO
                           IF MOV-REUBICADO(WS-MOV-IDX)
                               MOVE WS-DESTINO TO MAE-DEGCOD
                               ADD 1 TO WS-MAE-CAMBIADOS
                           END-IF
                       END-IF
                   END-IF
                   WRITE TEMP-REC FROM MAESTRO-REC
               END-IF
           END-PERFORM.
           CLOSE MAESTRO-FILE.
           CLOSE TEMP-FILE.
           MOVE "mv SECCION.TMP MAESTRO.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       0240-REESCRIBIR-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "STUDENTS_1.DAT NO DISPONIBLE (" FILE-CHECK-KEY
                   "); SE REGENERA DEL MAESTRO EN GenerarExtractos."
           ELSE
               OPEN OUTPUT TEMP-FILE
               PERFORM UNTIL EOF-ROSTER
                   READ ROSTER-FILE
                       AT END SET EOF-ROSTER TO TRUE
                   END-READ
                   IF NOT EOF-ROSTER
                       IF R-CODIGO = WS-ORIGEN AND ESTUDIANTE-ACTIVO
                           MOVE R-MATRICULA TO WS-BUSCA-MATRICULA
                           PERFORM 0225-BUSCAR-MOVIMIENTO
                           IF WS-MOV-IDX > ZERO
                               IF MOV-REUBICADO(WS-MOV-IDX)
                                   MOVE WS-DESTINO TO R-CODIGO
                                   ADD 1 TO WS-ROS-CAMBIADOS
                               END-IF
                           END-IF
                       END-IF
                       WRITE TEMP-REC FROM R-ESTUDIANTE
                   END-IF
               END-PERFORM
               CLOSE ROSTER-FILE
               CLOSE TEMP-FILE
               MOVE "mv SECCION.TMP STUDENTS_1.DAT" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF.

      * La cola del destino conserva su orden; las filas del origen
      * se anexan detras. Sin destino, las filas del origen salen de
      * la cola y quedan en los avisos y los pendientes.
       0250-REESCRIBIR-ESPERA.
           OPEN INPUT ESPERA-FILE.
           IF WS-ESPERA-STATUS = "00"
               OPEN OUTPUT TEMP-FILE
               PERFORM UNTIL EOF-ESPERA
                   READ ESPERA-FILE
                       AT END SET EOF-ESPERA TO TRUE
                   END-READ
                   IF NOT EOF-ESPERA
      * 0120-CONTAR-ESPERA ya garantizo que caben en la tabla.
                       IF ESP-CODIGO = WS-ORIGEN
                           ADD 1 TO WS-ESP-COUNT
                           MOVE ESPERA-REC TO WS-ESP-REG(WS-ESP-COUNT)
                       ELSE
                           WRITE TEMP-REC FROM ESPERA-REC
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ESP-COUNT
                   MOVE WS-ESP-REG(WS-IDX) TO ESPERA-REC
                   MOVE ESP-MATRICULA TO WAV-MATRICULA WPL-MATRICULA
                   MOVE ESP-APELLIDO TO WAV-APELLIDO WPL-APELLIDO
                   MOVE ESP-NOMBRE TO WAV-NOMBRE WPL-NOMBRE
                   IF WS-DESTINO NOT = SPACES
                       MOVE WS-DESTINO TO ESP-CODIGO
                       WRITE TEMP-REC FROM ESPERA-REC
                       ADD 1 TO WS-ESPERA-MOVIDAS
                       MOVE "PASA A LA ESPERA DEL DESTINO"
                           TO WAV-RESULTADO
                   ELSE
                       ADD 1 TO WS-ESPERA-ANULADAS
                       MOVE "ESPERA ANULADA (SIN DESTINO)"
                           TO WAV-RESULTADO
                       MOVE "ESTABA EN ESPERA; SECCION CANCELADA"
                           TO WPL-MOTIVO
                       PERFORM 0295-ESCRIBIR-PENDIENTE
                   END-IF
                   PERFORM 0290-ESCRIBIR-AVISO
               END-PERFORM
               CLOSE ESPERA-FILE
               CLOSE TEMP-FILE
               MOVE "mv SECCION.TMP LISTA_ESPERA.DAT" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF.

       0260-DESACTIVAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CATALOGO.DAT. CODIGO: "
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           PERFORM UNTIL EOF-CAT
               READ CATALOGO-FILE
                   AT END SET EOF-CAT TO TRUE
               END-READ
               IF NOT EOF-CAT
                   IF CAT-CODIGO = WS-ORIGEN
                       MOVE "N" TO CAT-ACTIVO
                   END-IF
                   WRITE TEMP-REC FROM CAT-REC
               END-IF
           END-PERFORM.
           CLOSE CATALOGO-FILE.
           CLOSE TEMP-FILE.
           MOVE "mv SECCION.TMP CATALOGO.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

      * ASIGNACION.DAT no lleva marca de activo: la seccion
      * cancelada sale del archivo y el profesor queda libre.
       0270-QUITAR-ASIGNACION.
           OPEN INPUT ASIGNACION-FILE.
           IF WS-ASG-STATUS = "00"
               OPEN OUTPUT TEMP-FILE
               PERFORM UNTIL EOF-ASG
                   READ ASIGNACION-FILE
                       AT END SET EOF-ASG TO TRUE
                   END-READ
                   IF NOT EOF-ASG
                       IF ASG-CODIGO = WS-ORIGEN
                           MOVE ASG-PROFESOR TO WS-PROFESOR-LIBERADO
                       ELSE
                           WRITE TEMP-REC FROM ASG-REC
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ASIGNACION-FILE
               CLOSE TEMP-FILE
               MOVE "mv SECCION.TMP ASIGNACION.DAT" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF.

       0280-AVISOS-Y-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-MOV-COUNT
               MOVE WS-MOV-MATRICULA(WS-MOV-IDX)
                   TO WAV-MATRICULA WPL-MATRICULA
               MOVE WS-MOV-APELLIDO(WS-MOV-IDX)
                   TO WAV-APELLIDO WPL-APELLIDO
               MOVE WS-MOV-NOMBRE(WS-MOV-IDX) TO WAV-NOMBRE WPL-NOMBRE
               MOVE SPACES TO WPL-MOTIVO
               EVALUATE WS-MOV-RESULTADO(WS-MOV-IDX)
                   WHEN "R"
                       MOVE "REUBICADO EN EL DESTINO"
                           TO WAV-RESULTADO
                       MOVE WS-FECHA-HOY TO JRN-FECHA
                       MOVE "CancelarSeccion" TO JRN-PROGRAMA
                       MOVE WS-MOV-MATRICULA(WS-MOV-IDX)
                           TO JRN-MATRICULA
                       MOVE "M" TO JRN-ACCION
                       WRITE JOURNAL-REC
                   WHEN "L"
                       MOVE "SIN REUBICAR: DESTINO LLENO"
                           TO WAV-RESULTADO
                       MOVE "DESTINO SIN CUPO" TO WPL-MOTIVO
                   WHEN "C"
                       MOVE "SIN REUBICAR: CHOQUE DE HORARIO"
                           TO WAV-RESULTADO
                       STRING "CHOQUE DE HORARIO CON "
                           WS-MOV-DETALLE(WS-MOV-IDX)
                           DELIMITED BY SIZE INTO WPL-MOTIVO
                   WHEN "D"
                       MOVE "SIN REUBICAR: YA EN EL DESTINO"
                           TO WAV-RESULTADO
                       MOVE "YA INSCRITO EN EL DESTINO" TO WPL-MOTIVO
                   WHEN "O"
                       MOVE "SIN REUBICAR: DESTINO OTRA SEDE"
                           TO WAV-RESULTADO
                       STRING "ESTUDIANTE DE SEDE "
                           WS-MOV-DETALLE(WS-MOV-IDX)(1:3)
                           ", DESTINO EN SEDE " WS-SEDE-DESTINO
                           DELIMITED BY SIZE INTO WPL-MOTIVO
                   WHEN OTHER
                       MOVE "SIN REUBICAR: SECCION CANCELADA"
                           TO WAV-RESULTADO
                       MOVE "CANCELACION SIN SECCION DESTINO"
                           TO WPL-MOTIVO
               END-EVALUATE
               PERFORM 0290-ESCRIBIR-AVISO
               IF NOT MOV-REUBICADO(WS-MOV-IDX)
                   PERFORM 0295-ESCRIBIR-PENDIENTE
               END-IF
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       0290-ESCRIBIR-AVISO.
           IF WS-AVISOS-STATUS NOT = "00"
               OPEN EXTEND AVISOS-FILE
               IF WS-AVISOS-STATUS NOT = "00"
                   OPEN OUTPUT AVISOS-FILE
               END-IF
           END-IF.
           MOVE WS-FECHA-HOY TO WAV-FECHA.
           MOVE WS-SES-OPERADOR TO WAV-OPERADOR.
           MOVE WS-ORIGEN TO WAV-ORIGEN.
           MOVE WS-DESTINO TO WAV-DESTINO.
           WRITE AVISOS-REC FROM WS-AVISO-LINEA.

       0295-ESCRIBIR-PENDIENTE.
           IF WS-PENDIENTES = ZERO
               OPEN OUTPUT PENDIENTES-FILE
               MOVE WS-ORIGEN TO WPT-ORIGEN
               MOVE WS-DESTINO TO WPT-DESTINO
               WRITE PENDIENTES-REC FROM WS-PEND-TITULO
           END-IF.
           ADD 1 TO WS-PENDIENTES.
           WRITE PENDIENTES-REC FROM WS-PEND-LINEA.

       0300-FIN.
           IF WS-AVISOS-STATUS = "00"
               CLOSE AVISOS-FILE
           END-IF.
           IF WS-PENDIENTES > ZERO
               CLOSE PENDIENTES-FILE
           END-IF.
           DISPLAY "SECCION " WS-ORIGEN " DESACTIVADA. INSCRITOS: "
               WS-MOV-COUNT " REUBICADOS: " WS-REUBICADOS
               " PENDIENTES: " WS-PENDIENTES.
           DISPLAY "  MAESTRO.DAT: " WS-MAE-CAMBIADOS
               " FILAS, STUDENTS_1.DAT: " WS-ROS-CAMBIADOS
               " FILAS; ESPERA MOVIDA: " WS-ESPERA-MOVIDAS
               " ANULADA: " WS-ESPERA-ANULADAS.
           IF WS-PROFESOR-LIBERADO NOT = SPACES
               DISPLAY "  PROFESOR " WS-PROFESOR-LIBERADO
                   " LIBERADO EN ASIGNACION.DAT."
           END-IF.
           IF WS-PENDIENTES > ZERO
               DISPLAY "  VER SECCION_PENDIENTES.DAT."
           END-IF.
           PERFORM 0310-RECONSTRUIR-INDICE THRU 0310-EXIT.
           IF WS-PENDIENTES > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * El maestro indexado no puede quedarse con la seccion vieja:
      * se reconstruye via CargarMaestroIdx, como en CambiarCarrera.
       0310-RECONSTRUIR-INDICE.
           IF WS-ROS-CAMBIADOS = ZERO
               GO TO 0310-EXIT
           END-IF.
           CALL "SYSTEM" USING "test -f STUDENTS_1.IDX".
           COMPUTE WS-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-RC NOT = ZERO
               DISPLAY "SIN STUDENTS_1.IDX QUE RECONSTRUIR; SI USA "
                   "EL MAESTRO INDEXADO, CORRA CargarMaestroIdx."
               GO TO 0310-EXIT
           END-IF.
           CALL "SYSTEM" USING
               "Clase-Archivos/CargarMaestroIdx".
           COMPUTE WS-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-RC = ZERO
               DISPLAY "STUDENTS_1.IDX RECONSTRUIDO CON LA SECCION "
                   "NUEVA."
           ELSE
               DISPLAY "ERROR: NO SE PUDO RECONSTRUIR STUDENTS_1.IDX "
                   "(RC " WS-RC "). CORRA CargarMaestroIdx ANTES DE "
                   "CUALQUIER MANTENIMIENTO O CONSULTA."
               MOVE 8 TO RETURN-CODE
           END-IF.

       0310-EXIT.
           EXIT.

       END PROGRAM CancelarSeccion.
