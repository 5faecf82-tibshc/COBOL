      * semana de inscripciones llegan cientos de registros; la
      * pantalla de MantenimientoRoster (seis prompts por estudiante)
      * no escala a eso.
      *
      * Un alta puede nombrar solo el curso (posiciones 1-7 del
      * codigo, seccion en blanco): el intake la ubica en la seccion
      * abierta del curso con mas asientos libres que no le choque
      * con sus otras secciones, y solo si todas estan llenas la
      * manda a la lista de espera. Cada ubicacion automatica queda
      * en ALTAS_UBICACIONES.DAT para que registro avise al
      * estudiante en que seccion quedo.
      *
      * Un estudiante con retencion activa en RETENCIONES.DAT
      * (VerificarRetencion) no se inscribe: el rechazo lleva la
      * oficina que la puso y su motivo.
      *
      * El alta trae la sede del estudiante (SEDES.DAT, en blanco =
      * sede principal): una seccion de otra sede se rechaza salvo
      * que el catalogo la marque inter-sede, y la ubicacion por
      * curso solo mira las secciones que el estudiante puede tomar.
      * ALTAS.DAT llega con el sobre de control del remitente
      * (*CAB / *PIE): ControlEntrada lo cuadra y descarta un
      * archivo ya recibido antes de cargar; esos dos
      * renglones no son registros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RECHAZOS-FILE ASSIGN TO "ALTAS_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.
           SELECT UBICACIONES-FILE ASSIGN TO "ALTAS_UBICACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UBICACIONES-STATUS.

      * Lista de espera por seccion: las altas que exceden el cupo de
      * la seccion (segun el catalogo) se encolan aqui en orden de
      * viejo sin estas columnas entra con ceros y blancos.
           02  A-FECHA-NAC         PIC 9(8).
           02  A-MUNICIPIO         PIC X(20).
      * Sede del estudiante; en blanco (o archivo viejo) = principal.
           02  A-SEDE              PIC X(3).

       FD  ROSTER-FILE.
       01  R-ESTUDIANTE.
           02  R-ESTADO            PIC X(1).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REC             PIC X(104).

       FD  UBICACIONES-FILE.
       01  UBICACION-REC           PIC X(100).

       FD  ESPERA-FILE.
       01  ESPERA-REC.
           02  ESP-CODIGO          PIC X(9).
           02  ESP-MATERIA         PIC X(3).
           02  ESP-GENERO          PIC X(1).
           02  ESP-SEDE            PIC X(3).

       FD  PRERREQ-FILE.
       01  PRERREQ-REC.
           05  WS-REG-ACEPTADOS    PIC 9(5) VALUE ZERO.
           05  WS-REG-RECHAZADOS   PIC 9(5) VALUE ZERO.
           05  WS-REG-ESPERA       PIC 9(5) VALUE ZERO.
           05  WS-REG-UBICADAS     PIC 9(5) VALUE ZERO.
           05  WS-UBICACIONES-STATUS PIC X(2).
           05  WS-ESPERA-STATUS    PIC X(2).
           05  WS-CUPO             PIC 9(3).
           05  WS-INSCRITOS        PIC 9(3).
               88  ES-DUPLICADO    VALUE "Y".
           05  WS-ESTADO-VALIDACION PIC X(1).
               88  ESTUDIANTE-VALIDO VALUE "S".
           05  WS-SED-IDX          PIC 9(2).
           05  WS-SEDE-ALUMNO      PIC X(3).
           05  WS-SEDE-SECCION     PIC X(3).
           05  WS-SEDE-SW          PIC X.
               88  SEDE-ADMITIDA   VALUE "Y".
               88  SEDE-DESCONOCIDA VALUE "D".

      * Matriculas ya presentes en el roster (con su codigo de
      * seccion, para el cotejo de choques de horario), para el
           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

      * Sedes vigentes (CargarSedes) y la principal, para la regla de
      * sede de la seccion.
           COPY "SEDES-TABLA.CBL"
               REPLACING LEADING ==SED== BY ==WS-SED==.

      * Inscritos vigentes por seccion, contados del roster en 0110
      * y actualizados con cada alta aceptada de esta corrida.
       01  WS-SECCIONES.
       01  WS-SIT-LLENA-SW         PIC X VALUE "N".
           88  WS-SIT-LLENA        VALUE "Y".

      * Respuesta de VerificarRetencion para el alta en proceso.
       01  WS-RETENCION.
           05  WS-RTN-RESULTADO    PIC X(1).
               88  ALTA-RETENIDA   VALUE "S".
           05  WS-RTN-OFICINA      PIC X(3).
           05  WS-RTN-MOTIVO       PIC X(40).

      * Sesion de supervisor para las vias de excepcion
      * (ALTAS_SIN_PRERREQ=S y ALTAS_OVERRIDE_SUSPENSION=S en el
      * ambiente); una sola firma cubre las dos.
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Ubicacion automatica de las altas que nombran solo el curso:
      * el codigo pedido se conserva para la linea de rechazo, y de
      * las secciones del curso se elige la de mas asientos libres
      * sin choque (cupo cero = sin limite); si todas las secciones
      * sin choque estan llenas, la primera de ellas recibe el alta
      * en su lista de espera.
       01  WS-UBICACION.
           05  WS-UBICACION-SW     PIC X VALUE "N".
               88  UBICACION-AUTOMATICA VALUE "Y".
           05  WS-CODIGO-PEDIDO    PIC X(9).
           05  WS-UBI-IDX          PIC 9(3).
           05  WS-UBI-MEJOR        PIC 9(3).
           05  WS-UBI-LLENA        PIC 9(3).
           05  WS-UBI-SECCIONES    PIC 9(3).
           05  WS-UBI-LIBRES       PIC S9(4).
           05  WS-UBI-MEJOR-LIBRES PIC S9(4).

       01  WS-UBICACION-LINEA.
           05  WUL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  WUL-APELLIDO        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WUL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WUL-CURSO           PIC X(7).
           05  FILLER              PIC X(4) VALUE " -> ".
           05  WUL-SECCION         PIC X(9).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WUL-RESULTADO       PIC X(45).

      * El registro completo del alta viaja en la linea de rechazo
      * (71 posiciones con los demograficos y la sede), para que la
      * reparacion y recarga de rechazos no pierda campos.
       01  WS-RECHAZO-LINEA.
           05  WRL-MOTIVO          PIC X(30).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(71).

      * Tipo de archivo para ControlEntrada y su resultado.
       01  WS-ENTRADA-TIPO         PIC X(16) VALUE "ALTAS".
       01  WS-ENTRADA-RESULTADO    PIC X(1).
           88  ENTRADA-RECHAZADA   VALUE "N".

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.

       0100-INICIO.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           CALL "CargarSedes" USING WS-SED-TABLA.
           PERFORM 0120-CARGAR-PRERREQUISITOS.
           IF WS-PRQ-COUNT > ZERO
               PERFORM 0130-CARGAR-HISTORICO
           END-IF.
           PERFORM 0135-CARGAR-SITUACIONES.
           PERFORM 0140-VERIFICAR-OVERRIDE.
      * Control de entrada: sobre del remitente, cuadre de
      * cifras y archivo ya recibido; el rechazado queda
      * apartado y no se carga nada.
           CALL "ControlEntrada" USING WS-ENTRADA-TIPO
               WS-ENTRADA-RESULTADO.
           IF ENTRADA-RECHAZADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALTAS-FILE.
           IF WS-ALTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ALTAS.DAT. CODIGO: "
               STOP RUN
           END-IF.
           OPEN OUTPUT RECHAZOS-FILE.
           OPEN OUTPUT UBICACIONES-FILE.
           OPEN EXTEND ESPERA-FILE.
           IF WS-ESPERA-STATUS NOT = "00"
               OPEN OUTPUT ESPERA-FILE
                   AT END SET EOF-ALTAS TO TRUE
               END-READ
               IF NOT EOF-ALTAS
                   AND ALTA-REGISTRO(1:1) NOT = "*"
                   ADD 1 TO WS-REG-LEIDOS
                   PERFORM 0210-PROCESAR-ALTA THRU 0210-EXIT
               END-IF
           END-PERFORM.

       0210-PROCESAR-ALTA.
           MOVE "N" TO WS-UBICACION-SW.
           MOVE A-MATRICULA TO WS-DV-MATRICULA.
           CALL "DigitoVerificador" USING WS-DV-MATRICULA
               WS-DV-RESULTADO WS-DV-ESPERADO.
               DISPLAY "DIGITO VERIFICADOR INCORRECTO, ALTA "
                   "RECHAZADA: " A-MATRICULA
               MOVE "DIGITO VERIFICADOR MALO" TO WRL-MOTIVO
               PERFORM 0215-REGISTRO-RECHAZO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               GO TO 0210-EXIT
           END-IF.

      * Sede del estudiante: en blanco es la principal; un codigo
      * que no esta entre las sedes vigentes no se adivina.
           PERFORM 0225-NORMALIZAR-SEDE.
           IF SEDE-DESCONOCIDA
               ADD 1 TO WS-REG-RECHAZADOS
               DISPLAY "SEDE NO REGISTRADA " A-SEDE
                   ", ALTA RECHAZADA: " A-MATRICULA
               MOVE SPACES TO WRL-MOTIVO
               STRING "SEDE NO REGISTRADA " A-SEDE
                   DELIMITED BY SIZE INTO WRL-MOTIVO
               PERFORM 0215-REGISTRO-RECHAZO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               GO TO 0210-EXIT
           END-IF.

      * Alta que nombra solo el curso: se ubica antes de validar, para
      * que la validacion y las demas reglas vean la seccion elegida.
           IF A-CODIGO(8:2) = SPACES AND A-CODIGO(1:7) NOT = SPACES
               PERFORM 0240-UBICAR-SECCION THRU 0240-EXIT
               IF A-CODIGO(8:2) = SPACES
                   GO TO 0210-EXIT
               END-IF
           END-IF.
           CALL "VALIDAR-ESTUDIANTE" USING ALTA-REGISTRO
               WS-ESTADO-VALIDACION.
           IF NOT ESTUDIANTE-VALIDO
               ADD 1 TO WS-REG-RECHAZADOS
               MOVE "RECHAZADA POR VALIDACION" TO WRL-MOTIVO
               PERFORM 0215-REGISTRO-RECHAZO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
      * El flujo normal del parrafo termina aqui para el registro
      * invalido; el detalle ya quedo en VALIDACION_EXCEPCIONES.DAT.
               GO TO 0210-EXIT
           END-IF.

      * Seccion de otra sede: solo entra si el catalogo la marca
      * inter-sede.
           PERFORM 0227-VERIFICAR-SEDE-SECCION.
           IF NOT SEDE-ADMITIDA
               ADD 1 TO WS-REG-RECHAZADOS
               DISPLAY "SECCION " A-CODIGO " DE LA SEDE "
                   WS-SEDE-SECCION ", ESTUDIANTE DE " WS-SEDE-ALUMNO
                   ", ALTA RECHAZADA: " A-MATRICULA
               MOVE SPACES TO WRL-MOTIVO
               STRING "SECCION DE OTRA SEDE (" WS-SEDE-SECCION ")"
                   DELIMITED BY SIZE INTO WRL-MOTIVO
               PERFORM 0215-REGISTRO-RECHAZO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               GO TO 0210-EXIT
           END-IF.

      * Choque de horario contra las secciones vigentes del propio
      * estudiante en el roster (segun el catalogo): el rechazo
      * nombra las dos secciones, que es lo que hoy se descubre el
               MOVE SPACES TO WRL-MOTIVO
               STRING "CHOQUE CON SECCION " WS-CHOQUE-CON
                   DELIMITED BY SIZE INTO WRL-MOTIVO
               PERFORM 0215-REGISTRO-RECHAZO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               GO TO 0210-EXIT
           END-IF.
               DISPLAY "MATRICULA DUPLICADA, ALTA RECHAZADA: "
                   A-MATRICULA
               MOVE "MATRICULA DUPLICADA" TO WRL-MOTIVO
               PERFORM 0215-REGISTRO-RECHAZO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               GO TO 0210-EXIT
           END-IF.
                   DISPLAY "ESTUDIANTE SUSPENDIDO, ALTA RECHAZADA: "
                       A-MATRICULA
                   MOVE "ESTUDIANTE SUSPENDIDO" TO WRL-MOTIVO
                   PERFORM 0215-REGISTRO-RECHAZO
                   WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
                   GO TO 0210-EXIT
               END-IF
           END-IF.

      * Retencion activa de cualquier oficina: no hay override, la
      * libera la oficina que la puso.
           CALL "VerificarRetencion" USING A-MATRICULA
               WS-RTN-RESULTADO WS-RTN-OFICINA WS-RTN-MOTIVO.
           IF ALTA-RETENIDA
               ADD 1 TO WS-REG-RECHAZADOS
               DISPLAY "RETENCION DE " WS-RTN-OFICINA ", ALTA "
                   "RECHAZADA: " A-MATRICULA " - " WS-RTN-MOTIVO
               MOVE SPACES TO WRL-MOTIVO
               STRING "RETENCION " WS-RTN-OFICINA ": "
                   WS-RTN-MOTIVO
                   DELIMITED BY SIZE INTO WRL-MOTIVO
               PERFORM 0215-REGISTRO-RECHAZO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               GO TO 0210-EXIT
           END-IF.

      * Prerrequisitos del curso del alta contra el historial de
      * terminos cerrados; la falta manda el alta a rechazos con el
      * curso faltante en el motivo, salvo override de supervisor.
                       STRING "FALTA PRERREQUISITO "
                           WS-PRERREQ-FALTA
                           DELIMITED BY SIZE INTO WRL-MOTIVO
                       PERFORM 0215-REGISTRO-RECHAZO
                       WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
                       GO TO 0210-EXIT
                   END-IF
               MOVE A-CODIGO    TO ESP-CODIGO
               MOVE A-MATERIA   TO ESP-MATERIA
               MOVE A-GENERO    TO ESP-GENERO
               MOVE WS-SEDE-ALUMNO TO ESP-SEDE
               WRITE ESPERA-REC
               IF UBICACION-AUTOMATICA
                   MOVE "LISTA DE ESPERA (TODAS LAS SECCIONES LLENAS)"
                       TO WUL-RESULTADO
                   PERFORM 0248-ESCRIBIR-UBICACION
               END-IF
               GO TO 0210-EXIT
           END-IF.

           WRITE R-ESTUDIANTE.
           PERFORM 0290-ESCRIBIR-MAESTRO.
           ADD 1 TO WS-REG-ACEPTADOS.
           IF UBICACION-AUTOMATICA
               ADD 1 TO WS-REG-UBICADAS
               MOVE "INSCRITA" TO WUL-RESULTADO
               PERFORM 0248-ESCRIBIR-UBICACION
           END-IF.
           PERFORM 0115-ANOTAR-MATRICULA.
           PERFORM 0117-CONTAR-SECCION.

       0210-EXIT.
           EXIT.

      * La linea de rechazo lleva el alta tal como llego: un alta por
      * curso rechazada despues de ubicarse vuelve con el codigo de
      * curso, para que la recarga la ubique de nuevo.
       0215-REGISTRO-RECHAZO.
           MOVE ALTA-REGISTRO TO WRL-REGISTRO.
           IF UBICACION-AUTOMATICA
               MOVE WS-CODIGO-PEDIDO TO WRL-REGISTRO(28:9)
               MOVE SPACES TO WUL-RESULTADO
               STRING "RECHAZADA: " WRL-MOTIVO
                   DELIMITED BY SIZE INTO WUL-RESULTADO
               PERFORM 0248-ESCRIBIR-UBICACION
           END-IF.

      * Deja en WS-SEDE-ALUMNO la sede del alta (la principal si
      * viene en blanco) y marca si no es una sede vigente.
       0225-NORMALIZAR-SEDE.
           MOVE SPACE TO WS-SEDE-SW.
           IF A-SEDE = SPACES
               MOVE WS-SED-PRINCIPAL TO WS-SEDE-ALUMNO
           ELSE
               MOVE A-SEDE TO WS-SEDE-ALUMNO
               SET SEDE-DESCONOCIDA TO TRUE
               PERFORM VARYING WS-SED-IDX FROM 1 BY 1
                       UNTIL WS-SED-IDX > WS-SED-COUNT
                   IF WS-SED-T-CODIGO(WS-SED-IDX) = A-SEDE
                       MOVE SPACE TO WS-SEDE-SW
                   END-IF
               END-PERFORM
           END-IF.

      * La seccion del alta (A-CODIGO) admite al estudiante si es de
      * su sede o el catalogo la marca inter-sede; una seccion fuera
      * del catalogo no se juzga (la valida VALIDAR-ESTUDIANTE).
       0227-VERIFICAR-SEDE-SECCION.
           SET SEDE-ADMITIDA TO TRUE.
           MOVE WS-SEDE-ALUMNO TO WS-SEDE-SECCION.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = A-CODIGO
                   IF WS-CATREF-T-SEDE(WS-CAT-IDX) = SPACES
                       MOVE WS-SED-PRINCIPAL TO WS-SEDE-SECCION
                   ELSE
                       MOVE WS-CATREF-T-SEDE(WS-CAT-IDX)
                           TO WS-SEDE-SECCION
                   END-IF
                   IF WS-SEDE-SECCION NOT = WS-SEDE-ALUMNO
                       AND WS-CATREF-T-INTERSEDE(WS-CAT-IDX) NOT = "S"
                       MOVE "N" TO WS-SEDE-SW
                   END-IF
               END-IF
           END-PERFORM.

      * Recorre las secciones del catalogo cuyo codigo empieza con el
      * curso pedido; cada una se coteja contra el horario del
      * estudiante con la misma regla de choque del intake (0270).
      * Las secciones de otra sede que no son inter-sede no cuentan.
       0240-UBICAR-SECCION.
           SET UBICACION-AUTOMATICA TO TRUE.
           MOVE A-CODIGO TO WS-CODIGO-PEDIDO.
           MOVE ZERO TO WS-UBI-MEJOR WS-UBI-LLENA WS-UBI-SECCIONES.
           MOVE -1 TO WS-UBI-MEJOR-LIBRES.
           PERFORM VARYING WS-UBI-IDX FROM 1 BY 1
                   UNTIL WS-UBI-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-UBI-IDX)(1:7)
                   = WS-CODIGO-PEDIDO(1:7)
                   PERFORM 0245-EVALUAR-SECCION
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-UBI-MEJOR > ZERO
                   MOVE WS-CATREF-T-CODIGO(WS-UBI-MEJOR) TO A-CODIGO
                   DISPLAY "ALTA " A-MATRICULA " DEL CURSO "
                       WS-CODIGO-PEDIDO(1:7) " UBICADA EN LA SECCION "
                       A-CODIGO
               WHEN WS-UBI-LLENA > ZERO
                   MOVE WS-CATREF-T-CODIGO(WS-UBI-LLENA) TO A-CODIGO
               WHEN OTHER
                   MOVE WS-CODIGO-PEDIDO TO A-CODIGO
                   ADD 1 TO WS-REG-RECHAZADOS
                   IF WS-UBI-SECCIONES = ZERO
                       MOVE "CURSO SIN SECCIONES EN SU SEDE"
                           TO WRL-MOTIVO
                   ELSE
                       MOVE "CHOQUE EN TODAS LAS SECCIONES"
                           TO WRL-MOTIVO
                   END-IF
                   DISPLAY FUNCTION TRIM(WRL-MOTIVO)
                       ", ALTA RECHAZADA: " A-MATRICULA
                   PERFORM 0215-REGISTRO-RECHAZO
                   WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
                   GO TO 0240-EXIT
           END-EVALUATE.

       0240-EXIT.
           EXIT.

       0245-EVALUAR-SECCION.
           MOVE WS-CATREF-T-CODIGO(WS-UBI-IDX) TO A-CODIGO.
           PERFORM 0227-VERIFICAR-SEDE-SECCION.
           IF NOT SEDE-ADMITIDA
               MOVE WS-CODIGO-PEDIDO TO A-CODIGO
           ELSE
               PERFORM 0246-EVALUAR-HORARIO-CUPO
           END-IF.

       0246-EVALUAR-HORARIO-CUPO.
           ADD 1 TO WS-UBI-SECCIONES.
           PERFORM 0270-VERIFICAR-CHOQUE.
           IF NOT HAY-CHOQUE
               PERFORM 0230-VERIFICAR-CUPO
               IF WS-CUPO = ZERO
                   MOVE 999 TO WS-UBI-LIBRES
               ELSE
                   COMPUTE WS-UBI-LIBRES = WS-CUPO - WS-INSCRITOS
               END-IF
               IF WS-UBI-LIBRES > ZERO
                   IF WS-UBI-LIBRES > WS-UBI-MEJOR-LIBRES
                       MOVE WS-UBI-IDX TO WS-UBI-MEJOR
                       MOVE WS-UBI-LIBRES TO WS-UBI-MEJOR-LIBRES
                   END-IF
               ELSE
                   IF WS-UBI-LLENA = ZERO
                       MOVE WS-UBI-IDX TO WS-UBI-LLENA
                   END-IF
               END-IF
           END-IF.

       0248-ESCRIBIR-UBICACION.
           MOVE A-MATRICULA TO WUL-MATRICULA.
           MOVE A-APELLIDO TO WUL-APELLIDO.
           MOVE A-NOMBRE TO WUL-NOMBRE.
           MOVE WS-CODIGO-PEDIDO(1:7) TO WUL-CURSO.
           MOVE A-CODIGO TO WUL-SECCION.
           WRITE UBICACION-REC FROM WS-UBICACION-LINEA.

      * Cada regla cuyo curso coincide con el del alta (posiciones
      * 4-7 del codigo) exige una fila del historico del estudiante
      * con el curso previo y nota en o sobre la minima.
               MOVE ZERO TO M-FECHA-NAC
           END-IF.
           MOVE A-MUNICIPIO TO M-MUNICIPIO.
           MOVE WS-SEDE-ALUMNO TO M-SEDE.
           WRITE MAESTRO-REC.
           PERFORM 0295-ANOTAR-JOURNAL.

           CLOSE ALTAS-FILE.
           CLOSE ROSTER-FILE.
           CLOSE RECHAZOS-FILE.
           CLOSE UBICACIONES-FILE.
           CLOSE ESPERA-FILE.
           CLOSE MAESTRO-FILE.
           DISPLAY "INTAKE DE ALTAS TERMINADO. LEIDAS: "
               WS-REG-LEIDOS " ACEPTADAS: " WS-REG-ACEPTADOS
               " RECHAZADAS: " WS-REG-RECHAZADOS
               " EN ESPERA: " WS-REG-ESPERA.
           IF WS-REG-UBICADAS > ZERO
               DISPLAY "  UBICADAS POR CURSO: " WS-REG-UBICADAS
                   " (VER ALTAS_UBICACIONES.DAT)."
           END-IF.
           IF WS-REG-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
