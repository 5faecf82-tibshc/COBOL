      *   - MINISTERIO_REPARAR.DAT: los rechazados en el layout de
      *     excepciones que RepararRechazos consume, para que el
      *     reenvio se arme de datos corregidos y no se reteclee.
      * Con ACUSE_MINISTERIO_TIPO=TITULADOS la misma vuelta se hace
      * para el retorno anual de titulados (TituladosMinisterio):
      * TITULADOS_MINISTERIO.DAT contra ACUSE_TITULADOS.DAT, con
      * salida en TITULADOS_CONCILIACION.DAT y TITULADOS_REPARAR.DAT.
      * Los titulados rechazados no pasan por RepararRechazos (que
      * arma altas para IntakeAltas): se corrigen en el maestro o en
      * CARRERAS.DAT y el retorno se regenera con TituladosMinisterio.
      * El registro de envios es el mismo; el periodo del retorno
      * (anio + TI) lo distingue de los de matricula.
      * El acuse llega con el sobre de control del remitente
      * (*CAB / *PIE): ControlEntrada lo cuadra y descarta un
      * acuse ya recibido antes de conciliar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINISTERIO-FILE ASSIGN TO WS-MIN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIN-STATUS.
           SELECT ACUSE-FILE ASSIGN TO WS-ACU-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACU-STATUS.
           SELECT CONCILIACION-FILE ASSIGN TO WS-CON-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "MINISTERIO_REGISTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT REPARAR-FILE ASSIGN TO WS-RPR-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MINISTERIO-FILE.
       01  MINISTERIO-LN           PIC X(83).
           88  EOF-MIN             VALUE HIGH-VALUE.

       FD  ACUSE-FILE.
           05  WS-CON-STATUS       PIC X(2).
           05  WS-REG-STATUS       PIC X(2).
           05  WS-RPR-STATUS       PIC X(2).
           05  WS-TIPO             PIC X(10).
               88  TIPO-TITULADOS  VALUE "TITULADOS".
           05  WS-MIN-NOMBRE       PIC X(30)
               VALUE "MINISTERIO.DAT".
           05  WS-ACU-NOMBRE       PIC X(30)
               VALUE "ACUSE_MINISTERIO.DAT".
           05  WS-CON-NOMBRE       PIC X(30)
               VALUE "MINISTERIO_CONCILIACION.DAT".
           05  WS-RPR-NOMBRE       PIC X(30)
               VALUE "MINISTERIO_REPARAR.DAT".
           05  WS-IDX              PIC 9(3).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-PERIODO          PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRP-MOTIVO          PIC X(40).

      * Tipo de archivo para ControlEntrada y su resultado.
       01  WS-ENTRADA-TIPO         PIC X(16)
                                   VALUE "ACUSE_MINISTERIO".
       01  WS-ENTRADA-RESULTADO    PIC X(1).
           88  ENTRADA-RECHAZADA   VALUE "N".

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "ACUSE_MINISTERIO_TIPO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TIPO FROM ENVIRONMENT-VALUE.
           IF TIPO-TITULADOS
               MOVE "TITULADOS_MINISTERIO.DAT" TO WS-MIN-NOMBRE
               MOVE "ACUSE_TITULADOS.DAT" TO WS-ACU-NOMBRE
               MOVE "ACUSE_TITULADOS" TO WS-ENTRADA-TIPO
               MOVE "TITULADOS_CONCILIACION.DAT" TO WS-CON-NOMBRE
               MOVE "TITULADOS_REPARAR.DAT" TO WS-RPR-NOMBRE
           END-IF.
           PERFORM 0110-CARGAR-ENVIO.
           IF WS-ENV-COUNT = ZERO
               DISPLAY FUNCTION TRIM(WS-MIN-NOMBRE)
                   " SIN REGISTROS D; NADA QUE "
                   "CONCILIAR."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Control de entrada: sobre del remitente, cuadre de
      * cifras y acuse ya recibido; el rechazado queda apartado y
      * no se concilia nada.
           CALL "ControlEntrada" USING WS-ENTRADA-TIPO
               WS-ENTRADA-RESULTADO.
           IF ENTRADA-RECHAZADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACUSE-FILE.
           IF WS-ACU-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR " FUNCTION TRIM(WS-ACU-NOMBRE)
                   " CODIGO: " WS-ACU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Encabezado H: institucion en 2-9, periodo en 10-15.
      * Detalle D: matricula en 2-8, apellido en 9-18, nombre en
      * 19-28, carrera en 29-31 (mismo layout que escriben
      * ExtractoMinisterio y TituladosMinisterio).
       0110-CARGAR-ENVIO.
           OPEN INPUT MINISTERIO-FILE.
           IF WS-MIN-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR " FUNCTION TRIM(WS-MIN-NOMBRE)
                   " CODIGO: " WS-MIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               " RECHAZADOS: " WS-RECHAZADOS
               " SIN ACUSE: " WS-SIN-ACUSE
               " ACUSES SUELTOS: " WS-ACUSES-SUELTOS.
           IF TIPO-TITULADOS
               DISPLAY "LOS RECHAZADOS QUEDARON EN "
                   FUNCTION TRIM(WS-RPR-NOMBRE) "; SE CORRIGEN EN EL "
                   "MAESTRO O EN CARRERAS.DAT Y EL RETORNO SE "
                   "REGENERA CON TituladosMinisterio."
           ELSE
               DISPLAY "LOS RECHAZADOS QUEDARON EN "
                   FUNCTION TRIM(WS-RPR-NOMBRE)
                   " PARA RepararRechazos."
           END-IF.
           IF WS-RECHAZADOS > ZERO OR WS-SIN-ACUSE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
