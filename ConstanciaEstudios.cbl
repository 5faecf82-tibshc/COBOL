       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConstanciaEstudios.
       AUTHOR.     EHIDALGO.

      * Constancia de estudios: la carta que prueba que el estudiante
      * esta inscrito en el termino (visas, seguros, empleadores).
      * Pide una matricula en la ventanilla o, con
      * CONSTANCIA_MODO=LOTE, toma la lista de MATRICULAS.DAT, y
      * escribe cada carta como una pagina en CONSTANCIAS.DAT.
      * Solo sale carta para quien esta activo en MAESTRO.DAT
      * (estado A o espacio) y tiene inscripciones del termino en
      * NOTAS.DAT; la carta dice la carrera (descripcion de
      * CARRERAS.DAT via CargarCarreras), el termino de
      * TERMINO-ACTUAL.DAT, la carga en creditos (catalogo via
      * CargarCatalogo; los retiros, marca W, no cuentan) y si es
      * tiempo completo o parcial segun el minimo de creditos
      * CONSTANCIA_TIEMPO_COMPLETO (12 por omision). Como cualquier
      * documento oficial toma serial en el registro de emision
      * (RegistroEmision, tipo CON) y codigo de verificacion
      * (CodigoVerificacion), asi que VerificarDocumento la valida.
      * Baja, licencia, sin inscripcion en el termino o retencion
      * activa (VerificarRetencion) reciben en cambio el rechazo con
      * el motivo, en consola y en CONSTANCIAS_RECHAZOS.DAT.
      * Termina con RC 4 si hubo algun rechazo; sin
      * TERMINO-ACTUAL.DAT, o en lote sin MATRICULAS.DAT, RC 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT MATRICULAS-FILE ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRICULAS-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "CONSTANCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "CONSTANCIAS_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

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

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  MATRICULAS-FILE.
       01  MATRICULA-REC.
           88  EOF-MATRICULAS      VALUE HIGH-VALUE.
           02  MAT-ID              PIC X(7).

       FD  SALIDA-FILE.
       01  SALIDA-REC              PIC X(80).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-NOTAS-STATUS     PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-MATRICULAS-STATUS PIC X(2).
           05  WS-SALIDA-STATUS    PIC X(2).
           05  WS-RECHAZOS-STATUS  PIC X(2).
           05  WS-MODO             PIC X(6).
               88  MODO-LOTE       VALUE "LOTE".
           05  WS-TERMINO          PIC X(6).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-TARGET-ID        PIC 9(7).
           05  WS-IDX              PIC 9(3).
           05  WS-MINIMO-TEXTO     PIC X(3).
           05  WS-MINIMO-COMPLETO  PIC 9(2) VALUE 12.
           05  WS-HALLADO          PIC X(1).
               88  SE-HALLO        VALUE "S".
           05  WS-ESTADO           PIC X(1).
           05  WS-APELLIDO         PIC X(10).
           05  WS-NOMBRE           PIC X(10).
           05  WS-CARRERA          PIC X(3).
           05  WS-CARRERA-DESC     PIC X(30).
           05  WS-CURSOS           PIC 9(2).
           05  WS-CREDITOS         PIC 9(3).
           05  WS-CREDITOS-ED      PIC ZZ9.
           05  WS-DEDICACION       PIC X(15).
           05  WS-LEIDAS           PIC 9(4) VALUE ZERO.
           05  WS-CARTAS           PIC 9(4) VALUE ZERO.
           05  WS-RECHAZADAS       PIC 9(4) VALUE ZERO.

      * Carreras vigentes (descripcion completa) via CargarCarreras.
       01  WS-CARRERAS-REF.
           05  WS-CARREF-COUNT     PIC 99.
           05  WS-CARREF-ENTRY OCCURS 8 TIMES.
               10  WS-CARREF-CODIGO PIC X(3).
               10  WS-CARREF-DESC  PIC X(30).

      * Catalogo de cursos vigente, para los creditos de cada curso.
           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CAT==.

      * Respuesta de VerificarRetencion para el estudiante.
       01  WS-RETENCION.
           05  WS-RTN-RESULTADO    PIC X(1).
               88  CON-RETENCION   VALUE "S".
           05  WS-RTN-OFICINA      PIC X(3).
           05  WS-RTN-MOTIVO       PIC X(40).

      * Registro de emision: el operador es USER del ambiente o LOTE
      * si no esta.
       01  WS-EMI-TIPO             PIC X(3) VALUE "CON".
       01  WS-EMI-OPERADOR         PIC X(8).
       01  WS-EMI-SERIAL           PIC 9(8).

      * Contenido del codigo de verificacion de la carta.
       01  WS-VC-CONTENIDO.
           05  WS-VC-MATRICULA     PIC 9(7).
           05  WS-VC-TERMINO       PIC X(6).
           05  WS-VC-CARRERA       PIC X(3).
           05  WS-VC-CREDITOS      PIC 9(3).
           05  WS-VC-FECHA         PIC 9(8).
           05  WS-VC-LEYENDA       PIC X(10) VALUE "CONSTANCIA".
           05  FILLER              PIC X(23) VALUE SPACES.
       01  WS-VC-CODIGO            PIC 9(6).

       01  WS-RECHAZO-LINEA.
           05  WRL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-MOTIVO          PIC X(60).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMI-OPERADOR FROM ENVIRONMENT-VALUE.
           IF WS-EMI-OPERADOR = SPACES
               MOVE "LOTE" TO WS-EMI-OPERADOR
           END-IF.
           DISPLAY "CONSTANCIA_TIEMPO_COMPLETO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MINIMO-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-MINIMO-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MINIMO-TEXTO) = ZERO
               COMPUTE WS-MINIMO-COMPLETO =
                   FUNCTION NUMVAL(WS-MINIMO-TEXTO)
           END-IF.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TERMINO-ACTUAL.DAT. CODIGO: "
                   WS-TERMINO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TERMINO-FILE
               AT END MOVE SPACES TO TERMINO-REC
           END-READ.
           MOVE TERMINO-REC TO WS-TERMINO.
           CLOSE TERMINO-FILE.
           CALL "CargarCarreras" USING WS-CARRERAS-REF.
           CALL "CargarCatalogo" USING WS-CAT-TABLA.
           DISPLAY "CONSTANCIA_MODO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODO FROM ENVIRONMENT-VALUE.
           IF MODO-LOTE
               OPEN INPUT MATRICULAS-FILE
               IF WS-MATRICULAS-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR MATRICULAS.DAT. CODIGO: "
                       WS-MATRICULAS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT SALIDA-FILE.
           OPEN OUTPUT RECHAZOS-FILE.

       0200-PROCESO.
           IF MODO-LOTE
               PERFORM UNTIL EOF-MATRICULAS
                   READ MATRICULAS-FILE
                       AT END SET EOF-MATRICULAS TO TRUE
                   END-READ
                   IF NOT EOF-MATRICULAS
                       IF MAT-ID IS NUMERIC
                           MOVE MAT-ID TO WS-TARGET-ID
                           PERFORM 0210-ATENDER-SOLICITUD
                               THRU 0210-EXIT
                       ELSE
                           DISPLAY "MATRICULA NO NUMERICA EN "
                               "MATRICULAS.DAT, SE OMITE: " MAT-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MATRICULAS-FILE
           ELSE
               DISPLAY "MATRICULA DEL ESTUDIANTE: "
               ACCEPT WS-TARGET-ID
               PERFORM 0210-ATENDER-SOLICITUD THRU 0210-EXIT
           END-IF.

       0210-ATENDER-SOLICITUD.
           ADD 1 TO WS-LEIDAS.
           PERFORM 0220-BUSCAR-MAESTRO.
           IF NOT SE-HALLO
               MOVE SPACES TO WS-APELLIDO WS-NOMBRE
               MOVE "NO ESTA EN EL MAESTRO DE ESTUDIANTES"
                   TO WRL-MOTIVO
               PERFORM 0250-RECHAZAR
               GO TO 0210-EXIT
           END-IF.
           IF WS-ESTADO = "B"
               MOVE "ESTUDIANTE DADO DE BAJA" TO WRL-MOTIVO
               PERFORM 0250-RECHAZAR
               GO TO 0210-EXIT
           END-IF.
           IF WS-ESTADO = "L"
               MOVE "ESTUDIANTE CON LICENCIA" TO WRL-MOTIVO
               PERFORM 0250-RECHAZAR
               GO TO 0210-EXIT
           END-IF.
           PERFORM 0230-CONTAR-CREDITOS.
           IF WS-CURSOS = ZERO
               MOVE SPACES TO WRL-MOTIVO
               STRING "SIN INSCRIPCION EN EL TERMINO " WS-TERMINO
                   DELIMITED BY SIZE INTO WRL-MOTIVO
               PERFORM 0250-RECHAZAR
               GO TO 0210-EXIT
           END-IF.
           CALL "VerificarRetencion" USING WS-TARGET-ID
               WS-RTN-RESULTADO WS-RTN-OFICINA WS-RTN-MOTIVO.
           IF CON-RETENCION
               MOVE SPACES TO WRL-MOTIVO
               STRING "RETENCION " WS-RTN-OFICINA ": " WS-RTN-MOTIVO
                   DELIMITED BY SIZE INTO WRL-MOTIVO
               PERFORM 0250-RECHAZAR
               GO TO 0210-EXIT
           END-IF.
           PERFORM 0240-EMITIR-CONSTANCIA.

       0210-EXIT.
           EXIT.

       0220-BUSCAR-MAESTRO.
           MOVE "N" TO WS-HALLADO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS = "00"
               PERFORM UNTIL EOF-MAESTRO OR SE-HALLO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       AND MAE-MATRICULA = WS-TARGET-ID
                       SET SE-HALLO TO TRUE
                       MOVE MAE-ESTADO TO WS-ESTADO
                       MOVE MAE-APELLIDO TO WS-APELLIDO
                       MOVE MAE-NOMBRE TO WS-NOMBRE
                       MOVE MAE-DEG TO WS-CARRERA
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
               INITIALIZE MAESTRO-REC
           END-IF.

      * Inscripciones del termino en NOTAS.DAT; el curso que no esta
      * en el catalogo vigente cuenta como inscripcion sin creditos.
       0230-CONTAR-CREDITOS.
           MOVE ZERO TO WS-CURSOS WS-CREDITOS.
           OPEN INPUT NOTAS-FILE.
           IF WS-NOTAS-STATUS = "00"
               PERFORM UNTIL EOF-NOTAS
                   READ NOTAS-FILE
                       AT END SET EOF-NOTAS TO TRUE
                   END-READ
                   IF NOT EOF-NOTAS
                       AND NR-MATRICULA = WS-TARGET-ID
                       AND NR-MARCA NOT = "W"
                       ADD 1 TO WS-CURSOS
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-CAT-COUNT
                           IF WS-CAT-T-CODIGO(WS-IDX) = NR-DEGCOD
                               ADD WS-CAT-T-CREDITOS(WS-IDX)
                                   TO WS-CREDITOS
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE NOTAS-FILE
               INITIALIZE NOTA-REC
           END-IF.

      * La carta se asienta antes de imprimirse; si el registro de
      * emision la niega (serial cero), no se imprime.
       0240-EMITIR-CONSTANCIA.
           MOVE WS-CARRERA TO WS-CARRERA-DESC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CARREF-COUNT
               IF WS-CARREF-CODIGO(WS-IDX) = WS-CARRERA
                   MOVE WS-CARREF-DESC(WS-IDX) TO WS-CARRERA-DESC
               END-IF
           END-PERFORM.
           IF WS-CREDITOS >= WS-MINIMO-COMPLETO
               MOVE "TIEMPO COMPLETO" TO WS-DEDICACION
           ELSE
               MOVE "TIEMPO PARCIAL" TO WS-DEDICACION
           END-IF.
           MOVE WS-TARGET-ID TO WS-VC-MATRICULA.
           MOVE WS-TERMINO TO WS-VC-TERMINO.
           MOVE WS-CARRERA TO WS-VC-CARRERA.
           MOVE WS-CREDITOS TO WS-VC-CREDITOS.
           MOVE WS-FECHA-HOY TO WS-VC-FECHA.
           CALL "CodigoVerificacion" USING WS-VC-CONTENIDO
               WS-VC-CODIGO.
           CALL "RegistroEmision" USING WS-EMI-TIPO WS-TARGET-ID
               WS-EMI-OPERADOR WS-EMI-SERIAL WS-VC-CODIGO.
           IF WS-EMI-SERIAL = ZERO
               MOVE "EMISION NEGADA POR EL REGISTRO" TO WRL-MOTIVO
               PERFORM 0250-RECHAZAR
           ELSE
               ADD 1 TO WS-CARTAS
               PERFORM 0245-ESCRIBIR-CARTA
               DISPLAY "CONSTANCIA " WS-EMI-SERIAL " EMITIDA A "
                   WS-TARGET-ID " EN CONSTANCIAS.DAT."
           END-IF.

       0245-ESCRIBIR-CARTA.
           MOVE WS-CREDITOS TO WS-CREDITOS-ED.
           MOVE ALL "=" TO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE SPACES TO SALIDA-REC.
           STRING "CONSTANCIA DE ESTUDIOS  SERIAL: " WS-EMI-SERIAL
               DELIMITED BY SIZE INTO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE SPACES TO SALIDA-REC.
           STRING "CODIGO DE VERIFICACION: " WS-VC-CODIGO
               DELIMITED BY SIZE INTO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE ALL "=" TO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE "LA OFICINA DE REGISTRO HACE CONSTAR QUE"
               TO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE SPACES TO SALIDA-REC.
           STRING "  " FUNCTION TRIM(WS-NOMBRE) " "
               FUNCTION TRIM(WS-APELLIDO) ", MATRICULA " WS-TARGET-ID
               ","
               DELIMITED BY SIZE INTO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE "ESTA INSCRITO COMO ESTUDIANTE ACTIVO EN LA CARRERA"
               TO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE SPACES TO SALIDA-REC.
           STRING "  " WS-CARRERA-DESC
               DELIMITED BY SIZE INTO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE SPACES TO SALIDA-REC.
           STRING "EN EL TERMINO " WS-TERMINO ", CON UNA CARGA DE "
               FUNCTION TRIM(WS-CREDITOS-ED) " CREDITOS ("
               FUNCTION TRIM(WS-DEDICACION) ")."
               DELIMITED BY SIZE INTO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE SPACES TO SALIDA-REC.
           STRING "FECHA DE EMISION: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE SPACES TO SALIDA-REC.
           WRITE SALIDA-REC.

       0250-RECHAZAR.
           ADD 1 TO WS-RECHAZADAS.
           MOVE WS-TARGET-ID TO WRL-MATRICULA.
           MOVE WS-APELLIDO TO WRL-APELLIDO.
           MOVE WS-NOMBRE TO WRL-NOMBRE.
           WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA.
           DISPLAY "CONSTANCIA RECHAZADA A " WS-TARGET-ID ": "
               WRL-MOTIVO.

       0300-FIN.
           CLOSE SALIDA-FILE.
           CLOSE RECHAZOS-FILE.
           DISPLAY "CONSTANCIAS DE ESTUDIOS. SOLICITUDES: " WS-LEIDAS
               " CARTAS: " WS-CARTAS " RECHAZADAS: " WS-RECHAZADAS.
           IF WS-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM ConstanciaEstudios.
