       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntercambioTranscript.
       AUTHOR.     EHIDALGO.

      * Intercambio electronico de transcript con las universidades
      * socias: la contraparte de IntakeConvalidaciones. Cuando un
      * estudiante se traslada, en vez del transcript impreso que la
      * otra universidad vuelve a teclear, sale un archivo
      * INTERCAMBIO_<matricula>.DAT con el layout fijo acordado con
      * la socia:
      *   H + institucion de origen (MINISTERIO_INSTITUCION, el mismo
      *       codigo del extracto ministerial) + institucion destino
      *       (INTERCAMBIO_DESTINO en el ambiente) + matricula +
      *       apellido + nombre + carrera + fecha + serial del
      *       registro de emision + codigo de verificacion
      *   C + termino + codigo de curso + titulo y creditos del
      *       catalogo + nota en centesimas + letra y puntos con la
      *       escala de ese termino (NotaLetraEscala) + marca
      *       (S = intento sustituido por uno mejor, V = convalidado)
      *   T + cantidad de registros C + creditos + suma de control de
      *       las notas + codigo de verificacion
      * Van todas las filas de HISTORICO.DAT del estudiante, las
      * mismas que muestra el transcript oficial (las sustituidas y
      * las CONVAL incluidas, con su marca). El curso renumerado que
      * ya no esta en el catalogo con su codigo viejo toma titulo y
      * creditos del numero vigente (EquivalenciaCurso); si tampoco,
      * sale sin titulo y con cero creditos.
      * Pide una matricula en la ventanilla o, con
      * INTERCAMBIO_MODO=LOTE, toma la lista de MATRICULAS.DAT. Cada
      * envio se asienta en el registro de emision (RegistroEmision,
      * tipo ITE) con su codigo de verificacion (CodigoVerificacion),
      * asi que VerificarDocumento lo valida. Sin historial o con
      * retencion activa (VerificarRetencion) no sale archivo: el
      * rechazo con el motivo va a consola y a
      * INTERCAMBIO_RECHAZOS.DAT. Termina con RC 4 si hubo algun
      * rechazo; sin institucion de origen o destino, RC 8; en lote
      * sin MATRICULAS.DAT, RC 16.
      * Cada archivo enviado queda ademas en el registro de
      * divulgaciones (RegistrarDivulgacion): la socia destino como
      * solicitante, consentimiento T (traslado pedido por el
      * estudiante) y el serial de emision como referencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MATRICULAS-FILE ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRICULAS-STATUS.
           SELECT SALIDA-FILE ASSIGN TO WS-SALIDA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "INTERCAMBIO_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  HISTORICO-FILE.
       01  HIST-REC.
           88  EOF-HIST            VALUE HIGH-VALUE.
           02  HIST-TERMINO        PIC X(6).
           02  HIST-MATRICULA      PIC 9(7).
           02  HIST-APELLIDO       PIC X(10).
           02  HIST-NOMBRE         PIC X(10).
           02  HIST-DEGCOD         PIC X(9).
           02  HIST-DEG            PIC X(3).
           02  HIST-NOTA           PIC 9(2)V99 OCCURS 3 TIMES.
           02  HIST-PROMEDIO       PIC 9(2)V99.

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
           05  WS-HIST-STATUS      PIC X(2).
           05  WS-MATRICULAS-STATUS PIC X(2).
           05  WS-SALIDA-STATUS    PIC X(2).
           05  WS-RECHAZOS-STATUS  PIC X(2).
           05  WS-SALIDA-NOMBRE    PIC X(40).
           05  WS-MODO             PIC X(6).
               88  MODO-LOTE       VALUE "LOTE".
           05  WS-ORIGEN           PIC X(8).
           05  WS-DESTINO          PIC X(8).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-TARGET-ID        PIC 9(7).
           05  WS-IDX              PIC 9(3).
           05  WS-HALLADO          PIC X(1).
               88  SE-HALLO        VALUE "S".
           05  WS-APELLIDO         PIC X(10).
           05  WS-NOMBRE           PIC X(10).
           05  WS-CARRERA          PIC X(3).
           05  WS-CREDITOS         PIC 9(4).
           05  WS-HASH-NOTAS       PIC 9(8).
           05  WS-NOTA-CENT        PIC 9(4).
           05  WS-LEIDAS           PIC 9(4) VALUE ZERO.
           05  WS-ENVIADOS         PIC 9(4) VALUE ZERO.
           05  WS-RECHAZADAS       PIC 9(4) VALUE ZERO.

      * Catalogo de cursos vigente, para titulo y creditos.
           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CAT==.

      * Filas del estudiante en HISTORICO.DAT, con el numero de curso
      * resuelto por EquivalenciaCurso y la marca de sustitucion por
      * repeticion (la misma regla del transcript oficial).
       01  WS-HISTORIAL.
           05  WS-HIST-CONT        PIC 9(2) VALUE ZERO.
           05  WS-HIST-ENTRY OCCURS 40 TIMES.
               10  WS-HIST-TERMINO PIC X(6).
               10  WS-HIST-DEGCOD  PIC X(9).
               10  WS-HIST-CURSO   PIC X(4).
               10  WS-HIST-PROMEDIO PIC 9(2)V99.
               10  WS-HIST-SUST    PIC X(1).
       01  WS-HIST-MAX             PIC 9(2) VALUE 40.
       01  WS-HIST-IDX             PIC 9(2).
       01  WS-HIST-IDX-2           PIC 9(2).

      * Parametros de EquivalenciaCurso.
       01  WS-EQUIVALENCIA.
           05  WS-EQV-MATRICULA    PIC 9(7).
           05  WS-EQV-TERMINO      PIC X(6).
           05  WS-EQV-CURSO        PIC X(4).
           05  WS-EQV-RESUELTO     PIC X(4).
           05  WS-EQV-ORIGEN       PIC X(1).
           05  WS-EQV-APROBADOR    PIC X(10).

      * Letra y puntos de NotaLetraEscala.
       01  WS-NOTA-LETRA           PIC X(2).
       01  WS-NOTA-PUNTOS          PIC 9V99.

      * Respuesta de VerificarRetencion para el estudiante.
       01  WS-RETENCION.
           05  WS-RTN-RESULTADO    PIC X(1).
               88  CON-RETENCION   VALUE "S".
           05  WS-RTN-OFICINA      PIC X(3).
           05  WS-RTN-MOTIVO       PIC X(40).

      * Registro de emision: el operador es USER del ambiente o LOTE
      * si no esta.
       01  WS-EMI-TIPO             PIC X(3) VALUE "ITE".
       01  WS-EMI-OPERADOR         PIC X(8).
       01  WS-EMI-SERIAL           PIC 9(8).

      * Fila del registro de divulgaciones para cada envio.
       01  WS-DIVULGACION.
           COPY "DIVULGACION-RECORD.CBL"
               REPLACING LEADING ==DV== BY ==WS-DV==.

      * Contenido del codigo de verificacion del envio.
       01  WS-VC-CONTENIDO.
           05  WS-VC-MATRICULA     PIC 9(7).
           05  WS-VC-DESTINO       PIC X(8).
           05  WS-VC-FECHA         PIC 9(8).
           05  WS-VC-CANTIDAD      PIC 9(4).
           05  WS-VC-HASH          PIC 9(8).
           05  WS-VC-LEYENDA       PIC X(11) VALUE "INTERCAMBIO".
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WS-VC-CODIGO            PIC 9(6).

      * Layout acordado con las universidades socias.
       01  WS-ENCABEZADO.
           05  FILLER              PIC X(1) VALUE "H".
           05  WH-ORIGEN           PIC X(8).
           05  WH-DESTINO          PIC X(8).
           05  WH-MATRICULA        PIC 9(7).
           05  WH-APELLIDO         PIC X(10).
           05  WH-NOMBRE           PIC X(10).
           05  WH-CARRERA          PIC X(3).
           05  WH-FECHA            PIC 9(8).
           05  WH-SERIAL           PIC 9(8).
           05  WH-CODIGO           PIC 9(6).

       01  WS-CURSO.
           05  FILLER              PIC X(1) VALUE "C".
           05  WC-TERMINO          PIC X(6).
           05  WC-CURSO            PIC X(9).
           05  WC-TITULO           PIC X(30).
           05  WC-CREDITOS         PIC 9(2).
           05  WC-NOTA             PIC 9(4).
           05  WC-LETRA            PIC X(2).
           05  WC-PUNTOS           PIC 9(3).
           05  WC-MARCA            PIC X(1).

       01  WS-CIERRE.
           05  FILLER              PIC X(1) VALUE "T".
           05  WT-CANTIDAD         PIC 9(4).
           05  WT-CREDITOS         PIC 9(4).
           05  WT-HASH             PIC 9(8).
           05  WT-CODIGO           PIC 9(6).

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
           DISPLAY "MINISTERIO_INSTITUCION" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ORIGEN FROM ENVIRONMENT-VALUE.
           DISPLAY "INTERCAMBIO_DESTINO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DESTINO FROM ENVIRONMENT-VALUE.
           IF WS-ORIGEN = SPACES OR WS-DESTINO = SPACES
               DISPLAY "MINISTERIO_INSTITUCION E INTERCAMBIO_DESTINO "
                   "SON OBLIGATORIOS: LA SOCIA RECHAZA ARCHIVOS SIN "
                   "INSTITUCION DE ORIGEN O DESTINO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CargarCatalogo" USING WS-CAT-TABLA.
           DISPLAY "INTERCAMBIO_MODO" UPON ENVIRONMENT-NAME.
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
           MOVE SPACES TO WS-APELLIDO WS-NOMBRE WS-CARRERA.
           PERFORM 0220-BUSCAR-MAESTRO.
           PERFORM 0230-CARGAR-HISTORICO.
           IF WS-HIST-CONT = ZERO
               MOVE "SIN HISTORIAL ACADEMICO EN HISTORICO.DAT"
                   TO WRL-MOTIVO
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
           PERFORM 0240-EMITIR-INTERCAMBIO.

       0210-EXIT.
           EXIT.

      * Nombre y carrera del maestro; el egresado o trasladado que
      * ya no esta en el maestro los toma de su historico.
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
                       MOVE MAE-APELLIDO TO WS-APELLIDO
                       MOVE MAE-NOMBRE TO WS-NOMBRE
                       MOVE MAE-DEG TO WS-CARRERA
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
               INITIALIZE MAESTRO-REC
           END-IF.

       0230-CARGAR-HISTORICO.
           MOVE ZERO TO WS-HIST-CONT.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF-HIST
                   READ HISTORICO-FILE
                       AT END SET EOF-HIST TO TRUE
                   END-READ
                   IF NOT EOF-HIST
                       AND HIST-MATRICULA = WS-TARGET-ID
                       AND WS-HIST-CONT < WS-HIST-MAX
                       ADD 1 TO WS-HIST-CONT
                       MOVE HIST-TERMINO TO
                           WS-HIST-TERMINO(WS-HIST-CONT)
                       MOVE HIST-DEGCOD TO
                           WS-HIST-DEGCOD(WS-HIST-CONT)
                       MOVE HIST-PROMEDIO TO
                           WS-HIST-PROMEDIO(WS-HIST-CONT)
                       MOVE SPACE TO WS-HIST-SUST(WS-HIST-CONT)
                       MOVE HIST-MATRICULA TO WS-EQV-MATRICULA
                       MOVE HIST-TERMINO TO WS-EQV-TERMINO
                       MOVE HIST-DEGCOD(4:4) TO WS-EQV-CURSO
                       CALL "EquivalenciaCurso" USING WS-EQV-MATRICULA
                           WS-EQV-TERMINO WS-EQV-CURSO WS-EQV-RESUELTO
                           WS-EQV-ORIGEN WS-EQV-APROBADOR
                       MOVE WS-EQV-RESUELTO TO
                           WS-HIST-CURSO(WS-HIST-CONT)
                       IF WS-APELLIDO = SPACES
                           MOVE HIST-APELLIDO TO WS-APELLIDO
                           MOVE HIST-NOMBRE TO WS-NOMBRE
                           MOVE HIST-DEG TO WS-CARRERA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISTORICO-FILE
               INITIALIZE HIST-REC
           END-IF.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-CONT
               PERFORM VARYING WS-HIST-IDX-2 FROM 1 BY 1
                       UNTIL WS-HIST-IDX-2 > WS-HIST-CONT
                   IF WS-HIST-IDX NOT = WS-HIST-IDX-2
                       AND WS-HIST-CURSO(WS-HIST-IDX)
                           = WS-HIST-CURSO(WS-HIST-IDX-2)
                       AND (WS-HIST-PROMEDIO(WS-HIST-IDX)
                           < WS-HIST-PROMEDIO(WS-HIST-IDX-2)
                           OR (WS-HIST-PROMEDIO(WS-HIST-IDX)
                               = WS-HIST-PROMEDIO(WS-HIST-IDX-2)
                               AND WS-HIST-IDX < WS-HIST-IDX-2))
                       MOVE "S" TO WS-HIST-SUST(WS-HIST-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Totales y codigo primero, para que el envio se asiente antes
      * de escribirse; si el registro lo niega (serial cero), no sale
      * archivo.
       0240-EMITIR-INTERCAMBIO.
           MOVE ZERO TO WS-CREDITOS WS-HASH-NOTAS.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-CONT
               COMPUTE WS-NOTA-CENT =
                   WS-HIST-PROMEDIO(WS-HIST-IDX) * 100
               ADD WS-NOTA-CENT TO WS-HASH-NOTAS
           END-PERFORM.
           MOVE WS-TARGET-ID TO WS-VC-MATRICULA.
           MOVE WS-DESTINO TO WS-VC-DESTINO.
           MOVE WS-FECHA-HOY TO WS-VC-FECHA.
           MOVE WS-HIST-CONT TO WS-VC-CANTIDAD.
           MOVE WS-HASH-NOTAS TO WS-VC-HASH.
           CALL "CodigoVerificacion" USING WS-VC-CONTENIDO
               WS-VC-CODIGO.
           CALL "RegistroEmision" USING WS-EMI-TIPO WS-TARGET-ID
               WS-EMI-OPERADOR WS-EMI-SERIAL WS-VC-CODIGO.
           IF WS-EMI-SERIAL = ZERO
               MOVE "EMISION NEGADA POR EL REGISTRO" TO WRL-MOTIVO
               PERFORM 0250-RECHAZAR
           ELSE
               PERFORM 0245-ESCRIBIR-ARCHIVO
           END-IF.

       0245-ESCRIBIR-ARCHIVO.
           MOVE SPACES TO WS-SALIDA-NOMBRE.
           STRING "INTERCAMBIO_" WS-TARGET-ID ".DAT"
               DELIMITED BY SIZE INTO WS-SALIDA-NOMBRE.
           OPEN OUTPUT SALIDA-FILE.
           IF WS-SALIDA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-SALIDA-NOMBRE " CODIGO: "
                   WS-SALIDA-STATUS
               MOVE "NO SE PUDO ESCRIBIR EL ARCHIVO DE INTERCAMBIO"
                   TO WRL-MOTIVO
               PERFORM 0250-RECHAZAR
           ELSE
               MOVE WS-ORIGEN TO WH-ORIGEN
               MOVE WS-DESTINO TO WH-DESTINO
               MOVE WS-TARGET-ID TO WH-MATRICULA
               MOVE WS-APELLIDO TO WH-APELLIDO
               MOVE WS-NOMBRE TO WH-NOMBRE
               MOVE WS-CARRERA TO WH-CARRERA
               MOVE WS-FECHA-HOY TO WH-FECHA
               MOVE WS-EMI-SERIAL TO WH-SERIAL
               MOVE WS-VC-CODIGO TO WH-CODIGO
               WRITE SALIDA-REC FROM WS-ENCABEZADO
               PERFORM 0246-ESCRIBIR-CURSO
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-CONT
               MOVE WS-HIST-CONT TO WT-CANTIDAD
               MOVE WS-CREDITOS TO WT-CREDITOS
               MOVE WS-HASH-NOTAS TO WT-HASH
               MOVE WS-VC-CODIGO TO WT-CODIGO
               WRITE SALIDA-REC FROM WS-CIERRE
               CLOSE SALIDA-FILE
               ADD 1 TO WS-ENVIADOS
               DISPLAY "INTERCAMBIO " WS-EMI-SERIAL " A " WS-DESTINO
                   " DE " WS-TARGET-ID " EN " WS-SALIDA-NOMBRE
               PERFORM 0247-REGISTRAR-DIVULGACION
           END-IF.

      * Titulo y creditos por el codigo cursado; si ese codigo ya no
      * esta en el catalogo, por el numero vigente del curso en la
      * misma carrera.
       0246-ESCRIBIR-CURSO.
           MOVE WS-HIST-TERMINO(WS-HIST-IDX) TO WC-TERMINO.
           MOVE WS-HIST-DEGCOD(WS-HIST-IDX) TO WC-CURSO.
           MOVE SPACES TO WC-TITULO.
           MOVE ZERO TO WC-CREDITOS.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT OR SE-HALLO
               IF WS-CAT-T-CODIGO(WS-IDX) = WS-HIST-DEGCOD(WS-HIST-IDX)
                   SET SE-HALLO TO TRUE
                   MOVE WS-CAT-T-TITULO(WS-IDX) TO WC-TITULO
                   MOVE WS-CAT-T-CREDITOS(WS-IDX) TO WC-CREDITOS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT OR SE-HALLO
               IF WS-CAT-T-CODIGO(WS-IDX)(1:3)
                       = WS-HIST-DEGCOD(WS-HIST-IDX)(1:3)
                   AND WS-CAT-T-CODIGO(WS-IDX)(4:4)
                       = WS-HIST-CURSO(WS-HIST-IDX)
                   SET SE-HALLO TO TRUE
                   MOVE WS-CAT-T-TITULO(WS-IDX) TO WC-TITULO
                   MOVE WS-CAT-T-CREDITOS(WS-IDX) TO WC-CREDITOS
               END-IF
           END-PERFORM.
           COMPUTE WC-NOTA = WS-HIST-PROMEDIO(WS-HIST-IDX) * 100.
           CALL "NotaLetraEscala" USING WS-HIST-TERMINO(WS-HIST-IDX)
               WS-HIST-PROMEDIO(WS-HIST-IDX)
               WS-NOTA-LETRA WS-NOTA-PUNTOS.
           MOVE WS-NOTA-LETRA TO WC-LETRA.
           COMPUTE WC-PUNTOS = WS-NOTA-PUNTOS * 100.
           EVALUATE TRUE
               WHEN WS-HIST-TERMINO(WS-HIST-IDX) = "CONVAL"
                   MOVE "V" TO WC-MARCA
               WHEN WS-HIST-SUST(WS-HIST-IDX) = "S"
                   MOVE "S" TO WC-MARCA
               WHEN OTHER
                   MOVE SPACE TO WC-MARCA
           END-EVALUATE.
           ADD WC-CREDITOS TO WS-CREDITOS.
           WRITE SALIDA-REC FROM WS-CURSO.

       0247-REGISTRAR-DIVULGACION.
           INITIALIZE WS-DIVULGACION.
           MOVE WS-TARGET-ID TO WS-DV-MATRICULA.
           MOVE WS-DESTINO TO WS-DV-SOLICITANTE.
           MOVE "U" TO WS-DV-TIPO-SOLICITANTE.
           MOVE "TRANSCRIPT ELECTRONICO (ITE)" TO WS-DV-DOCUMENTO.
           MOVE "T" TO WS-DV-CONSENTIMIENTO.
           MOVE WS-EMI-SERIAL TO WS-DV-REFERENCIA.
           MOVE WS-EMI-OPERADOR TO WS-DV-OPERADOR.
           CALL "RegistrarDivulgacion" USING WS-DIVULGACION.

       0250-RECHAZAR.
           ADD 1 TO WS-RECHAZADAS.
           MOVE WS-TARGET-ID TO WRL-MATRICULA.
           MOVE WS-APELLIDO TO WRL-APELLIDO.
           MOVE WS-NOMBRE TO WRL-NOMBRE.
           WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA.
           DISPLAY "INTERCAMBIO RECHAZADO A " WS-TARGET-ID ": "
               WRL-MOTIVO.

       0300-FIN.
           CLOSE RECHAZOS-FILE.
           DISPLAY "INTERCAMBIO DE TRANSCRIPTS CON " WS-DESTINO
               ". SOLICITUDES: " WS-LEIDAS " ENVIADOS: " WS-ENVIADOS
               " RECHAZADOS: " WS-RECHAZADAS.
           IF WS-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM IntercambioTranscript.
