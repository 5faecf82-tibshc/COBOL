       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Divulgaciones.
       AUTHOR.         J R.

      * Ventanilla del registro de divulgaciones DIVULGACIONES.DAT
      * (RegistrarDivulgacion): cuando registro entrega datos de un
      * estudiante a un tercero (empleador, embajada, universidad
      * socia) asienta aqui quien los pidio, que se envio y con que
      * consentimiento: C consentimiento escrito (con el numero del
      * formulario), T traslado solicitado por el propio estudiante,
      * L requerimiento legal (con el numero de oficio). Los envios
      * de IntercambioTranscript se asientan solos. La opcion 2
      * imprime la bitacora completa de un estudiante en
      * DIVULGACIONES_<matricula>.DAT, para entregarsela cuando la
      * pida. Cualquier operador con sesion (IniciarSesion) la usa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVULGACIONES-FILE ASSIGN TO "DIVULGACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-CHECK-KEY.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT BITACORA-FILE ASSIGN TO WS-BITACORA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIVULGACIONES-FILE.
       01  DIV-REC.
           88  EOF-DIV             VALUE HIGH-VALUE.
           COPY "DIVULGACION-RECORD.CBL".

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  BITACORA-FILE.
       01  BITACORA-REC            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-BITACORA-STATUS  PIC X(2).
           05  WS-BITACORA-NOMBRE  PIC X(40).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "3".
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-APELLIDO         PIC X(10).
           05  WS-NOMBRE           PIC X(10).
           05  WS-TIPO             PIC X(1).
               88  TIPO-VALIDO     VALUE "E" "M" "U" "O".
           05  WS-CONSENTIMIENTO   PIC X(1).
               88  CONSENTIMIENTO-VALIDO VALUE "C" "T" "L".
           05  WS-IMPRESAS         PIC 9(5).
           05  WS-EN-MAESTRO       PIC X.
               88  EXISTE-EN-MAESTRO VALUE "Y".

       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Fila que se entrega a RegistrarDivulgacion.
       01  WS-DIVULGACION.
           COPY "DIVULGACION-RECORD.CBL"
               REPLACING LEADING ==DV== BY ==WS-DV==.

       01  WS-BIT-TITULO.
           05  FILLER              PIC X(34) VALUE
               "REGISTRO DE DIVULGACIONES - MATR. ".
           05  WBT-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WBT-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WBT-NOMBRE          PIC X(10).

       01  WS-BIT-COLUMNAS.
           05  FILLER              PIC X(42) VALUE
               "FECHA    T SOLICITANTE".
           05  FILLER              PIC X(31) VALUE "DOCUMENTO".
           05  FILLER              PIC X(23) VALUE "C REFERENCIA".
           05  FILLER              PIC X(8) VALUE "OPERADOR".

       01  WS-BIT-DETALLE.
           05  WBD-FECHA           PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WBD-TIPO            PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WBD-SOLICITANTE     PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WBD-DOCUMENTO       PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WBD-CONSENTIMIENTO  PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WBD-REFERENCIA      PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WBD-OPERADOR        PIC X(8).

       01  WS-BIT-TOTAL.
           05  FILLER              PIC X(26) VALUE
               "TOTAL DE DIVULGACIONES:   ".
           05  WBT-TOTAL           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-REGISTRAR
                           THRU 0200-EXIT
                   WHEN "2"
                       PERFORM 0300-IMPRIMIR-BITACORA
                           THRU 0300-EXIT
                   WHEN "3"
                       DISPLAY "SALIENDO DEL REGISTRO DE "
                           "DIVULGACIONES."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  REGISTRO DE DIVULGACIONES".
           DISPLAY "=====================================".
           DISPLAY "1. REGISTRAR ENTREGA A UN TERCERO".
           DISPLAY "2. IMPRIMIR BITACORA DE UN ESTUDIANTE".
           DISPLAY "3. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

      * El egresado que ya no esta en el maestro tambien pide
      * constancias: se avisa y se registra igual.
       0200-REGISTRAR.
           PERFORM 0700-PEDIR-MATRICULA.
           IF WS-MATRICULA-BUSCADA = ZERO
               GO TO 0200-EXIT
           END-IF.
           IF NOT EXISTE-EN-MAESTRO
               DISPLAY "AVISO: " WS-MATRICULA-BUSCADA
                   " NO ESTA EN MAESTRO.DAT; SE REGISTRA IGUAL."
           END-IF.
           INITIALIZE WS-DIVULGACION.
           MOVE WS-MATRICULA-BUSCADA TO WS-DV-MATRICULA.
           DISPLAY "SOLICITANTE (30 POSICIONES): ".
           ACCEPT WS-DV-SOLICITANTE.
           IF WS-DV-SOLICITANTE = SPACES
               DISPLAY "FALTA EL SOLICITANTE."
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "TIPO (E=EMPLEADOR M=EMBAJADA U=UNIVERSIDAD "
               "O=OTRO): ".
           ACCEPT WS-TIPO.
           IF NOT TIPO-VALIDO
               DISPLAY "TIPO DE SOLICITANTE INVALIDO: " WS-TIPO
               GO TO 0200-EXIT
           END-IF.
           MOVE WS-TIPO TO WS-DV-TIPO-SOLICITANTE.
           DISPLAY "DOCUMENTO O DATOS ENVIADOS (30 POSICIONES): ".
           ACCEPT WS-DV-DOCUMENTO.
           IF WS-DV-DOCUMENTO = SPACES
               DISPLAY "FALTA LO QUE SE ENVIO."
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "CONSENTIMIENTO (C=ESCRITO T=TRASLADO "
               "L=REQUERIMIENTO LEGAL): ".
           ACCEPT WS-CONSENTIMIENTO.
           IF NOT CONSENTIMIENTO-VALIDO
               DISPLAY "CONSENTIMIENTO INVALIDO: " WS-CONSENTIMIENTO
               GO TO 0200-EXIT
           END-IF.
           MOVE WS-CONSENTIMIENTO TO WS-DV-CONSENTIMIENTO.
           DISPLAY "REFERENCIA (FORMULARIO, OFICIO O SERIAL): ".
           ACCEPT WS-DV-REFERENCIA.
      * Sin el formulario o el oficio no hay como probar la base de
      * la entrega.
           IF WS-DV-REFERENCIA = SPACES
               AND WS-CONSENTIMIENTO NOT = "T"
               DISPLAY "EL CONSENTIMIENTO ESCRITO Y EL REQUERIMIENTO "
                   "LEGAL LLEVAN SU NUMERO DE REFERENCIA."
               GO TO 0200-EXIT
           END-IF.
           MOVE WS-SES-OPERADOR TO WS-DV-OPERADOR.
           CALL "RegistrarDivulgacion" USING WS-DIVULGACION.
           DISPLAY "DIVULGACION REGISTRADA PARA " WS-DV-MATRICULA
               " A " WS-DV-SOLICITANTE.

       0200-EXIT.
           EXIT.

       0300-IMPRIMIR-BITACORA.
           PERFORM 0700-PEDIR-MATRICULA.
           IF WS-MATRICULA-BUSCADA = ZERO
               GO TO 0300-EXIT
           END-IF.
           OPEN INPUT DIVULGACIONES-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "DIVULGACIONES.DAT NO EXISTE TODAVIA; SIN "
                   "DIVULGACIONES REGISTRADAS."
               GO TO 0300-EXIT
           END-IF.
           MOVE SPACES TO WS-BITACORA-NOMBRE.
           STRING "DIVULGACIONES_" WS-MATRICULA-BUSCADA ".DAT"
               DELIMITED BY SIZE INTO WS-BITACORA-NOMBRE.
           OPEN OUTPUT BITACORA-FILE.
           IF WS-BITACORA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-BITACORA-NOMBRE
                   " CODIGO: " WS-BITACORA-STATUS
               CLOSE DIVULGACIONES-FILE
               GO TO 0300-EXIT
           END-IF.
           MOVE WS-MATRICULA-BUSCADA TO WBT-MATRICULA.
           MOVE WS-APELLIDO TO WBT-APELLIDO.
           MOVE WS-NOMBRE TO WBT-NOMBRE.
           WRITE BITACORA-REC FROM WS-BIT-TITULO.
           WRITE BITACORA-REC FROM WS-BIT-COLUMNAS.
           MOVE ZERO TO WS-IMPRESAS.
           PERFORM UNTIL EOF-DIV
               READ DIVULGACIONES-FILE
                   AT END SET EOF-DIV TO TRUE
               END-READ
               IF NOT EOF-DIV
                   AND DV-MATRICULA = WS-MATRICULA-BUSCADA
                   ADD 1 TO WS-IMPRESAS
                   MOVE DV-FECHA TO WBD-FECHA
                   MOVE DV-TIPO-SOLICITANTE TO WBD-TIPO
                   MOVE DV-SOLICITANTE TO WBD-SOLICITANTE
                   MOVE DV-DOCUMENTO TO WBD-DOCUMENTO
                   MOVE DV-CONSENTIMIENTO TO WBD-CONSENTIMIENTO
                   MOVE DV-REFERENCIA TO WBD-REFERENCIA
                   MOVE DV-OPERADOR TO WBD-OPERADOR
                   WRITE BITACORA-REC FROM WS-BIT-DETALLE
               END-IF
           END-PERFORM.
           MOVE WS-IMPRESAS TO WBT-TOTAL.
           WRITE BITACORA-REC FROM WS-BIT-TOTAL.
           CLOSE DIVULGACIONES-FILE BITACORA-FILE.
           DISPLAY WS-IMPRESAS " DIVULGACIONES DE "
               WS-MATRICULA-BUSCADA " EN " WS-BITACORA-NOMBRE.

       0300-EXIT.
           EXIT.

      * Matricula en cero al volver = dato invalido, ya avisado.
      * Deja nombre y apellido del maestro si el estudiante esta.
       0700-PEDIR-MATRICULA.
           MOVE ZERO TO WS-MATRICULA-BUSCADA.
           MOVE SPACES TO WS-APELLIDO WS-NOMBRE.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
           ELSE
               MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA
               PERFORM 0800-BUSCAR-EN-MAESTRO
           END-IF.

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

       END PROGRAM Divulgaciones.
