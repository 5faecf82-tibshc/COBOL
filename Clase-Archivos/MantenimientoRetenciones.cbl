       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoRetenciones.
       AUTHOR.         J R.

      * Maestro unico de retenciones RETENCIONES.DAT: cada oficina
      * (caja, biblioteca, registro, disciplina...) coloca y libera
      * aqui sus retenciones sobre un estudiante, en vez de las notas
      * pegadas en la ventanilla. Los puntos de servicio las
      * consultan con VerificarRetencion y rechazan con el motivo.
      * El operador firma via IniciarSesion y su oficina sale de las
      * posiciones 18-20 de su fila en OPERADORES.DAT: un operador
      * solo coloca retenciones de su oficina y solo libera las que
      * su oficina puso; el supervisor puede hacerlo por cualquier
      * oficina. Un operador sin oficina no entra. La retencion
      * liberada no se borra: queda con su fecha de liberacion y el
      * operador que la libero, y cada cambio deja la imagen del
      * registro en RETENCIONES_AUDIT.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-CHECK-KEY.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "RETENCIONES_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENCIONES-FILE.
       01  RET-REC.
           88  EOF-RET             VALUE HIGH-VALUE.
           COPY "RETENCION-RECORD.CBL"
               REPLACING LEADING ==RT== BY ==RET==.

       FD  OPERADORES-FILE.
       01  OPE-REC.
           88  EOF-OPE             VALUE HIGH-VALUE.
           02  OPE-ID              PIC X(8).
           02  OPE-PASSWORD        PIC X(8).
           02  OPE-NIVEL           PIC X(1).
           02  OPE-OFICINA         PIC X(3).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(118).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-OPE-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-AUDIT-FECHA      PIC 9(8).
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "4".
           05  WS-IDX              PIC 9(4).
           05  WS-RTN-IDX          PIC 9(4).
           05  WS-ACTIVAS          PIC 9(4).
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-NUMERO-TEXTO     PIC X(5).
           05  WS-NUMERO-BUSCADO   PIC 9(5).
           05  WS-ULTIMO-NUMERO    PIC 9(5) VALUE ZERO.
           05  WS-TIPO             PIC X(1).
               88  TIPO-VALIDO     VALUE "F" "B" "D" "C" "A" "O".
           05  WS-OFICINA          PIC X(3).
           05  WS-OFICINA-RETENCION PIC X(3).
           05  WS-MOTIVO           PIC X(40).
           05  WS-FECHA-HOY        PIC 9(8).
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

      * Tabla en memoria con el mismo trazo que RETENCIONES.DAT; el
      * archivo se reescribe completo en cada cambio.
       01  WS-RETENCIONES.
           05  WS-RTN-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RTN-ENTRY OCCURS 1000 TIMES.
               10  WS-RTN-NUMERO   PIC 9(5).
               10  WS-RTN-MATRICULA PIC 9(7).
               10  WS-RTN-TIPO     PIC X(1).
               10  WS-RTN-OFICINA  PIC X(3).
               10  WS-RTN-MOTIVO   PIC X(40).
               10  WS-RTN-FECHA-COLOCADA PIC 9(8).
               10  WS-RTN-FECHA-LIBERADA PIC 9(8).
               10  WS-RTN-OPERADOR PIC X(8).

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-OPERADOR        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-ACCION          PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAL-REGISTRO        PIC X(80).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0105-OBTENER-OFICINA.
           IF WS-OFICINA = SPACES AND NOT NIVEL-SUPERVISOR
               DISPLAY "EL OPERADOR " WS-SES-OPERADOR " NO TIENE "
                   "OFICINA EN OPERADORES.DAT; NO PUEDE MANTENER "
                   "RETENCIONES."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0120-CARGAR-RETENCIONES.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-ACTIVAS
                   WHEN "2"
                       PERFORM 0300-COLOCAR-RETENCION
                           THRU 0300-EXIT
                   WHEN "3"
                       PERFORM 0400-LIBERAR-RETENCION
                           THRU 0400-EXIT
                   WHEN "4"
                       DISPLAY "SALIENDO DE RETENCIONES."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0105-OBTENER-OFICINA.
           MOVE SPACES TO WS-OFICINA.
           OPEN INPUT OPERADORES-FILE.
           IF WS-OPE-STATUS = "00"
               PERFORM UNTIL EOF-OPE
                   READ OPERADORES-FILE
                       AT END SET EOF-OPE TO TRUE
                   END-READ
                   IF NOT EOF-OPE AND OPE-ID = WS-SES-OPERADOR
                       MOVE OPE-OFICINA TO WS-OFICINA
                   END-IF
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  RETENCIONES - OFICINA " WS-OFICINA.
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR RETENCIONES ACTIVAS".
           DISPLAY "2. COLOCAR RETENCION".
           DISPLAY "3. LIBERAR RETENCION".
           DISPLAY "4. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "RETENCIONES.DAT NO EXISTE TODAVIA; SE CREARA "
                   "CON LA PRIMERA RETENCION."
           ELSE
               PERFORM UNTIL EOF-RET
                   READ RETENCIONES-FILE
                       AT END SET EOF-RET TO TRUE
                   END-READ
                   IF NOT EOF-RET AND WS-RTN-COUNT < 1000
                       ADD 1 TO WS-RTN-COUNT
                       MOVE RET-REC TO WS-RTN-ENTRY(WS-RTN-COUNT)
                       IF RET-NUMERO > WS-ULTIMO-NUMERO
                           MOVE RET-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.

       0130-GUARDAR-RETENCIONES.
           OPEN OUTPUT RETENCIONES-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RTN-COUNT
               MOVE WS-RTN-ENTRY(WS-IDX) TO RET-REC
               WRITE RET-REC
           END-PERFORM.
           CLOSE RETENCIONES-FILE.

      * Todas las oficinas ven todas las retenciones activas: la
      * ventanilla necesita saber a donde mandar al estudiante.
       0200-LISTAR-ACTIVAS.
           MOVE ZERO TO WS-ACTIVAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RTN-COUNT
               IF WS-RTN-FECHA-LIBERADA(WS-IDX) = ZERO
                   ADD 1 TO WS-ACTIVAS
                   DISPLAY WS-RTN-NUMERO(WS-IDX) " | "
                       WS-RTN-MATRICULA(WS-IDX) " | "
                       WS-RTN-OFICINA(WS-IDX) " "
                       WS-RTN-TIPO(WS-IDX) " | DESDE "
                       WS-RTN-FECHA-COLOCADA(WS-IDX) " | "
                       WS-RTN-MOTIVO(WS-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "RETENCIONES ACTIVAS: " WS-ACTIVAS.

       0300-COLOCAR-RETENCION.
           IF WS-RTN-COUNT = 1000
               DISPLAY "LA TABLA DE RETENCIONES ESTA LLENA (1000)."
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
           DISPLAY "TIPO (F=FINANCIERA B=BIBLIOTECA D=DOCUMENTOS "
               "C=CONDUCTA A=ACADEMICA O=OTRA): ".
           ACCEPT WS-TIPO.
           IF NOT TIPO-VALIDO
               DISPLAY "TIPO DE RETENCION INVALIDO: " WS-TIPO
               GO TO 0300-EXIT
           END-IF.
      * El supervisor coloca por cualquier oficina; el operador,
      * solo por la suya.
           MOVE WS-OFICINA TO WS-OFICINA-RETENCION.
           IF NIVEL-SUPERVISOR
               DISPLAY "OFICINA QUE COLOCA (ENTER = " WS-OFICINA
                   "): "
               MOVE SPACES TO WS-OFICINA-RETENCION
               ACCEPT WS-OFICINA-RETENCION
               IF WS-OFICINA-RETENCION = SPACES
                   MOVE WS-OFICINA TO WS-OFICINA-RETENCION
               END-IF
               IF WS-OFICINA-RETENCION = SPACES
                   DISPLAY "FALTA LA OFICINA QUE COLOCA."
                   GO TO 0300-EXIT
               END-IF
           END-IF.
           DISPLAY "MOTIVO (40 POSICIONES, SE MUESTRA EN VENTANILLA): ".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "FALTA EL MOTIVO DE LA RETENCION."
               GO TO 0300-EXIT
           END-IF.
           ADD 1 TO WS-RTN-COUNT.
           MOVE WS-RTN-COUNT TO WS-RTN-IDX.
           ADD 1 TO WS-ULTIMO-NUMERO.
           MOVE WS-ULTIMO-NUMERO TO WS-RTN-NUMERO(WS-RTN-IDX).
           MOVE WS-MATRICULA-BUSCADA TO WS-RTN-MATRICULA(WS-RTN-IDX).
           MOVE WS-TIPO TO WS-RTN-TIPO(WS-RTN-IDX).
           MOVE WS-OFICINA-RETENCION TO WS-RTN-OFICINA(WS-RTN-IDX).
           MOVE WS-MOTIVO TO WS-RTN-MOTIVO(WS-RTN-IDX).
           MOVE WS-FECHA-HOY TO WS-RTN-FECHA-COLOCADA(WS-RTN-IDX).
           MOVE ZERO TO WS-RTN-FECHA-LIBERADA(WS-RTN-IDX).
           MOVE WS-SES-OPERADOR TO WS-RTN-OPERADOR(WS-RTN-IDX).
           PERFORM 0130-GUARDAR-RETENCIONES.
           MOVE "COLOCA" TO WAL-ACCION.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "RETENCION " WS-ULTIMO-NUMERO " COLOCADA A "
               WS-MATRICULA-BUSCADA " POR " WS-OFICINA-RETENCION.

       0300-EXIT.
           EXIT.

       0400-LIBERAR-RETENCION.
           DISPLAY "NUMERO DE RETENCION: ".
           ACCEPT WS-NUMERO-TEXTO.
           IF FUNCTION TRIM(WS-NUMERO-TEXTO) IS NOT NUMERIC
               DISPLAY "NUMERO INVALIDO: " WS-NUMERO-TEXTO
               GO TO 0400-EXIT
           END-IF.
           COMPUTE WS-NUMERO-BUSCADO = FUNCTION NUMVAL(WS-NUMERO-TEXTO).
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RTN-COUNT
               IF WS-RTN-NUMERO(WS-IDX) = WS-NUMERO-BUSCADO
                   SET SE-ENCONTRO TO TRUE
                   MOVE WS-IDX TO WS-RTN-IDX
               END-IF
           END-PERFORM.
           IF NOT SE-ENCONTRO
               DISPLAY "NO EXISTE LA RETENCION: " WS-NUMERO-BUSCADO
               GO TO 0400-EXIT
           END-IF.
           IF WS-RTN-FECHA-LIBERADA(WS-RTN-IDX) NOT = ZERO
               DISPLAY "LA RETENCION YA FUE LIBERADA EL "
                   WS-RTN-FECHA-LIBERADA(WS-RTN-IDX)
               GO TO 0400-EXIT
           END-IF.
           IF WS-RTN-OFICINA(WS-RTN-IDX) NOT = WS-OFICINA
               AND NOT NIVEL-SUPERVISOR
               DISPLAY "LA RETENCION ES DE LA OFICINA "
                   WS-RTN-OFICINA(WS-RTN-IDX)
                   "; SOLO ELLA O UN SUPERVISOR LA LIBERA."
               GO TO 0400-EXIT
           END-IF.
           MOVE WS-FECHA-HOY TO WS-RTN-FECHA-LIBERADA(WS-RTN-IDX).
           MOVE WS-SES-OPERADOR TO WS-RTN-OPERADOR(WS-RTN-IDX).
           PERFORM 0130-GUARDAR-RETENCIONES.
           MOVE "LIBERA" TO WAL-ACCION.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "RETENCION " WS-NUMERO-BUSCADO " LIBERADA.".

       0400-EXIT.
           EXIT.

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
           MOVE WS-RTN-ENTRY(WS-RTN-IDX) TO WAL-REGISTRO.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
           CLOSE AUDIT-FILE.

       END PROGRAM MantenimientoRetenciones.
