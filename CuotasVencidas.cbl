       IDENTIFICATION DIVISION.
       PROGRAM-ID. CuotasVencidas.
       AUTHOR.     EHIDALGO.

      * Lista semanal de cuotas vencidas de los planes de pago para
      * cobranza. Recorre CARTERA.DAT y, para cada fila con plan en
      * PLANES_PAGO.DAT, pide a AntiguedadCartera lo pendiente de
      * cada cuota a la fecha de corte (CUOTAS_FECHA en el ambiente,
      * YYYYMMDD; hoy por omision): lo pagado de la fila cubre las
      * cuotas en orden de vencimiento, de modo que la cuota que
      * aparece es la que de verdad se dejo de pagar. Cada cuota
      * vencida con saldo sale en COBRANZA_CUOTAS.DAT con el
      * estudiante, el termino, la cuota, su vencimiento, lo
      * pendiente y los dias de atraso; las que vencieron en los
      * ultimos siete dias llevan la marca NUEVA, que es lo que
      * cobranza llama primero. Termina con RC 4 si la lista no
      * queda vacia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT COBRANZA-FILE ASSIGN TO "COBRANZA_CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  COBRANZA-FILE.
       01  COBRANZA-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-COB-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(2).
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA-CORTE      PIC 9(8).
           05  WS-DIA-CORTE        PIC 9(7).
           05  WS-DIAS-ATRASO      PIC 9(5).
           05  WS-HALLADO          PIC X.
               88  SE-HALLO        VALUE "Y".
           05  WS-FILAS-LEIDAS     PIC 9(5) VALUE ZERO.
           05  WS-FILAS-PLAN       PIC 9(5) VALUE ZERO.
           05  WS-LISTADAS         PIC 9(5) VALUE ZERO.
           05  WS-NUEVAS           PIC 9(5) VALUE ZERO.
           05  WS-PLANES-ATRASO    PIC 9(5) VALUE ZERO.
           05  WS-TOT-PENDIENTE    PIC 9(9)V99 VALUE ZERO.

           COPY "ANTIGUEDAD-FILA.CBL"
               REPLACING LEADING ==AF== BY ==WS-AF==.

       01  WS-TITULO.
           05  FILLER              PIC X(37) VALUE
               "CUOTAS VENCIDAS DE PLANES DE PAGO AL ".
           05  WTI-CORTE           PIC 9(8).
           05  FILLER              PIC X(12) VALUE " - COBRANZA".

       01  WS-COB-LINEA.
           05  WCL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE " ".
           05  WCL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-TERMINO         PIC X(6).
           05  FILLER              PIC X(9) VALUE " | CUOTA ".
           05  WCL-CUOTA           PIC Z9.
           05  FILLER              PIC X(1) VALUE "/".
           05  WCL-CUOTAS          PIC 99.
           05  FILLER              PIC X(9) VALUE " | VENCE ".
           05  WCL-VENCE           PIC 9(8).
           05  FILLER              PIC X(13) VALUE " | PENDIENTE ".
           05  WCL-PENDIENTE       PIC Z(6)9.99.
           05  FILLER              PIC X(10) VALUE " | ATRASO ".
           05  WCL-ATRASO          PIC ZZZZ9.
           05  FILLER              PIC X(5) VALUE " DIAS".
           05  WCL-NUEVA           PIC X(6).

       01  WS-COB-TOTALES.
           05  FILLER              PIC X(26) VALUE
               "TOTALES. CUOTAS VENCIDAS: ".
           05  WCT-LISTADAS        PIC ZZZZ9.
           05  FILLER              PIC X(9) VALUE " NUEVAS: ".
           05  WCT-NUEVAS          PIC ZZZZ9.
           05  FILLER              PIC X(9) VALUE " PLANES: ".
           05  WCT-PLANES          PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE " PENDIENTE: ".
           05  WCT-PENDIENTE       PIC Z(8)9.99.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           DISPLAY "CUOTAS_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-CORTE
           ELSE
               ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CORTE) NOT = ZERO
               DISPLAY "CUOTAS_FECHA INVALIDA: " WS-FECHA-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE).
           OPEN INPUT CARTERA-FILE.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARTERA.DAT. CODIGO: "
                   WS-CAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT COBRANZA-FILE.
           MOVE WS-FECHA-CORTE TO WTI-CORTE.
           WRITE COBRANZA-REC FROM WS-TITULO.

       0200-PROCESO.
           PERFORM UNTIL EOF-CARTERA
               READ CARTERA-FILE
                   AT END SET EOF-CARTERA TO TRUE
               END-READ
               IF NOT EOF-CARTERA
                   ADD 1 TO WS-FILAS-LEIDAS
                   IF CAR-FACTURADO > CAR-PAGADO
                       CALL "AntiguedadCartera" USING CARTERA-REC
                           WS-FECHA-CORTE WS-AF-RESULTADO
                       IF WS-AF-CUO-COUNT > ZERO
                           ADD 1 TO WS-FILAS-PLAN
                       END-IF
                       IF WS-AF-CUO-VENCIDAS > ZERO
                           PERFORM 0210-LISTAR-CUOTAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CARTERA-FILE.

       0210-LISTAR-CUOTAS.
           ADD 1 TO WS-PLANES-ATRASO.
           PERFORM 0220-BUSCAR-NOMBRE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AF-CUO-COUNT
               IF WS-AF-CUO-PENDIENTE(WS-IDX) > ZERO
                   AND WS-AF-CUO-VENCE(WS-IDX) < WS-FECHA-CORTE
                   COMPUTE WS-DIAS-ATRASO = WS-DIA-CORTE
                       - FUNCTION INTEGER-OF-DATE
                           (WS-AF-CUO-VENCE(WS-IDX))
                   MOVE CAR-MATRICULA TO WCL-MATRICULA
                   MOVE CAR-TERMINO TO WCL-TERMINO
                   MOVE WS-AF-CUO-NUMERO(WS-IDX) TO WCL-CUOTA
                   MOVE WS-AF-CUO-COUNT TO WCL-CUOTAS
                   MOVE WS-AF-CUO-VENCE(WS-IDX) TO WCL-VENCE
                   MOVE WS-AF-CUO-PENDIENTE(WS-IDX) TO WCL-PENDIENTE
                   MOVE WS-DIAS-ATRASO TO WCL-ATRASO
                   IF WS-DIAS-ATRASO <= 7
                       MOVE " NUEVA" TO WCL-NUEVA
                       ADD 1 TO WS-NUEVAS
                   ELSE
                       MOVE SPACES TO WCL-NUEVA
                   END-IF
                   WRITE COBRANZA-REC FROM WS-COB-LINEA
                   ADD 1 TO WS-LISTADAS
                   ADD WS-AF-CUO-PENDIENTE(WS-IDX) TO WS-TOT-PENDIENTE
               END-IF
           END-PERFORM.

       0220-BUSCAR-NOMBRE.
           MOVE SPACES TO WCL-APELLIDO WCL-NOMBRE.
           MOVE "N" TO WS-HALLADO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS = "00"
               PERFORM UNTIL EOF-MAESTRO OR SE-HALLO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       AND MAE-MATRICULA = CAR-MATRICULA
                       SET SE-HALLO TO TRUE
                       MOVE MAE-APELLIDO TO WCL-APELLIDO
                       MOVE MAE-NOMBRE TO WCL-NOMBRE
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
               INITIALIZE MAESTRO-REC
           END-IF.

       0300-FIN.
           MOVE WS-LISTADAS TO WCT-LISTADAS.
           MOVE WS-NUEVAS TO WCT-NUEVAS.
           MOVE WS-PLANES-ATRASO TO WCT-PLANES.
           MOVE WS-TOT-PENDIENTE TO WCT-PENDIENTE.
           WRITE COBRANZA-REC FROM WS-COB-TOTALES.
           CLOSE COBRANZA-FILE.
           DISPLAY "CUOTAS VENCIDAS AL " WS-FECHA-CORTE ": "
               WS-LISTADAS " (" WS-NUEVAS " NUEVAS) DE "
               WS-PLANES-ATRASO " PLANES; FILAS CON PLAN: "
               WS-FILAS-PLAN " DE " WS-FILAS-LEIDAS ".".
           IF WS-LISTADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM CuotasVencidas.
