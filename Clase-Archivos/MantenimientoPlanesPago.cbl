       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoPlanesPago.
       AUTHOR.         J R.

      * Planes de pago en cuotas PLANES_PAGO.DAT: lo que hoy se
      * acuerda en papel con la familia que no puede pagar la
      * factura del termino de una vez. Un plan cubre el saldo
      * abierto de la factura en CARTERA.DAT (matricula y termino) en
      * 2 a 12 cuotas, cada una con su monto y su fecha de
      * vencimiento, en orden de vencimiento; la suma de las cuotas
      * debe ser exactamente el saldo abierto. El operador que
      * aprueba firma via IniciarSesion y queda en cada cuota. Un
      * termino solo tiene un plan. Lo pagado de la fila cubre las
      * cuotas en orden (AntiguedadCartera): la antiguedad, la
      * retencion financiera y la lista de cuotas vencidas
      * (CuotasVencidas) solo cuentan las cuotas vencidas. La
      * consulta muestra el plan con lo pendiente de cada cuota.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANES-FILE ASSIGN TO "PLANES_PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-CHECK-KEY.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANES-FILE.
       01  PLA-REC.
           88  EOF-PLA             VALUE HIGH-VALUE.
           COPY "PLAN-PAGO-RECORD.CBL"
               REPLACING LEADING ==PL== BY ==PLA==.

       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "3".
           05  WS-IDX              PIC 9(2).
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-TERMINO          PIC X(6).
           05  WS-CUOTAS-TEXTO     PIC X(2).
           05  WS-CUOTAS           PIC 9(2).
           05  WS-MONTO-TEXTO      PIC X(9).
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA-NUM        PIC 9(8).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-SALDO            PIC S9(7)V99.
           05  WS-SUMA             PIC 9(7)V99.
           05  WS-SALDO-ED         PIC -(6)9.99.
           05  WS-SUMA-ED          PIC Z(6)9.99.
           05  WS-MONTO-ED         PIC Z(6)9.99.
           05  WS-PENDIENTE-ED     PIC Z(6)9.99.
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".
           05  WS-CUOTA-VALIDA     PIC X.
               88  CUOTA-VALIDA    VALUE "Y".
           05  WS-PLANES-VISTOS    PIC 9(2).

       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Cuotas capturadas del plan nuevo.
       01  WS-PLAN.
           05  WS-PLN-ENTRY OCCURS 12 TIMES.
               10  WS-PLN-MONTO    PIC 9(7)V99.
               10  WS-PLN-VENCE    PIC 9(8).

      * Fila de cartera del plan y su antiguedad, para la consulta.
       01  WS-FILA-CARTERA         PIC X(45).
           COPY "ANTIGUEDAD-FILA.CBL"
               REPLACING LEADING ==AF== BY ==WS-AF==.

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
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-CONSULTAR-PLAN
                           THRU 0200-EXIT
                   WHEN "2"
                       PERFORM 0300-REGISTRAR-PLAN
                           THRU 0300-EXIT
                   WHEN "3"
                       DISPLAY "SALIENDO DE PLANES DE PAGO."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  PLANES DE PAGO (" WS-TERMINO-ACTUAL ")".
           DISPLAY "=====================================".
           DISPLAY "1. CONSULTAR PLANES DE UN ESTUDIANTE".
           DISPLAY "2. REGISTRAR PLAN DE PAGO".
           DISPLAY "3. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

      * Cada fila de cartera del estudiante con plan se muestra con
      * lo pendiente de cada cuota al dia de hoy.
       0200-CONSULTAR-PLAN.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
               GO TO 0200-EXIT
           END-IF.
           MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA.
           MOVE ZERO TO WS-PLANES-VISTOS.
           OPEN INPUT CARTERA-FILE.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARTERA.DAT. CODIGO: "
                   WS-CAR-STATUS
               GO TO 0200-EXIT
           END-IF.
           PERFORM UNTIL EOF-CARTERA
               READ CARTERA-FILE
                   AT END SET EOF-CARTERA TO TRUE
               END-READ
               IF NOT EOF-CARTERA
                   AND CAR-MATRICULA = WS-MATRICULA-BUSCADA
                   MOVE CARTERA-REC TO WS-FILA-CARTERA
                   CALL "AntiguedadCartera" USING WS-FILA-CARTERA
                       WS-FECHA-HOY WS-AF-RESULTADO
                   IF WS-AF-CUO-COUNT > ZERO
                       PERFORM 0210-MOSTRAR-CUOTAS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CARTERA-FILE.
           INITIALIZE CARTERA-REC.
           IF WS-PLANES-VISTOS = ZERO
               DISPLAY "LA MATRICULA " WS-MATRICULA-BUSCADA
                   " NO TIENE PLANES DE PAGO."
           END-IF.

       0200-EXIT.
           EXIT.

       0210-MOSTRAR-CUOTAS.
           ADD 1 TO WS-PLANES-VISTOS.
           COMPUTE WS-SALDO = CAR-FACTURADO - CAR-PAGADO.
           MOVE WS-SALDO TO WS-SALDO-ED.
           DISPLAY "TERMINO " CAR-TERMINO " | SALDO " WS-SALDO-ED
               " | CUOTAS VENCIDAS " WS-AF-CUO-VENCIDAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AF-CUO-COUNT
               MOVE WS-AF-CUO-MONTO(WS-IDX) TO WS-MONTO-ED
               MOVE WS-AF-CUO-PENDIENTE(WS-IDX) TO WS-PENDIENTE-ED
               IF WS-AF-CUO-PENDIENTE(WS-IDX) > ZERO
                   AND WS-AF-CUO-VENCE(WS-IDX) < WS-FECHA-HOY
                   DISPLAY "  CUOTA " WS-AF-CUO-NUMERO(WS-IDX)
                       " | VENCE " WS-AF-CUO-VENCE(WS-IDX)
                       " | MONTO " WS-MONTO-ED " | PENDIENTE "
                       WS-PENDIENTE-ED " | VENCIDA"
               ELSE
                   DISPLAY "  CUOTA " WS-AF-CUO-NUMERO(WS-IDX)
                       " | VENCE " WS-AF-CUO-VENCE(WS-IDX)
                       " | MONTO " WS-MONTO-ED " | PENDIENTE "
                       WS-PENDIENTE-ED
               END-IF
           END-PERFORM.

       0300-REGISTRAR-PLAN.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
               GO TO 0300-EXIT
           END-IF.
           MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA.
           DISPLAY "TERMINO (ENTER = " WS-TERMINO-ACTUAL "): ".
           MOVE SPACES TO WS-TERMINO.
           ACCEPT WS-TERMINO.
           IF WS-TERMINO = SPACES
               MOVE WS-TERMINO-ACTUAL TO WS-TERMINO
           END-IF.
           PERFORM 0800-BUSCAR-CARTERA.
           IF NOT SE-ENCONTRO
               DISPLAY "SIN CARTERA DE " WS-MATRICULA-BUSCADA
                   " EN EL TERMINO " WS-TERMINO
               GO TO 0300-EXIT
           END-IF.
           IF WS-SALDO NOT > ZERO
               DISPLAY "EL TERMINO " WS-TERMINO " NO TIENE SALDO "
                   "ABIERTO; NO HAY NADA QUE PLANEAR."
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0810-BUSCAR-PLAN.
           IF SE-ENCONTRO
               DISPLAY "LA MATRICULA " WS-MATRICULA-BUSCADA
                   " YA TIENE PLAN EN EL TERMINO " WS-TERMINO
               GO TO 0300-EXIT
           END-IF.
           MOVE WS-SALDO TO WS-SALDO-ED.
           DISPLAY "SALDO ABIERTO DEL TERMINO: " WS-SALDO-ED.
           DISPLAY "NUMERO DE CUOTAS (2 A 12): ".
           ACCEPT WS-CUOTAS-TEXTO.
           IF FUNCTION TRIM(WS-CUOTAS-TEXTO) IS NOT NUMERIC
               DISPLAY "NUMERO DE CUOTAS INVALIDO: " WS-CUOTAS-TEXTO
               GO TO 0300-EXIT
           END-IF.
           COMPUTE WS-CUOTAS = FUNCTION NUMVAL(WS-CUOTAS-TEXTO).
           IF WS-CUOTAS < 2 OR WS-CUOTAS > 12
               DISPLAY "EL PLAN VA DE 2 A 12 CUOTAS."
               GO TO 0300-EXIT
           END-IF.
           MOVE ZERO TO WS-SUMA.
           SET CUOTA-VALIDA TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUOTAS OR NOT CUOTA-VALIDA
               PERFORM 0310-CAPTURAR-CUOTA THRU 0310-EXIT
           END-PERFORM.
           IF NOT CUOTA-VALIDA
               DISPLAY "PLAN NO REGISTRADO."
               GO TO 0300-EXIT
           END-IF.
           IF WS-SUMA NOT = WS-SALDO
               MOVE WS-SUMA TO WS-SUMA-ED
               DISPLAY "LAS CUOTAS SUMAN " WS-SUMA-ED " Y EL SALDO "
                   "ES " WS-SALDO-ED "; PLAN NO REGISTRADO."
               GO TO 0300-EXIT
           END-IF.
           OPEN EXTEND PLANES-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               OPEN OUTPUT PLANES-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUOTAS
               MOVE WS-MATRICULA-BUSCADA TO PLA-MATRICULA
               MOVE WS-TERMINO TO PLA-TERMINO
               MOVE WS-CUOTAS TO PLA-CUOTAS
               MOVE WS-IDX TO PLA-CUOTA
               MOVE WS-PLN-MONTO(WS-IDX) TO PLA-MONTO
               MOVE WS-PLN-VENCE(WS-IDX) TO PLA-VENCE
               MOVE WS-SES-OPERADOR TO PLA-OPERADOR
               MOVE WS-FECHA-HOY TO PLA-FECHA-APROBADO
               WRITE PLA-REC
           END-PERFORM.
           CLOSE PLANES-FILE.
           DISPLAY "PLAN DE " WS-CUOTAS " CUOTAS REGISTRADO PARA "
               WS-MATRICULA-BUSCADA " TERMINO " WS-TERMINO
               " (APROBO " WS-SES-OPERADOR ").".

       0300-EXIT.
           EXIT.

      * Cada cuota vence despues de la anterior; el monto va en
      * centesimas, como en el libro de becas.
       0310-CAPTURAR-CUOTA.
           DISPLAY "CUOTA " WS-IDX " - MONTO (CENTESIMAS, EJ 150000): ".
           MOVE SPACES TO WS-MONTO-TEXTO.
           ACCEPT WS-MONTO-TEXTO.
           IF FUNCTION TRIM(WS-MONTO-TEXTO) IS NOT NUMERIC
               DISPLAY "MONTO INVALIDO: " WS-MONTO-TEXTO
               MOVE "N" TO WS-CUOTA-VALIDA
               GO TO 0310-EXIT
           END-IF.
           COMPUTE WS-PLN-MONTO(WS-IDX) =
               FUNCTION NUMVAL(WS-MONTO-TEXTO) / 100.
           IF WS-PLN-MONTO(WS-IDX) = ZERO
               DISPLAY "LA CUOTA NO PUEDE SER DE CERO."
               MOVE "N" TO WS-CUOTA-VALIDA
               GO TO 0310-EXIT
           END-IF.
           DISPLAY "CUOTA " WS-IDX " - VENCE (AAAAMMDD): ".
           MOVE SPACES TO WS-FECHA-TEXTO.
           ACCEPT WS-FECHA-TEXTO.
           IF WS-FECHA-TEXTO IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA: " WS-FECHA-TEXTO
               MOVE "N" TO WS-CUOTA-VALIDA
               GO TO 0310-EXIT
           END-IF.
           MOVE WS-FECHA-TEXTO TO WS-FECHA-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NUM) NOT = ZERO
               DISPLAY "FECHA INVALIDA: " WS-FECHA-TEXTO
               MOVE "N" TO WS-CUOTA-VALIDA
               GO TO 0310-EXIT
           END-IF.
           IF WS-IDX > 1
               AND WS-FECHA-NUM NOT > WS-PLN-VENCE(WS-IDX - 1)
               DISPLAY "LA CUOTA DEBE VENCER DESPUES DE LA ANTERIOR ("
                   WS-PLN-VENCE(WS-IDX - 1) ")."
               MOVE "N" TO WS-CUOTA-VALIDA
               GO TO 0310-EXIT
           END-IF.
           MOVE WS-FECHA-NUM TO WS-PLN-VENCE(WS-IDX).
           ADD WS-PLN-MONTO(WS-IDX) TO WS-SUMA.

       0310-EXIT.
           EXIT.

      * Saldo abierto de la factura (fila de colegiatura) de la
      * matricula en el termino.
       0800-BUSCAR-CARTERA.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE ZERO TO WS-SALDO.
           OPEN INPUT CARTERA-FILE.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARTERA.DAT. CODIGO: "
                   WS-CAR-STATUS
           ELSE
               PERFORM UNTIL EOF-CARTERA OR SE-ENCONTRO
                   READ CARTERA-FILE
                       AT END SET EOF-CARTERA TO TRUE
                   END-READ
                   IF NOT EOF-CARTERA
                       AND CAR-MATRICULA = WS-MATRICULA-BUSCADA
                       AND CAR-TERMINO = WS-TERMINO
                       AND CAR-COLEGIATURA
                       SET SE-ENCONTRO TO TRUE
                       COMPUTE WS-SALDO = CAR-FACTURADO - CAR-PAGADO
                   END-IF
               END-PERFORM
               CLOSE CARTERA-FILE
               INITIALIZE CARTERA-REC
           END-IF.

       0810-BUSCAR-PLAN.
           MOVE "N" TO WS-ENCONTRADO.
           OPEN INPUT PLANES-FILE.
           IF FILE-CHECK-KEY = "00"
               PERFORM UNTIL EOF-PLA OR SE-ENCONTRO
                   READ PLANES-FILE
                       AT END SET EOF-PLA TO TRUE
                   END-READ
                   IF NOT EOF-PLA
                       AND PLA-MATRICULA = WS-MATRICULA-BUSCADA
                       AND PLA-TERMINO = WS-TERMINO
                       SET SE-ENCONTRO TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PLANES-FILE
               INITIALIZE PLA-REC
           END-IF.

       END PROGRAM MantenimientoPlanesPago.
