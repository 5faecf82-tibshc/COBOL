       IDENTIFICATION DIVISION.
       PROGRAM-ID. AntiguedadCartera.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANES-FILE ASSIGN TO "PLANES_PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLA-STATUS.

      * Antiguedad de una fila de CARTERA.DAT a una fecha de corte,
      * la misma regla para el reporte de antiguedad (AplicarPagos),
      * la retencion financiera del Transcript, el estado de cuenta
      * y la lista de cuotas vencidas. Sin plan de pagos la fila
      * entera cae en la banda de los dias desde su factura
      * (corriente / 30 / 60 / 90) y esta vencida pasados 30 dias.
      * Con plan en PLANES_PAGO.DAT (MantenimientoPlanesPago) lo
      * pagado de la fila cubre primero la parte que no entro al
      * plan y luego las cuotas en orden de vencimiento; cada cuota
      * pendiente que no ha vencido es corriente, y la vencida cae
      * en la banda de 30, 60 o 90 segun los dias de atraso (menos
      * de 30, menos de 60, 60 o mas) y cuenta como vencida. Un
      * saldo a favor de la fila va a la banda de su factura. El
      * archivo de planes se lee en cada llamada, como en
      * VerificarRetencion. El plan es de la factura del termino:
      * una fila de recargo nunca entra al plan.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANES-FILE.
       01  PLA-REC.
           88  EOF-PLA             VALUE HIGH-VALUE.
           COPY "PLAN-PAGO-RECORD.CBL"
               REPLACING LEADING ==PL== BY ==PLA==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PLA-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(2).
           05  WS-BANDA            PIC 9.
           05  WS-DIAS-CORTE       PIC 9(7).
           05  WS-DIAS             PIC S9(7).
           05  WS-SALDO            PIC S9(7)V99.
           05  WS-EN-PLAN          PIC 9(7)V99.
           05  WS-FUERA-PLAN       PIC S9(7)V99.
           05  WS-DISPONIBLE       PIC S9(7)V99.
           05  WS-CUBIERTO         PIC S9(7)V99.
           05  WS-PENDIENTE        PIC S9(7)V99.

       LINKAGE SECTION.
       01  LS-FILA.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==LS==.
       01  LS-CORTE                PIC 9(8).
           COPY "ANTIGUEDAD-FILA.CBL"
               REPLACING LEADING ==AF== BY ==LS-AF==.

       PROCEDURE DIVISION USING LS-FILA LS-CORTE LS-AF-RESULTADO.
           INITIALIZE LS-AF-RESULTADO.
           COMPUTE WS-DIAS-CORTE = FUNCTION INTEGER-OF-DATE(LS-CORTE).
           COMPUTE WS-SALDO = LS-FACTURADO - LS-PAGADO.
           IF LS-COLEGIATURA
               PERFORM 0100-CARGAR-PLAN
           END-IF.
           IF LS-AF-CUO-COUNT = ZERO
               MOVE WS-SALDO TO WS-PENDIENTE
               PERFORM 0300-FUERA-DE-PLAN
           ELSE
               PERFORM 0200-CUBRIR-CUOTAS
           END-IF.
           GOBACK.

       0100-CARGAR-PLAN.
           MOVE ZERO TO WS-EN-PLAN.
           OPEN INPUT PLANES-FILE.
           IF WS-PLA-STATUS = "00"
               PERFORM UNTIL EOF-PLA
                   READ PLANES-FILE
                       AT END SET EOF-PLA TO TRUE
                   END-READ
                   IF NOT EOF-PLA
                       AND PLA-MATRICULA = LS-MATRICULA
                       AND PLA-TERMINO = LS-TERMINO
                       AND LS-AF-CUO-COUNT < 12
                       ADD 1 TO LS-AF-CUO-COUNT
                       MOVE PLA-CUOTA
                           TO LS-AF-CUO-NUMERO(LS-AF-CUO-COUNT)
                       MOVE PLA-VENCE
                           TO LS-AF-CUO-VENCE(LS-AF-CUO-COUNT)
                       MOVE PLA-MONTO
                           TO LS-AF-CUO-MONTO(LS-AF-CUO-COUNT)
                       ADD PLA-MONTO TO WS-EN-PLAN
                   END-IF
               END-PERFORM
               CLOSE PLANES-FILE
               INITIALIZE PLA-REC
           END-IF.

      * Lo pagado cubre primero lo que quedo fuera del plan y luego
      * las cuotas en orden; el sobrante es saldo a favor.
       0200-CUBRIR-CUOTAS.
           COMPUTE WS-FUERA-PLAN = LS-FACTURADO - WS-EN-PLAN.
           IF WS-FUERA-PLAN < ZERO
               MOVE ZERO TO WS-FUERA-PLAN
           END-IF.
           MOVE LS-PAGADO TO WS-DISPONIBLE.
           IF WS-DISPONIBLE > WS-FUERA-PLAN
               MOVE ZERO TO WS-PENDIENTE
               SUBTRACT WS-FUERA-PLAN FROM WS-DISPONIBLE
           ELSE
               COMPUTE WS-PENDIENTE = WS-FUERA-PLAN - WS-DISPONIBLE
               MOVE ZERO TO WS-DISPONIBLE
           END-IF.
           IF WS-PENDIENTE > ZERO
               PERFORM 0300-FUERA-DE-PLAN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LS-AF-CUO-COUNT
               IF WS-DISPONIBLE > LS-AF-CUO-MONTO(WS-IDX)
                   MOVE LS-AF-CUO-MONTO(WS-IDX) TO WS-CUBIERTO
               ELSE
                   MOVE WS-DISPONIBLE TO WS-CUBIERTO
               END-IF
               SUBTRACT WS-CUBIERTO FROM WS-DISPONIBLE
               COMPUTE LS-AF-CUO-PENDIENTE(WS-IDX) =
                   LS-AF-CUO-MONTO(WS-IDX) - WS-CUBIERTO
               IF LS-AF-CUO-PENDIENTE(WS-IDX) > ZERO
                   PERFORM 0210-FECHAR-CUOTA
               END-IF
           END-PERFORM.
           IF WS-DISPONIBLE > ZERO
               COMPUTE WS-PENDIENTE = ZERO - WS-DISPONIBLE
               PERFORM 0300-FUERA-DE-PLAN
           END-IF.

       0210-FECHAR-CUOTA.
           IF LS-AF-CUO-VENCE(WS-IDX) NOT < LS-CORTE
               MOVE 1 TO WS-BANDA
           ELSE
               COMPUTE WS-DIAS = WS-DIAS-CORTE
                   - FUNCTION INTEGER-OF-DATE(LS-AF-CUO-VENCE(WS-IDX))
               EVALUATE TRUE
                   WHEN WS-DIAS < 30
                       MOVE 2 TO WS-BANDA
                   WHEN WS-DIAS < 60
                       MOVE 3 TO WS-BANDA
                   WHEN OTHER
                       MOVE 4 TO WS-BANDA
               END-EVALUATE
               ADD LS-AF-CUO-PENDIENTE(WS-IDX) TO LS-AF-VENCIDO
               ADD 1 TO LS-AF-CUO-VENCIDAS
           END-IF.
           ADD LS-AF-CUO-PENDIENTE(WS-IDX) TO LS-AF-BANDA(WS-BANDA).

      * WS-PENDIENTE fechado por la factura de la fila.
       0300-FUERA-DE-PLAN.
           IF WS-PENDIENTE NOT = ZERO
               COMPUTE WS-DIAS = WS-DIAS-CORTE
                   - FUNCTION INTEGER-OF-DATE(LS-FECHA)
               EVALUATE TRUE
                   WHEN WS-DIAS < 30
                       MOVE 1 TO WS-BANDA
                   WHEN WS-DIAS < 60
                       MOVE 2 TO WS-BANDA
                   WHEN WS-DIAS < 90
                       MOVE 3 TO WS-BANDA
                   WHEN OTHER
                       MOVE 4 TO WS-BANDA
               END-EVALUATE
               ADD WS-PENDIENTE TO LS-AF-BANDA(WS-BANDA)
               IF WS-PENDIENTE > ZERO AND WS-DIAS > 30
                   ADD WS-PENDIENTE TO LS-AF-VENCIDO
               END-IF
           END-IF.

       END PROGRAM AntiguedadCartera.
