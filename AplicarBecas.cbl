       IDENTIFICATION DIVISION.
       PROGRAM-ID. AplicarBecas.
       AUTHOR.     EHIDALGO.

      * Aplicacion de becas desembolsadas contra la cartera: cada
      * fila de BECAS_LEDGER.DAT en estado D (desembolsada por
      * BecasDesembolsos) se abona como credito a las filas de
      * colegiatura de CARTERA.DAT de ese estudiante y de ese
      * termino (nunca a los recargos), las mas viejas primero,
      * igual que AplicarPagos; el remanente queda como saldo a
      * favor en la ultima fila del termino. La fila
      * del ledger pasa a estado A (aplicada en cartera) para que
      * ningun lote la vuelva a abonar. Si el estudiante no tiene
      * cartera en el termino de la beca, la fila se queda en D y
      * va a BECAS_APLICACION_RECHAZOS.DAT; el lote sale con RC 4.
      * Lo mismo pasa con la beca de un termino cerrado
      * (TERMINOS_CERRADOS.DAT, de AprobarCastigos), cuya cartera
      * ya no recibe abonos.
      * Ledger y cartera se reescriben completos a temporales que
      * reemplazan a los originales, como en el resto de la suite.
      * El reporte de control BECAS_APLICADAS.DAT da por carrera
      * lo aplicado en este lote, lo aplicado acumulado del termino
      * vigente (TERMINO-ACTUAL.DAT; filas en A) y el presupuesto de
      * BECAS_PRESUPUESTO.DAT (carrera en 1-3, monto en centesimas
      * en 4-12), el mismo cuadre que BecasDesembolsos hace con lo
      * comprometido. ANTIGUEDAD.DAT refleja los abonos en la
      * siguiente corrida de AplicarPagos; la retencion financiera
      * del Transcript lee la cartera y los ve de inmediato.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "BECAS_LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LED-STATUS.
           SELECT LEDGER-TMP-FILE ASSIGN TO "BECAS_LEDGER.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTM-STATUS.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT TEMP-FILE ASSIGN TO "CARTERA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT PRESUPUESTO-FILE ASSIGN TO
               "BECAS_PRESUPUESTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "BECAS_APLICADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO
               "BECAS_APLICACION_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECH-STATUS.
           SELECT CERRADOS-FILE ASSIGN TO "TERMINOS_CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LED-REC.
           88  EOF-LED             VALUE HIGH-VALUE.
           02  LED-TERMINO         PIC X(6).
           02  LED-MATRICULA       PIC 9(7).
           02  LED-CARRERA         PIC X(3).
           02  LED-MONTO           PIC 9(9).
           02  LED-ESTADO          PIC X(1).
           02  LED-FECHA           PIC 9(8).

       FD  LEDGER-TMP-FILE.
       01  LED-TMP-REC             PIC X(34).

       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  TEMP-FILE.
       01  TMP-REC                 PIC X(45).

       FD  PRESUPUESTO-FILE.
       01  PRE-REC.
           88  EOF-PRE             VALUE HIGH-VALUE.
           02  PRE-CARRERA         PIC X(3).
           02  PRE-MONTO           PIC 9(9).

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  CONTROL-FILE.
       01  CONTROL-LN              PIC X(132).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REC             PIC X(70).

       FD  CERRADOS-FILE.
       01  CERRADO-REC.
           88  EOF-CERRADOS        VALUE HIGH-VALUE.
           COPY "TERMINO-CERRADO-RECORD.CBL"
               REPLACING LEADING ==TC== BY ==CER==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-LED-STATUS       PIC X(2).
           05  WS-LTM-STATUS       PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-PRE-STATUS       PIC X(2).
           05  WS-CTL-STATUS       PIC X(2).
           05  WS-RECH-STATUS      PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-CER-STATUS       PIC X(2).
           05  WS-CER-IDX          PIC 9(2).
           05  WS-EN-CERRADO       PIC X.
               88  TERMINO-CERRADO VALUE "Y".
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-CARRERA-BUSCADA  PIC X(3).
           05  WS-IDX              PIC 9(3).
           05  WS-DEG-IDX          PIC 9(2).
           05  WS-MONTO-BECA       PIC 9(7)V99.
           05  WS-RESTANTE         PIC 9(7)V99.
           05  WS-ABONO            PIC 9(7)V99.
           05  WS-ULTIMA-FILA      PIC 9(3).
           05  WS-HALLADO          PIC X.
           05  WS-CMD              PIC X(100).
           05  WS-REG-LEDGER       PIC 9(5) VALUE ZERO.
           05  WS-REG-APLICADOS    PIC 9(5) VALUE ZERO.
           05  WS-REG-RECHAZADOS   PIC 9(5) VALUE ZERO.
           05  WS-TOT-LOTE         PIC 9(9)V99 VALUE ZERO.

      * Terminos cerrados (TERMINOS_CERRADOS.DAT).
       01  WS-CERRADOS.
           05  WS-CER-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-CER-TERMINO      PIC X(6) OCCURS 50 TIMES.

      * Cartera completa en memoria; se reescribe al final.
       01  WS-CARTERA.
           05  WS-CTA-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CTA-ENTRY OCCURS 500 TIMES.
               10  WS-CTA-TERMINO  PIC X(6).
               10  WS-CTA-MATRICULA PIC 9(7).
               10  WS-CTA-CARRERA  PIC X(3).
               10  WS-CTA-FACTURADO PIC 9(7)V99.
               10  WS-CTA-PAGADO   PIC 9(7)V99.
               10  WS-CTA-FECHA    PIC 9(8).
               10  WS-CTA-TIPO     PIC X(3).
                   88  WS-CTA-COLEGIATURA VALUE "COL" SPACES.
       01  WS-CTA-LLENA-SW         PIC X VALUE "N".
           88  WS-CTA-LLENA        VALUE "Y".

      * Control por carrera: becas y monto aplicados en el lote,
      * aplicado acumulado y presupuesto.
       01  WS-CARRERAS-TOT.
           05  WS-DEG-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-DEG-ENTRY OCCURS 10 TIMES.
               10  WS-DEG-CODIGO   PIC X(3).
               10  WS-DEG-BECAS    PIC 9(3).
               10  WS-DEG-LOTE     PIC 9(9)V99.
               10  WS-DEG-ACUMULADO PIC 9(9)V99.
               10  WS-DEG-PRESUPUESTO PIC 9(9)V99.
       01  WS-DEG-DISPONIBLE       PIC S9(9)V99.

       01  WS-CTL-TITULO.
           05  FILLER              PIC X(46) VALUE
               "BECAS APLICADAS EN CARTERA: LOTE, ACUMULADO Y ".
           05  FILLER              PIC X(24) VALUE
               "PRESUPUESTO DEL TERMINO ".
           05  WCT-TERMINO         PIC X(6).

       01  WS-CTL-LINEA.
           05  FILLER              PIC X(8) VALUE "CARRERA ".
           05  WCL-CARRERA         PIC X(3).
           05  FILLER              PIC X(9) VALUE " | BECAS ".
           05  WCL-BECAS           PIC ZZ9.
           05  FILLER              PIC X(8) VALUE " | LOTE ".
           05  WCL-LOTE            PIC Z(8)9.99.
           05  FILLER              PIC X(13) VALUE " | ACUMULADO ".
           05  WCL-ACUMULADO       PIC Z(8)9.99.
           05  FILLER              PIC X(15) VALUE
               " | PRESUPUESTO ".
           05  WCL-PRESUPUESTO     PIC Z(8)9.99.
           05  FILLER              PIC X(14) VALUE
               " | DISPONIBLE ".
           05  WCL-DISPONIBLE      PIC -(8)9.99.

       01  WS-CTL-TOTALES.
           05  FILLER              PIC X(24) VALUE
               "TOTALES. BECAS APLICADAS".
           05  FILLER              PIC X(2) VALUE ": ".
           05  WCT-BECAS           PIC ZZZZ9.
           05  FILLER              PIC X(8) VALUE " MONTO: ".
           05  WCT-MONTO           PIC Z(8)9.99.
           05  FILLER              PIC X(13) VALUE " RECHAZADAS: ".
           05  WCT-RECHAZADAS      PIC ZZZZ9.

       01  WS-RECHAZO-LINEA.
           05  WRL-MOTIVO          PIC X(30).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(34).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           PERFORM 0110-CARGAR-CARTERA.
           IF WS-CTA-COUNT = ZERO
               DISPLAY "SIN CARTERA.DAT (O VACIA); CORRA "
                   "FacturacionTermino PRIMERO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LED-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR BECAS_LEDGER.DAT. CODIGO: "
                   WS-LED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LEDGER-TMP-FILE.
           OPEN OUTPUT RECHAZOS-FILE.
           MOVE SPACES TO WS-TERMINO-ACTUAL.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   AT END CONTINUE
               END-READ
               MOVE TERMINO-REC TO WS-TERMINO-ACTUAL
               CLOSE TERMINO-FILE
           END-IF.
           OPEN INPUT CERRADOS-FILE.
           IF WS-CER-STATUS = "00"
               PERFORM UNTIL EOF-CERRADOS
                   READ CERRADOS-FILE
                       AT END SET EOF-CERRADOS TO TRUE
                   END-READ
                   IF NOT EOF-CERRADOS AND WS-CER-COUNT < 50
                       ADD 1 TO WS-CER-COUNT
                       MOVE CER-TERMINO TO WS-CER-TERMINO(WS-CER-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CERRADOS-FILE
           END-IF.

       0110-CARGAR-CARTERA.
           OPEN INPUT CARTERA-FILE.
           IF WS-CAR-STATUS = "00"
               PERFORM UNTIL EOF-CARTERA
                   READ CARTERA-FILE
                       AT END SET EOF-CARTERA TO TRUE
                   END-READ
                   IF NOT EOF-CARTERA
                       IF WS-CTA-COUNT < 500
                           ADD 1 TO WS-CTA-COUNT
                           MOVE CAR-TERMINO
                               TO WS-CTA-TERMINO(WS-CTA-COUNT)
                           MOVE CAR-MATRICULA
                               TO WS-CTA-MATRICULA(WS-CTA-COUNT)
                           MOVE CAR-CARRERA
                               TO WS-CTA-CARRERA(WS-CTA-COUNT)
                           MOVE CAR-FACTURADO
                               TO WS-CTA-FACTURADO(WS-CTA-COUNT)
                           MOVE CAR-PAGADO
                               TO WS-CTA-PAGADO(WS-CTA-COUNT)
                           MOVE CAR-FECHA
                               TO WS-CTA-FECHA(WS-CTA-COUNT)
                           MOVE CAR-TIPO
                               TO WS-CTA-TIPO(WS-CTA-COUNT)
                       ELSE
                           IF NOT WS-CTA-LLENA
                               DISPLAY "ADVERTENCIA: MAS DE 500 "
                                   "FILAS EN CARTERA.DAT; EL "
                                   "EXCEDENTE NO SE PROCESA."
                               SET WS-CTA-LLENA TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CARTERA-FILE
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-LED
               READ LEDGER-FILE
                   AT END SET EOF-LED TO TRUE
               END-READ
               IF NOT EOF-LED
                   ADD 1 TO WS-REG-LEDGER
                   EVALUATE LED-ESTADO
                       WHEN "D"
                           PERFORM 0210-APLICAR-BECA THRU 0210-EXIT
                       WHEN "A"
                           MOVE LED-CARRERA TO WS-CARRERA-BUSCADA
                           PERFORM 0220-BUSCAR-CARRERA
                           IF WS-DEG-IDX > ZERO
                               AND LED-TERMINO = WS-TERMINO-ACTUAL
                               COMPUTE WS-DEG-ACUMULADO(WS-DEG-IDX)
                                   = WS-DEG-ACUMULADO(WS-DEG-IDX)
                                   + LED-MONTO / 100
                           END-IF
                   END-EVALUATE
                   WRITE LED-TMP-REC FROM LED-REC
               END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.
           CLOSE LEDGER-TMP-FILE.
           MOVE "mv BECAS_LEDGER.TMP BECAS_LEDGER.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           PERFORM 0250-REESCRIBIR-CARTERA.

      * Abona a las filas del estudiante en el termino de la beca en
      * orden de archivo; lo que sobra queda en la ultima fila del
      * termino como saldo a favor. La beca de un termino cerrado no
      * se aplica.
       0210-APLICAR-BECA.
           MOVE "N" TO WS-EN-CERRADO.
           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > WS-CER-COUNT
               IF WS-CER-TERMINO(WS-CER-IDX) = LED-TERMINO
                   SET TERMINO-CERRADO TO TRUE
               END-IF
           END-PERFORM.
           IF TERMINO-CERRADO
               ADD 1 TO WS-REG-RECHAZADOS
               MOVE "TERMINO CERRADO" TO WRL-MOTIVO
               MOVE LED-REC TO WRL-REGISTRO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               DISPLAY "BECA NO APLICADA (TERMINO " LED-TERMINO
                   " CERRADO): " LED-MATRICULA
               GO TO 0210-EXIT
           END-IF.
           COMPUTE WS-MONTO-BECA = LED-MONTO / 100.
           MOVE WS-MONTO-BECA TO WS-RESTANTE.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-ULTIMA-FILA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CTA-COUNT
               IF WS-CTA-MATRICULA(WS-IDX) = LED-MATRICULA
                   AND WS-CTA-TERMINO(WS-IDX) = LED-TERMINO
                   AND WS-CTA-COLEGIATURA(WS-IDX)
                   MOVE "Y" TO WS-HALLADO
                   MOVE WS-IDX TO WS-ULTIMA-FILA
                   IF WS-RESTANTE > ZERO
                       AND WS-CTA-PAGADO(WS-IDX)
                           < WS-CTA-FACTURADO(WS-IDX)
                       COMPUTE WS-ABONO =
                           WS-CTA-FACTURADO(WS-IDX)
                           - WS-CTA-PAGADO(WS-IDX)
                       IF WS-ABONO > WS-RESTANTE
                           MOVE WS-RESTANTE TO WS-ABONO
                       END-IF
                       ADD WS-ABONO TO WS-CTA-PAGADO(WS-IDX)
                       SUBTRACT WS-ABONO FROM WS-RESTANTE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               ADD 1 TO WS-REG-RECHAZADOS
               MOVE "SIN CARTERA EN EL TERMINO" TO WRL-MOTIVO
               MOVE LED-REC TO WRL-REGISTRO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               DISPLAY "BECA NO APLICADA (SIN CARTERA DEL TERMINO "
                   LED-TERMINO "): " LED-MATRICULA
           ELSE
               ADD 1 TO WS-REG-APLICADOS
               ADD WS-MONTO-BECA TO WS-TOT-LOTE
               IF WS-RESTANTE > ZERO
                   ADD WS-RESTANTE
                       TO WS-CTA-PAGADO(WS-ULTIMA-FILA)
                   DISPLAY "BECA CON REMANENTE A FAVOR: "
                       LED-MATRICULA " POR " WS-RESTANTE
               END-IF
               MOVE "A" TO LED-ESTADO
               MOVE LED-CARRERA TO WS-CARRERA-BUSCADA
               PERFORM 0220-BUSCAR-CARRERA
               IF WS-DEG-IDX > ZERO
                   ADD 1 TO WS-DEG-BECAS(WS-DEG-IDX)
                   ADD WS-MONTO-BECA TO WS-DEG-LOTE(WS-DEG-IDX)
                   IF LED-TERMINO = WS-TERMINO-ACTUAL
                       ADD WS-MONTO-BECA
                           TO WS-DEG-ACUMULADO(WS-DEG-IDX)
                   END-IF
               END-IF
           END-IF.

       0210-EXIT.
           EXIT.

      * Deja en WS-DEG-IDX la entrada de WS-CARRERA-BUSCADA,
      * dandola de alta si no existe (cero si la tabla esta llena).
       0220-BUSCAR-CARRERA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-DEG-IDX FROM 1 BY 1
                   UNTIL WS-DEG-IDX > WS-DEG-COUNT OR WS-HALLADO = "Y"
               IF WS-DEG-CODIGO(WS-DEG-IDX) = WS-CARRERA-BUSCADA
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "Y"
               SUBTRACT 1 FROM WS-DEG-IDX
           ELSE
               IF WS-DEG-COUNT < 10
                   ADD 1 TO WS-DEG-COUNT
                   MOVE WS-DEG-COUNT TO WS-DEG-IDX
                   INITIALIZE WS-DEG-ENTRY(WS-DEG-IDX)
                   MOVE WS-CARRERA-BUSCADA
                       TO WS-DEG-CODIGO(WS-DEG-IDX)
               ELSE
                   MOVE ZERO TO WS-DEG-IDX
               END-IF
           END-IF.

       0250-REESCRIBIR-CARTERA.
           OPEN OUTPUT TEMP-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CTA-COUNT
               MOVE WS-CTA-TERMINO(WS-IDX) TO CAR-TERMINO
               MOVE WS-CTA-MATRICULA(WS-IDX) TO CAR-MATRICULA
               MOVE WS-CTA-CARRERA(WS-IDX) TO CAR-CARRERA
               MOVE WS-CTA-FACTURADO(WS-IDX) TO CAR-FACTURADO
               MOVE WS-CTA-PAGADO(WS-IDX) TO CAR-PAGADO
               MOVE WS-CTA-FECHA(WS-IDX) TO CAR-FECHA
               MOVE WS-CTA-TIPO(WS-IDX) TO CAR-TIPO
               WRITE TMP-REC FROM CARTERA-REC
           END-PERFORM.
           CLOSE TEMP-FILE.
           MOVE "mv CARTERA.TMP CARTERA.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       0300-FIN.
           PERFORM 0310-CARGAR-PRESUPUESTO.
           PERFORM 0320-ESCRIBIR-CONTROL.
           CLOSE RECHAZOS-FILE.
           DISPLAY "BECAS APLICADAS: " WS-REG-APLICADOS
               " RECHAZADAS: " WS-REG-RECHAZADOS
               " DE " WS-REG-LEDGER " FILAS DEL LEDGER.".
           IF WS-REG-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0310-CARGAR-PRESUPUESTO.
           OPEN INPUT PRESUPUESTO-FILE.
           IF WS-PRE-STATUS = "00"
               PERFORM UNTIL EOF-PRE
                   READ PRESUPUESTO-FILE
                       AT END SET EOF-PRE TO TRUE
                   END-READ
                   IF NOT EOF-PRE
                       MOVE PRE-CARRERA TO WS-CARRERA-BUSCADA
                       PERFORM 0220-BUSCAR-CARRERA
                       IF WS-DEG-IDX > ZERO
                           COMPUTE WS-DEG-PRESUPUESTO(WS-DEG-IDX) =
                               PRE-MONTO / 100
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PRESUPUESTO-FILE
           ELSE
               DISPLAY "SIN BECAS_PRESUPUESTO.DAT; EL CONTROL SALE "
                   "SIN PRESUPUESTO."
           END-IF.

       0320-ESCRIBIR-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-TERMINO-ACTUAL TO WCT-TERMINO.
           WRITE CONTROL-LN FROM WS-CTL-TITULO.
           PERFORM VARYING WS-DEG-IDX FROM 1 BY 1
                   UNTIL WS-DEG-IDX > WS-DEG-COUNT
               MOVE WS-DEG-CODIGO(WS-DEG-IDX) TO WCL-CARRERA
               MOVE WS-DEG-BECAS(WS-DEG-IDX) TO WCL-BECAS
               MOVE WS-DEG-LOTE(WS-DEG-IDX) TO WCL-LOTE
               MOVE WS-DEG-ACUMULADO(WS-DEG-IDX) TO WCL-ACUMULADO
               MOVE WS-DEG-PRESUPUESTO(WS-DEG-IDX)
                   TO WCL-PRESUPUESTO
               COMPUTE WS-DEG-DISPONIBLE =
                   WS-DEG-PRESUPUESTO(WS-DEG-IDX)
                   - WS-DEG-ACUMULADO(WS-DEG-IDX)
               MOVE WS-DEG-DISPONIBLE TO WCL-DISPONIBLE
               WRITE CONTROL-LN FROM WS-CTL-LINEA
           END-PERFORM.
           MOVE WS-REG-APLICADOS TO WCT-BECAS.
           MOVE WS-TOT-LOTE TO WCT-MONTO.
           MOVE WS-REG-RECHAZADOS TO WCT-RECHAZADAS.
           WRITE CONTROL-LN FROM WS-CTL-TOTALES.
           CLOSE CONTROL-FILE.

       END PROGRAM AplicarBecas.
