       IDENTIFICATION DIVISION.
       PROGRAM-ID. AplicarPagosPatrocinador.
       AUTHOR.     EHIDALGO.

      * Aplicacion de pagos de patrocinadores: lee
      * PAGOS_PATROCINADOR.DAT (patrocinador en 1-6, fecha en 7-14,
      * monto en centesimas en 15-23) y abona cada pago a las filas
      * de ese patrocinador en CARTERA_PATROCINADORES.DAT en orden
      * de archivo (los terminos mas viejos primero), hasta cubrir
      * lo facturado; el remanente queda como abono en la fila mas
      * reciente que no sea un credito de refacturacion (AJC). El
      * pago de una empresa nunca llega a CARTERA.DAT: la cuenta
      * de cada empleado solo lleva su parte de la colegiatura.
      * La cartera de patrocinadores se reescribe a un
      * temporal que reemplaza al original, como en AplicarPagos.
      * Los pagos de patrocinadores sin cartera van a
      * PAGOS_PATROCINADOR_RECHAZOS.DAT (RC 4); los aplicados quedan
      * en el historico PAGOS_PATROCINADOR_APLICADOS.DAT. Al final
      * se escribe SALDOS_PATROCINADORES.DAT con lo facturado,
      * pagado y el saldo de cada patrocinador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS-FILE ASSIGN TO "PAGOS_PATROCINADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-STATUS.
           SELECT CARTERA-PAT-FILE
               ASSIGN TO "CARTERA_PATROCINADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXP-STATUS.
           SELECT TEMP-FILE ASSIGN TO "CARTERA_PATROCINADORES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT RECHAZOS-FILE
               ASSIGN TO "PAGOS_PATROCINADOR_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECH-STATUS.
           SELECT APLICADOS-FILE
               ASSIGN TO "PAGOS_PATROCINADOR_APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS_PATROCINADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS-FILE.
       01  PAGO-REC.
           88  EOF-PAGOS           VALUE HIGH-VALUE.
           02  PAG-PATROCINADOR    PIC X(6).
           02  PAG-FECHA           PIC 9(8).
           02  PAG-MONTO           PIC 9(9).

       FD  CARTERA-PAT-FILE.
       01  CARTERA-PAT-REC.
           88  EOF-CARTERA-PAT     VALUE HIGH-VALUE.
           COPY "CARTERA-PATROCINADOR-RECORD.CBL"
               REPLACING LEADING ==CP== BY ==CXP==.

       FD  TEMP-FILE.
       01  TMP-REC                 PIC X(51).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REC             PIC X(60).

       FD  APLICADOS-FILE.
       01  APL-REC.
           02  APL-PATROCINADOR    PIC X(6).
           02  APL-FECHA           PIC 9(8).
           02  APL-MONTO           PIC 9(7)V99.
           02  APL-FECHA-APLICADO  PIC 9(8).

       FD  SALDOS-FILE.
       01  SALDO-LN                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PAG-STATUS       PIC X(2).
           05  WS-CXP-STATUS       PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-RECH-STATUS      PIC X(2).
           05  WS-APL-STATUS       PIC X(2).
           05  WS-SAL-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-PTR-IDX          PIC 9(2).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-MONTO-PAGO       PIC 9(7)V99.
           05  WS-RESTANTE         PIC 9(7)V99.
           05  WS-ABONO            PIC 9(7)V99.
           05  WS-ULTIMA-FILA      PIC 9(3).
           05  WS-HALLADO          PIC X.
           05  WS-CMD              PIC X(100).
           05  WS-REG-PAGOS        PIC 9(5) VALUE ZERO.
           05  WS-REG-APLICADOS    PIC 9(5) VALUE ZERO.
           05  WS-REG-RECHAZADOS   PIC 9(5) VALUE ZERO.

      * Cartera de patrocinadores en memoria; se reescribe al final.
       01  WS-CARTERA-PAT.
           05  WS-CXP-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CXP-ENTRY OCCURS 500 TIMES.
               10  WS-CXP-PATROCINADOR PIC X(6).
               10  WS-CXP-TERMINO  PIC X(6).
               10  WS-CXP-MATRICULA PIC 9(7).
               10  WS-CXP-CARRERA  PIC X(3).
               10  WS-CXP-FACTURADO PIC 9(7)V99.
               10  WS-CXP-PAGADO   PIC 9(7)V99.
               10  WS-CXP-FECHA    PIC 9(8).
               10  WS-CXP-TIPO     PIC X(3).
                   88  WS-CXP-CREDITO VALUE "AJC".
       01  WS-CXP-LLENA-SW         PIC X VALUE "N".
           88  WS-CXP-LLENA        VALUE "Y".

      * Saldos por patrocinador.
       01  WS-SALDOS.
           05  WS-PTR-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-PTR-ENTRY OCCURS 50 TIMES.
               10  WS-PTR-ID       PIC X(6).
               10  WS-PTR-FACTURADO PIC 9(9)V99.
               10  WS-PTR-PAGADO   PIC 9(9)V99.

       01  WS-SAL-TITULO           PIC X(60) VALUE
           "SALDOS DE PATROCINADORES: FACTURADO / PAGADO / SALDO".

       01  WS-SAL-LINEA.
           05  WSL-PATROCINADOR    PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-FACTURADO       PIC Z(8)9.99.
           05  FILLER              PIC X(1) VALUE " ".
           05  WSL-PAGADO          PIC Z(8)9.99.
           05  FILLER              PIC X(1) VALUE " ".
           05  WSL-SALDO           PIC -(8)9.99.

       01  WS-RECHAZO-LINEA.
           05  WRL-MOTIVO          PIC X(25).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(23).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0110-CARGAR-CARTERA.
           IF WS-CXP-COUNT = ZERO
               DISPLAY "SIN CARTERA_PATROCINADORES.DAT (O VACIA); "
                   "CORRA FacturacionTermino PRIMERO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAGOS-FILE.
           IF WS-PAG-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PAGOS_PATROCINADOR.DAT. "
                   "CODIGO: " WS-PAG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECHAZOS-FILE.
           OPEN EXTEND APLICADOS-FILE.
           IF WS-APL-STATUS NOT = "00"
               OPEN OUTPUT APLICADOS-FILE
           END-IF.

       0110-CARGAR-CARTERA.
           OPEN INPUT CARTERA-PAT-FILE.
           IF WS-CXP-STATUS = "00"
               PERFORM UNTIL EOF-CARTERA-PAT
                   READ CARTERA-PAT-FILE
                       AT END SET EOF-CARTERA-PAT TO TRUE
                   END-READ
                   IF NOT EOF-CARTERA-PAT
                       IF WS-CXP-COUNT < 500
                           ADD 1 TO WS-CXP-COUNT
                           MOVE CXP-PATROCINADOR
                               TO WS-CXP-PATROCINADOR(WS-CXP-COUNT)
                           MOVE CXP-TERMINO
                               TO WS-CXP-TERMINO(WS-CXP-COUNT)
                           MOVE CXP-MATRICULA
                               TO WS-CXP-MATRICULA(WS-CXP-COUNT)
                           MOVE CXP-CARRERA
                               TO WS-CXP-CARRERA(WS-CXP-COUNT)
                           MOVE CXP-FACTURADO
                               TO WS-CXP-FACTURADO(WS-CXP-COUNT)
                           MOVE CXP-PAGADO
                               TO WS-CXP-PAGADO(WS-CXP-COUNT)
                           MOVE CXP-FECHA
                               TO WS-CXP-FECHA(WS-CXP-COUNT)
                           MOVE CXP-TIPO
                               TO WS-CXP-TIPO(WS-CXP-COUNT)
                       ELSE
                           IF NOT WS-CXP-LLENA
                               DISPLAY "ADVERTENCIA: MAS DE 500 "
                                   "FILAS EN CARTERA_PATROCINADORES"
                                   ".DAT; EL EXCEDENTE NO SE "
                                   "PROCESA."
                               SET WS-CXP-LLENA TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CARTERA-PAT-FILE
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-PAGOS
               READ PAGOS-FILE
                   AT END SET EOF-PAGOS TO TRUE
               END-READ
               IF NOT EOF-PAGOS
                   ADD 1 TO WS-REG-PAGOS
                   PERFORM 0210-APLICAR-PAGO
               END-IF
           END-PERFORM.
           CLOSE PAGOS-FILE.
           CLOSE APLICADOS-FILE.
           PERFORM 0250-REESCRIBIR-CARTERA.

      * Abona a las filas del patrocinador en orden de archivo; lo
      * que sobra queda en la ultima fila como saldo a favor. Un
      * credito de refacturacion nunca recibe abono: su pagado es el
      * credito mismo.
       0210-APLICAR-PAGO.
           COMPUTE WS-MONTO-PAGO = PAG-MONTO / 100.
           MOVE WS-MONTO-PAGO TO WS-RESTANTE.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-ULTIMA-FILA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CXP-COUNT
               IF WS-CXP-PATROCINADOR(WS-IDX) = PAG-PATROCINADOR
                   IF NOT WS-CXP-CREDITO(WS-IDX)
                       MOVE "Y" TO WS-HALLADO
                       MOVE WS-IDX TO WS-ULTIMA-FILA
                   END-IF
                   IF WS-RESTANTE > ZERO
                       AND WS-CXP-PAGADO(WS-IDX)
                           < WS-CXP-FACTURADO(WS-IDX)
                       COMPUTE WS-ABONO =
                           WS-CXP-FACTURADO(WS-IDX)
                           - WS-CXP-PAGADO(WS-IDX)
                       IF WS-ABONO > WS-RESTANTE
                           MOVE WS-RESTANTE TO WS-ABONO
                       END-IF
                       ADD WS-ABONO TO WS-CXP-PAGADO(WS-IDX)
                       SUBTRACT WS-ABONO FROM WS-RESTANTE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               ADD 1 TO WS-REG-RECHAZADOS
               MOVE "PATROCINADOR SIN CARTERA" TO WRL-MOTIVO
               MOVE PAGO-REC TO WRL-REGISTRO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               DISPLAY "PAGO RECHAZADO (SIN CARTERA): "
                   PAG-PATROCINADOR
           ELSE
               ADD 1 TO WS-REG-APLICADOS
               MOVE PAG-PATROCINADOR TO APL-PATROCINADOR
               MOVE PAG-FECHA TO APL-FECHA
               MOVE WS-MONTO-PAGO TO APL-MONTO
               MOVE WS-FECHA-HOY TO APL-FECHA-APLICADO
               WRITE APL-REC
               IF WS-RESTANTE > ZERO
                   ADD WS-RESTANTE
                       TO WS-CXP-PAGADO(WS-ULTIMA-FILA)
                   DISPLAY "PAGO CON REMANENTE A FAVOR: "
                       PAG-PATROCINADOR " POR " WS-RESTANTE
               END-IF
           END-IF.

       0250-REESCRIBIR-CARTERA.
           OPEN OUTPUT TEMP-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CXP-COUNT
               MOVE WS-CXP-PATROCINADOR(WS-IDX) TO CXP-PATROCINADOR
               MOVE WS-CXP-TERMINO(WS-IDX) TO CXP-TERMINO
               MOVE WS-CXP-MATRICULA(WS-IDX) TO CXP-MATRICULA
               MOVE WS-CXP-CARRERA(WS-IDX) TO CXP-CARRERA
               MOVE WS-CXP-FACTURADO(WS-IDX) TO CXP-FACTURADO
               MOVE WS-CXP-PAGADO(WS-IDX) TO CXP-PAGADO
               MOVE WS-CXP-FECHA(WS-IDX) TO CXP-FECHA
               MOVE WS-CXP-TIPO(WS-IDX) TO CXP-TIPO
               WRITE TMP-REC FROM CARTERA-PAT-REC
           END-PERFORM.
           CLOSE TEMP-FILE.
           MOVE SPACES TO WS-CMD.
           STRING "mv CARTERA_PATROCINADORES.TMP "
               "CARTERA_PATROCINADORES.DAT"
               DELIMITED BY SIZE INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       0300-FIN.
           PERFORM 0310-ESCRIBIR-SALDOS.
           CLOSE RECHAZOS-FILE.
           DISPLAY "PAGOS DE PATROCINADOR APLICADOS: "
               WS-REG-APLICADOS " RECHAZADOS: " WS-REG-RECHAZADOS
               " DE " WS-REG-PAGOS " LEIDOS.".
           IF WS-REG-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0310-ESCRIBIR-SALDOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CXP-COUNT
               MOVE "N" TO WS-HALLADO
               PERFORM VARYING WS-PTR-IDX FROM 1 BY 1
                       UNTIL WS-PTR-IDX > WS-PTR-COUNT
                   IF WS-PTR-ID(WS-PTR-IDX)
                       = WS-CXP-PATROCINADOR(WS-IDX)
                       MOVE "Y" TO WS-HALLADO
                       ADD WS-CXP-FACTURADO(WS-IDX)
                           TO WS-PTR-FACTURADO(WS-PTR-IDX)
                       ADD WS-CXP-PAGADO(WS-IDX)
                           TO WS-PTR-PAGADO(WS-PTR-IDX)
                   END-IF
               END-PERFORM
               IF WS-HALLADO = "N" AND WS-PTR-COUNT < 50
                   ADD 1 TO WS-PTR-COUNT
                   INITIALIZE WS-PTR-ENTRY(WS-PTR-COUNT)
                   MOVE WS-CXP-PATROCINADOR(WS-IDX)
                       TO WS-PTR-ID(WS-PTR-COUNT)
                   MOVE WS-CXP-FACTURADO(WS-IDX)
                       TO WS-PTR-FACTURADO(WS-PTR-COUNT)
                   MOVE WS-CXP-PAGADO(WS-IDX)
                       TO WS-PTR-PAGADO(WS-PTR-COUNT)
               END-IF
           END-PERFORM.
           OPEN OUTPUT SALDOS-FILE.
           WRITE SALDO-LN FROM WS-SAL-TITULO.
           PERFORM VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL WS-PTR-IDX > WS-PTR-COUNT
               MOVE WS-PTR-ID(WS-PTR-IDX) TO WSL-PATROCINADOR
               MOVE WS-PTR-FACTURADO(WS-PTR-IDX) TO WSL-FACTURADO
               MOVE WS-PTR-PAGADO(WS-PTR-IDX) TO WSL-PAGADO
               COMPUTE WSL-SALDO = WS-PTR-FACTURADO(WS-PTR-IDX)
                   - WS-PTR-PAGADO(WS-PTR-IDX)
               WRITE SALDO-LN FROM WS-SAL-LINEA
           END-PERFORM.
           CLOSE SALDOS-FILE.

       END PROGRAM AplicarPagosPatrocinador.
