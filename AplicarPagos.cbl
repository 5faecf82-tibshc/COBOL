      * cartera se reescribe completa a un temporal que reemplaza al
      * original, como las correcciones de notas. Los pagos de
      * matriculas sin cartera van a PAGOS_RECHAZOS.DAT.
      * Cada pago aplicado queda ademas en el historico
      * PAGOS_APLICADOS.DAT (matricula, fecha del pago, monto, fecha
      * de aplicacion), que PAGOS.DAT no conserva de un lote a otro;
      * de ahi sale el detalle de pagos del estado de cuenta.
      * Despues de aplicar se escribe el reporte de antiguedad
      * ANTIGUEDAD.DAT: saldo por estudiante en bandas de vigencia
      * (corriente / 30 / 60 / 90 dias segun la fecha de la factura)
      * y totales por carrera -- el insumo de la retencion
      * financiera que el Transcript en lote ya respeta. Si el
      * termino de la fila tiene plan de pagos (PLANES_PAGO.DAT), lo
      * abonado cubre las cuotas en orden de vencimiento y solo las
      * cuotas vencidas envejecen (AntiguedadCartera).
      * Un termino cerrado (TERMINOS_CERRADOS.DAT, de
      * AprobarCastigos) queda congelado: sus filas no reciben
      * abonos. El pago de una matricula cuya cartera es toda de
      * terminos cerrados no se aplica y va al archivo acumulado
      * PAGOS_EXCEPCIONES.DAT con la fecha de aplicacion, para que
      * la oficina lo resuelva (devolucion o reapertura) y la
      * conciliacion bancaria lo cuente como partida conciliatoria.
      * PAGOS.DAT llega con el sobre de control del remitente
      * (*CAB / *PIE): ControlEntrada lo cuadra y descarta un
      * archivo ya recibido antes de cargar; esos dos
      * renglones no son registros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ANTIG-FILE ASSIGN TO "ANTIGUEDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-STATUS.
           SELECT APLICADOS-FILE ASSIGN TO "PAGOS_APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.
           SELECT CERRADOS-FILE ASSIGN TO "TERMINOS_CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-STATUS.
           SELECT EXCEPCIONES-FILE ASSIGN TO "PAGOS_EXCEPCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  TEMP-FILE.
       01  TMP-REC                 PIC X(45).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REC             PIC X(60).
       FD  ANTIG-FILE.
       01  ANTIG-LN                PIC X(100).

       FD  APLICADOS-FILE.
       01  APL-REC.
           02  APL-MATRICULA       PIC 9(7).
           02  APL-FECHA           PIC 9(8).
           02  APL-MONTO           PIC 9(7)V99.
           02  APL-FECHA-APLICADO  PIC 9(8).

       FD  CERRADOS-FILE.
       01  CERRADO-REC.
           88  EOF-CERRADOS        VALUE HIGH-VALUE.
           COPY "TERMINO-CERRADO-RECORD.CBL"
               REPLACING LEADING ==TC== BY ==CER==.

       FD  EXCEPCIONES-FILE.
       01  EXCEPCION-REC           PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PAG-STATUS       PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-RECH-STATUS      PIC X(2).
           05  WS-ANT-STATUS       PIC X(2).
           05  WS-APL-STATUS       PIC X(2).
           05  WS-CER-STATUS       PIC X(2).
           05  WS-EXC-STATUS       PIC X(2).
           05  WS-CER-IDX          PIC 9(2).
           05  WS-IDX              PIC 9(3).
           05  WS-ALU-IDX          PIC 9(3).
           05  WS-DEG-IDX          PIC 9(2).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-MONTO-PAGO       PIC 9(7)V99.
           05  WS-RESTANTE         PIC 9(7)V99.
           05  WS-ABONO            PIC 9(7)V99.
           05  WS-SALDO            PIC S9(7)V99.
           05  WS-BANDA-SALDO      PIC S9(7)V99.
           05  WS-ULTIMA-FILA      PIC 9(3).
           05  WS-HALLADO          PIC X.
           05  WS-EN-CERRADO       PIC X.
           05  WS-CMD              PIC X(100).
           05  WS-REG-PAGOS        PIC 9(5) VALUE ZERO.
           05  WS-REG-APLICADOS    PIC 9(5) VALUE ZERO.
           05  WS-REG-RECHAZADOS   PIC 9(5) VALUE ZERO.
           05  WS-REG-EXCEPCIONES  PIC 9(5) VALUE ZERO.

      * Cartera completa en memoria; se reescribe al final.
       01  WS-CARTERA.
               10  WS-CTA-FACTURADO PIC 9(7)V99.
               10  WS-CTA-PAGADO   PIC 9(7)V99.
               10  WS-CTA-FECHA    PIC 9(8).
               10  WS-CTA-TIPO     PIC X(3).
       01  WS-CTA-LLENA-SW         PIC X VALUE "N".
           88  WS-CTA-LLENA        VALUE "Y".
      * Marca de fila de termino cerrado, paralela a WS-CTA-ENTRY.
       01  WS-CTA-CERRADAS.
           05  WS-CTA-CERRADA      PIC X(1) OCCURS 500 TIMES.

      * Terminos cerrados (TERMINOS_CERRADOS.DAT).
       01  WS-CERRADOS.
           05  WS-CER-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-CER-TERMINO      PIC X(6) OCCURS 50 TIMES.

      * Saldos por estudiante en bandas de antiguedad.
       01  WS-ANTIGUEDAD.
               10  WS-DEG-BANDA    PIC S9(9)V99 OCCURS 4 TIMES.
       01  WS-BANDA                PIC 9.

      * Antiguedad de una fila (AntiguedadCartera).
           COPY "ANTIGUEDAD-FILA.CBL"
               REPLACING LEADING ==AF== BY ==WS-AF==.

       01  WS-ANT-TITULO           PIC X(70) VALUE
           "ANTIGUEDAD DE SALDOS: CORRIENTE / 30 / 60 / 90 DIAS".

           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(24).

       01  WS-EXCEPCION-LINEA.
           05  WEL-MOTIVO          PIC X(25).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WEL-REGISTRO        PIC X(24).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WEL-FECHA-APLICADO  PIC 9(8).

      * Tipo de archivo para ControlEntrada y su resultado.
       01  WS-ENTRADA-TIPO         PIC X(16) VALUE "PAGOS".
       01  WS-ENTRADA-RESULTADO    PIC X(1).
           88  ENTRADA-RECHAZADA   VALUE "N".

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0105-CARGAR-CERRADOS.
           PERFORM 0110-CARGAR-CARTERA.
           IF WS-CTA-COUNT = ZERO
               DISPLAY "SIN CARTERA.DAT (O VACIA); CORRA "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Control de entrada: sobre del remitente, cuadre de
      * cifras y archivo ya recibido; el rechazado queda
      * apartado y no se carga nada.
           CALL "ControlEntrada" USING WS-ENTRADA-TIPO
               WS-ENTRADA-RESULTADO.
           IF ENTRADA-RECHAZADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAGOS-FILE.
           IF WS-PAG-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PAGOS.DAT. CODIGO: "
               STOP RUN
           END-IF.
           OPEN OUTPUT RECHAZOS-FILE.
           OPEN EXTEND APLICADOS-FILE.
           IF WS-APL-STATUS NOT = "00"
               OPEN OUTPUT APLICADOS-FILE
           END-IF.
           OPEN EXTEND EXCEPCIONES-FILE.
           IF WS-EXC-STATUS NOT = "00"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.

       0105-CARGAR-CERRADOS.
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
                               TO WS-CTA-PAGADO(WS-CTA-COUNT)
                           MOVE CAR-FECHA
                               TO WS-CTA-FECHA(WS-CTA-COUNT)
                           MOVE CAR-TIPO
                               TO WS-CTA-TIPO(WS-CTA-COUNT)
                           MOVE "N" TO WS-CTA-CERRADA(WS-CTA-COUNT)
                           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                                   UNTIL WS-CER-IDX > WS-CER-COUNT
                               IF WS-CER-TERMINO(WS-CER-IDX)
                                   = CAR-TERMINO
                                   MOVE "Y"
                                     TO WS-CTA-CERRADA(WS-CTA-COUNT)
                               END-IF
                           END-PERFORM
                       ELSE
                           IF NOT WS-CTA-LLENA
                               DISPLAY "ADVERTENCIA: MAS DE 500 "
                   AT END SET EOF-PAGOS TO TRUE
               END-READ
               IF NOT EOF-PAGOS
                   AND PAGO-REC(1:1) NOT = "*"
                   ADD 1 TO WS-REG-PAGOS
                   PERFORM 0210-APLICAR-PAGO
               END-IF
           END-PERFORM.
           CLOSE PAGOS-FILE.
           CLOSE APLICADOS-FILE.
           CLOSE EXCEPCIONES-FILE.
           PERFORM 0250-REESCRIBIR-CARTERA.

      * Abona a las filas del estudiante en orden de archivo (las
      * mas viejas primero, porque la cartera se escribe termino a
      * termino); lo que sobra queda en la ultima fila como saldo a
      * favor. Una fila de credito por ajuste (AJC) o por castigo
      * (CAS) no recibe el remanente: su pagado es el credito mismo.
      * Las filas de un termino cerrado no se tocan.
       0210-APLICAR-PAGO.
           COMPUTE WS-MONTO-PAGO = PAG-MONTO / 100.
           MOVE WS-MONTO-PAGO TO WS-RESTANTE.
           MOVE "N" TO WS-HALLADO WS-EN-CERRADO.
           MOVE ZERO TO WS-ULTIMA-FILA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CTA-COUNT
               IF WS-CTA-MATRICULA(WS-IDX) = PAG-MATRICULA
                   AND WS-CTA-CERRADA(WS-IDX) = "Y"
                   MOVE "Y" TO WS-EN-CERRADO
               END-IF
               IF WS-CTA-MATRICULA(WS-IDX) = PAG-MATRICULA
                   AND WS-CTA-CERRADA(WS-IDX) NOT = "Y"
                   MOVE "Y" TO WS-HALLADO
                   IF (WS-CTA-TIPO(WS-IDX) NOT = "AJC"
                       AND WS-CTA-TIPO(WS-IDX) NOT = "CAS")
                       OR WS-ULTIMA-FILA = ZERO
                       MOVE WS-IDX TO WS-ULTIMA-FILA
                   END-IF
                   IF WS-RESTANTE > ZERO
                       AND WS-CTA-PAGADO(WS-IDX)
                           < WS-CTA-FACTURADO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-EN-CERRADO = "Y"
               ADD 1 TO WS-REG-EXCEPCIONES
               MOVE "TERMINO CERRADO" TO WEL-MOTIVO
               MOVE PAGO-REC TO WEL-REGISTRO
               MOVE WS-FECHA-HOY TO WEL-FECHA-APLICADO
               WRITE EXCEPCION-REC FROM WS-EXCEPCION-LINEA
               DISPLAY "PAGO A TERMINO CERRADO, VA A EXCEPCIONES: "
                   PAG-MATRICULA
           END-IF.
           IF WS-HALLADO = "N" AND WS-EN-CERRADO = "N"
               ADD 1 TO WS-REG-RECHAZADOS
               MOVE "MATRICULA SIN CARTERA" TO WRL-MOTIVO
               MOVE PAGO-REC TO WRL-REGISTRO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               DISPLAY "PAGO RECHAZADO (SIN CARTERA): "
                   PAG-MATRICULA
           END-IF.
           IF WS-HALLADO = "Y"
               ADD 1 TO WS-REG-APLICADOS
               MOVE PAG-MATRICULA TO APL-MATRICULA
               MOVE PAG-FECHA TO APL-FECHA
               MOVE WS-MONTO-PAGO TO APL-MONTO
               MOVE WS-FECHA-HOY TO APL-FECHA-APLICADO
               WRITE APL-REC
               IF WS-RESTANTE > ZERO
                   ADD WS-RESTANTE
                       TO WS-CTA-PAGADO(WS-ULTIMA-FILA)
               MOVE WS-CTA-FACTURADO(WS-IDX) TO CAR-FACTURADO
               MOVE WS-CTA-PAGADO(WS-IDX) TO CAR-PAGADO
               MOVE WS-CTA-FECHA(WS-IDX) TO CAR-FECHA
               MOVE WS-CTA-TIPO(WS-IDX) TO CAR-TIPO
               WRITE TMP-REC FROM CARTERA-REC
           END-PERFORM.
           CLOSE TEMP-FILE.
           CLOSE RECHAZOS-FILE.
           DISPLAY "PAGOS APLICADOS: " WS-REG-APLICADOS
               " RECHAZADOS: " WS-REG-RECHAZADOS
               " A TERMINO CERRADO: " WS-REG-EXCEPCIONES
               " DE " WS-REG-PAGOS " LEIDOS.".
           IF WS-REG-RECHAZADOS > ZERO OR WS-REG-EXCEPCIONES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Bandas por fila: 1 corriente (menos de 30 dias desde la
      * factura, o cuota del plan que no ha vencido), 2, 3, y 4 para
      * 90 o mas; la regla vive en AntiguedadCartera.
       0310-ACUMULAR-ANTIGUEDAD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CTA-COUNT
               COMPUTE WS-SALDO = WS-CTA-FACTURADO(WS-IDX)
                   - WS-CTA-PAGADO(WS-IDX)
               IF WS-SALDO NOT = ZERO
                   CALL "AntiguedadCartera" USING
                       WS-CTA-ENTRY(WS-IDX) WS-FECHA-HOY
                       WS-AF-RESULTADO
                   PERFORM VARYING WS-BANDA FROM 1 BY 1
                           UNTIL WS-BANDA > 4
                       IF WS-AF-BANDA(WS-BANDA) NOT = ZERO
                           MOVE WS-AF-BANDA(WS-BANDA)
                               TO WS-BANDA-SALDO
                           PERFORM 0315-SUMAR-EN-BANDAS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

               IF WS-ANT-MATRICULA(WS-ALU-IDX)
                   = WS-CTA-MATRICULA(WS-IDX)
                   MOVE "Y" TO WS-HALLADO
                   ADD WS-BANDA-SALDO
                       TO WS-ANT-BANDA(WS-ALU-IDX, WS-BANDA)
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-ANT-COUNT < 300
               ADD 1 TO WS-ANT-COUNT
               INITIALIZE WS-ANT-ENTRY(WS-ANT-COUNT)
               MOVE WS-CTA-MATRICULA(WS-IDX)
                   TO WS-ANT-MATRICULA(WS-ANT-COUNT)
               MOVE WS-CTA-CARRERA(WS-IDX)
                   TO WS-ANT-CARRERA(WS-ANT-COUNT)
               ADD WS-BANDA-SALDO
                   TO WS-ANT-BANDA(WS-ANT-COUNT, WS-BANDA)
           END-IF.
           MOVE "N" TO WS-HALLADO.
               IF WS-DEG-CODIGO(WS-DEG-IDX)
                   = WS-CTA-CARRERA(WS-IDX)
                   MOVE "Y" TO WS-HALLADO
                   ADD WS-BANDA-SALDO
                       TO WS-DEG-BANDA(WS-DEG-IDX, WS-BANDA)
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-DEG-COUNT < 10
               ADD 1 TO WS-DEG-COUNT
               INITIALIZE WS-DEG-ENTRY(WS-DEG-COUNT)
               MOVE WS-CTA-CARRERA(WS-IDX)
                   TO WS-DEG-CODIGO(WS-DEG-COUNT)
               ADD WS-BANDA-SALDO
                   TO WS-DEG-BANDA(WS-DEG-COUNT, WS-BANDA)
           END-IF.

