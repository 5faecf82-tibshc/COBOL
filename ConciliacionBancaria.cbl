       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliacionBancaria.
       AUTHOR.     EHIDALGO.

      * Conciliacion de los pagos aplicados contra el deposito del
      * banco: AplicarPagos asienta PAGOS.DAT pero nada prueba que
      * lo asentado sea lo que el banco deposito (una transferencia
      * truncada paso dos semanas sin que nadie la viera). Esta
      * corrida toma el estado de depositos diario del banco
      * DEPOSITOS_BANCO.DAT (fecha valor en 1-8, referencia en
      * 9-20, monto en centesimas en 21-29) y lo coteja contra los
      * pagos que AplicarPagos asento en la fecha de aplicacion
      * CONCILIACION_FECHA (hoy si no esta definida) en
      * PAGOS_APLICADOS.DAT, y contra los rechazos de ese lote en
      * PAGOS_RECHAZOS.DAT. Cada deposito se empareja con un pago
      * de la misma fecha valor y el mismo monto; lo que no empareja
      * con un pago aplicado se busca entre los rechazos, que son la
      * partida conciliatoria de depositos que entraron al banco y
      * no a la cartera; con ellos van los pagos a terminos
      * cerrados que AplicarPagos desvio ese dia a
      * PAGOS_EXCEPCIONES.DAT. El reporte CONCILIACION_BANCO.DAT
      * trae los totales por fecha valor (depositado, aplicado,
      * rechazado, diferencia), los pagos aplicados sin deposito y
      * los depositos sin pago. RC 8 si alguna fecha valor no cuadra,
      * RC 4 si cuadra por totales pero quedan partidas sin pareja,
      * para que el operador lo vea en la manana como en BatchDiario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS-FILE ASSIGN TO "DEPOSITOS_BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           SELECT APLICADOS-FILE ASSIGN TO "PAGOS_APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "PAGOS_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECH-STATUS.
           SELECT EXCEPCIONES-FILE ASSIGN TO "PAGOS_EXCEPCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CONCILIACION_BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSITOS-FILE.
       01  DEPOSITO-REC.
           88  EOF-DEPOSITOS       VALUE HIGH-VALUE.
           02  DEP-FECHA           PIC X(8).
           02  DEP-REFERENCIA      PIC X(12).
           02  DEP-MONTO           PIC X(9).

      * Historico de AplicarPagos.
       FD  APLICADOS-FILE.
       01  APL-REC.
           88  EOF-APL             VALUE HIGH-VALUE.
           02  APL-MATRICULA       PIC 9(7).
           02  APL-FECHA           PIC 9(8).
           02  APL-MONTO           PIC 9(7)V99.
           02  APL-FECHA-APLICADO  PIC 9(8).

      * Rechazo de AplicarPagos: motivo, " | " y el registro de
      * PAGOS.DAT tal como llego.
       FD  RECHAZOS-FILE.
       01  RECHAZO-REC.
           88  EOF-RECHAZOS        VALUE HIGH-VALUE.
           02  RCH-MOTIVO          PIC X(25).
           02  FILLER              PIC X(3).
           02  RCH-MATRICULA       PIC X(7).
           02  RCH-FECHA           PIC X(8).
           02  RCH-MONTO           PIC X(9).
           02  FILLER              PIC X(8).

      * Pago a termino cerrado de AplicarPagos: como el rechazo, mas
      * " | " y la fecha de aplicacion; el archivo es acumulado.
       FD  EXCEPCIONES-FILE.
       01  EXCEPCION-REC.
           88  EOF-EXCEPCIONES     VALUE HIGH-VALUE.
           02  EXC-MOTIVO          PIC X(25).
           02  FILLER              PIC X(3).
           02  EXC-MATRICULA       PIC X(7).
           02  EXC-FECHA           PIC X(8).
           02  EXC-MONTO           PIC X(9).
           02  FILLER              PIC X(3).
           02  EXC-FECHA-APLICADO  PIC X(8).

       FD  REPORTE-FILE.
       01  REPORTE-LN              PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-DEP-STATUS       PIC X(2).
           05  WS-APL-STATUS       PIC X(2).
           05  WS-RECH-STATUS      PIC X(2).
           05  WS-EXC-STATUS       PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA-APLICACION PIC 9(8).
           05  WS-IDX              PIC 9(3).
           05  WS-IDX2             PIC 9(3).
           05  WS-FEC-IDX          PIC 9(2).
           05  WS-HALLADO          PIC X.
           05  WS-FECHA            PIC 9(8).
           05  WS-MONTO            PIC 9(7)V99.
           05  WS-COLUMNA          PIC 9.
           05  WS-DEP-SIN-PAGO     PIC 9(3) VALUE ZERO.
           05  WS-PAG-SIN-DEP      PIC 9(3) VALUE ZERO.
           05  WS-FECHAS-DESCUADRE PIC 9(2) VALUE ZERO.
           05  WS-DEP-INVALIDOS    PIC 9(3) VALUE ZERO.
           05  WS-TOT-DEPOSITADO   PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-APLICADO     PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-RECHAZADO    PIC 9(9)V99 VALUE ZERO.
           05  WS-DIFERENCIA       PIC S9(9)V99.

      * Depositos del banco; WS-DEP-PAREJA: A = con pago aplicado,
      * R = con pago rechazado, N = sin pareja.
       01  WS-DEPOSITOS.
           05  WS-DEP-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-DEP-ENTRY OCCURS 500 TIMES.
               10  WS-DEP-FECHA    PIC 9(8).
               10  WS-DEP-REFERENCIA PIC X(12).
               10  WS-DEP-MONTO    PIC 9(7)V99.
               10  WS-DEP-PAREJA   PIC X(1).

      * Pagos aplicados del lote y rechazos del lote.
       01  WS-PAGOS.
           05  WS-PAG-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PAG-ENTRY OCCURS 500 TIMES.
               10  WS-PAG-MATRICULA PIC 9(7).
               10  WS-PAG-FECHA    PIC 9(8).
               10  WS-PAG-MONTO    PIC 9(7)V99.
               10  WS-PAG-PAREJA   PIC X(1).

       01  WS-RECHAZOS.
           05  WS-RCH-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-RCH-ENTRY OCCURS 200 TIMES.
               10  WS-RCH-MATRICULA PIC X(7).
               10  WS-RCH-FECHA    PIC 9(8).
               10  WS-RCH-MONTO    PIC 9(7)V99.
               10  WS-RCH-PAREJA   PIC X(1).
       01  WS-TABLA-LLENA-SW       PIC X VALUE "N".
           88  WS-TABLA-LLENA      VALUE "Y".

      * Totales por fecha valor (columna 1 = depositado, 2 =
      * aplicado, 3 = rechazado).
       01  WS-FECHAS.
           05  WS-FEC-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-FEC-ENTRY OCCURS 60 TIMES.
               10  WS-FEC-FECHA    PIC 9(8).
               10  WS-FEC-MONTO    PIC 9(9)V99 OCCURS 3 TIMES.

       01  WS-REP-TITULO.
           05  FILLER              PIC X(40) VALUE
               "CONCILIACION BANCARIA DE PAGOS. LOTE DEL".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRT-FECHA           PIC 9(8).

       01  WS-REP-ENCABEZADO.
           05  FILLER              PIC X(28) VALUE
               "FECHA VALOR |  DEPOSITADO |".
           05  FILLER              PIC X(28) VALUE
               "   APLICADO |   RECHAZADO |".
           05  FILLER              PIC X(11) VALUE
               " DIFERENCIA".

       01  WS-REP-FECHA.
           05  WRF-FECHA           PIC 9(8).
           05  FILLER              PIC X(4) VALUE "    ".
           05  FILLER              PIC X(2) VALUE "| ".
           05  WRF-DEPOSITADO      PIC Z(7)9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRF-APLICADO        PIC Z(7)9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRF-RECHAZADO       PIC Z(7)9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRF-DIFERENCIA      PIC -(7)9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRF-ESTADO          PIC X(9).

       01  WS-REP-PARTIDA.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRP-CLAVE           PIC X(12).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRP-FECHA           PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRP-MONTO           PIC Z(6)9.99.

       01  WS-REP-PIE.
           05  WRS-TEXTO           PIC X(45).
           05  WRS-MONTO           PIC -(8)9.99.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           DISPLAY "CONCILIACION_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-APLICACION
           ELSE
               ACCEPT WS-FECHA-APLICACION FROM DATE YYYYMMDD
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-APLICACION)
                   NOT = ZERO
               DISPLAY "CONCILIACION_FECHA INVALIDA: " WS-FECHA-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPOSITOS-FILE.
           IF WS-DEP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DEPOSITOS_BANCO.DAT. CODIGO: "
                   WS-DEP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-CARGAR-DEPOSITOS.
           PERFORM 0120-CARGAR-APLICADOS.
           PERFORM 0130-CARGAR-RECHAZOS.
           PERFORM 0140-CARGAR-EXCEPCIONES.

       0110-CARGAR-DEPOSITOS.
           PERFORM UNTIL EOF-DEPOSITOS
               READ DEPOSITOS-FILE
                   AT END SET EOF-DEPOSITOS TO TRUE
               END-READ
               IF NOT EOF-DEPOSITOS
                   IF DEP-FECHA IS NOT NUMERIC
                       OR DEP-MONTO IS NOT NUMERIC
                       ADD 1 TO WS-DEP-INVALIDOS
                       DISPLAY "DEPOSITO ILEGIBLE, NO SE CONCILIA: "
                           DEPOSITO-REC
                   ELSE
                       IF WS-DEP-COUNT < 500
                           ADD 1 TO WS-DEP-COUNT
                           MOVE DEP-FECHA
                               TO WS-DEP-FECHA(WS-DEP-COUNT)
                           MOVE DEP-REFERENCIA
                               TO WS-DEP-REFERENCIA(WS-DEP-COUNT)
                           COMPUTE WS-DEP-MONTO(WS-DEP-COUNT) =
                               FUNCTION NUMVAL(DEP-MONTO) / 100
                           MOVE "N" TO WS-DEP-PAREJA(WS-DEP-COUNT)
                       ELSE
                           PERFORM 0190-AVISAR-LLENA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DEPOSITOS-FILE.

       0120-CARGAR-APLICADOS.
           OPEN INPUT APLICADOS-FILE.
           IF WS-APL-STATUS = "00"
               PERFORM UNTIL EOF-APL
                   READ APLICADOS-FILE
                       AT END SET EOF-APL TO TRUE
                   END-READ
                   IF NOT EOF-APL
                       AND APL-FECHA-APLICADO = WS-FECHA-APLICACION
                       IF WS-PAG-COUNT < 500
                           ADD 1 TO WS-PAG-COUNT
                           MOVE APL-MATRICULA
                               TO WS-PAG-MATRICULA(WS-PAG-COUNT)
                           MOVE APL-FECHA
                               TO WS-PAG-FECHA(WS-PAG-COUNT)
                           MOVE APL-MONTO
                               TO WS-PAG-MONTO(WS-PAG-COUNT)
                           MOVE "N" TO WS-PAG-PAREJA(WS-PAG-COUNT)
                       ELSE
                           PERFORM 0190-AVISAR-LLENA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE APLICADOS-FILE
           END-IF.

      * PAGOS_RECHAZOS.DAT es del ultimo lote de AplicarPagos.
       0130-CARGAR-RECHAZOS.
           OPEN INPUT RECHAZOS-FILE.
           IF WS-RECH-STATUS = "00"
               PERFORM UNTIL EOF-RECHAZOS
                   READ RECHAZOS-FILE
                       AT END SET EOF-RECHAZOS TO TRUE
                   END-READ
                   IF NOT EOF-RECHAZOS
                       AND RCH-FECHA IS NUMERIC
                       AND RCH-MONTO IS NUMERIC
                       IF WS-RCH-COUNT < 200
                           ADD 1 TO WS-RCH-COUNT
                           MOVE RCH-MATRICULA
                               TO WS-RCH-MATRICULA(WS-RCH-COUNT)
                           MOVE RCH-FECHA
                               TO WS-RCH-FECHA(WS-RCH-COUNT)
                           COMPUTE WS-RCH-MONTO(WS-RCH-COUNT) =
                               FUNCTION NUMVAL(RCH-MONTO) / 100
                           MOVE "N" TO WS-RCH-PAREJA(WS-RCH-COUNT)
                       ELSE
                           PERFORM 0190-AVISAR-LLENA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECHAZOS-FILE
           END-IF.

      * PAGOS_EXCEPCIONES.DAT acumula todos los lotes; solo cuentan
      * los del lote que se concilia.
       0140-CARGAR-EXCEPCIONES.
           OPEN INPUT EXCEPCIONES-FILE.
           IF WS-EXC-STATUS = "00"
               PERFORM UNTIL EOF-EXCEPCIONES
                   READ EXCEPCIONES-FILE
                       AT END SET EOF-EXCEPCIONES TO TRUE
                   END-READ
                   IF NOT EOF-EXCEPCIONES
                       AND EXC-FECHA IS NUMERIC
                       AND EXC-MONTO IS NUMERIC
                       AND EXC-FECHA-APLICADO = WS-FECHA-APLICACION
                       IF WS-RCH-COUNT < 200
                           ADD 1 TO WS-RCH-COUNT
                           MOVE EXC-MATRICULA
                               TO WS-RCH-MATRICULA(WS-RCH-COUNT)
                           MOVE EXC-FECHA
                               TO WS-RCH-FECHA(WS-RCH-COUNT)
                           COMPUTE WS-RCH-MONTO(WS-RCH-COUNT) =
                               FUNCTION NUMVAL(EXC-MONTO) / 100
                           MOVE "N" TO WS-RCH-PAREJA(WS-RCH-COUNT)
                       ELSE
                           PERFORM 0190-AVISAR-LLENA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EXCEPCIONES-FILE
           END-IF.

       0190-AVISAR-LLENA.
           IF NOT WS-TABLA-LLENA
               DISPLAY "ADVERTENCIA: DEMASIADAS PARTIDAS; EL "
                   "EXCEDENTE NO SE CONCILIA."
               SET WS-TABLA-LLENA TO TRUE
           END-IF.

      * Pareja uno a uno por fecha valor y monto: primero contra los
      * pagos aplicados, y lo que sobra contra los rechazos.
       0200-PROCESO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DEP-COUNT
               MOVE "N" TO WS-HALLADO
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-PAG-COUNT
                           OR WS-HALLADO = "Y"
                   IF WS-PAG-PAREJA(WS-IDX2) = "N"
                       AND WS-PAG-FECHA(WS-IDX2) = WS-DEP-FECHA(WS-IDX)
                       AND WS-PAG-MONTO(WS-IDX2) = WS-DEP-MONTO(WS-IDX)
                       MOVE "Y" TO WS-HALLADO
                       MOVE "A" TO WS-PAG-PAREJA(WS-IDX2)
                       MOVE "A" TO WS-DEP-PAREJA(WS-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-RCH-COUNT
                           OR WS-HALLADO = "Y"
                   IF WS-RCH-PAREJA(WS-IDX2) = "N"
                       AND WS-RCH-FECHA(WS-IDX2) = WS-DEP-FECHA(WS-IDX)
                       AND WS-RCH-MONTO(WS-IDX2) = WS-DEP-MONTO(WS-IDX)
                       MOVE "Y" TO WS-HALLADO
                       MOVE "R" TO WS-RCH-PAREJA(WS-IDX2)
                       MOVE "R" TO WS-DEP-PAREJA(WS-IDX)
                   END-IF
               END-PERFORM
               IF WS-HALLADO = "N"
                   ADD 1 TO WS-DEP-SIN-PAGO
               END-IF
               MOVE WS-DEP-FECHA(WS-IDX) TO WS-FECHA
               MOVE WS-DEP-MONTO(WS-IDX) TO WS-MONTO
               MOVE 1 TO WS-COLUMNA
               PERFORM 0210-SUMAR-FECHA
               ADD WS-MONTO TO WS-TOT-DEPOSITADO
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAG-COUNT
               IF WS-PAG-PAREJA(WS-IDX) = "N"
                   ADD 1 TO WS-PAG-SIN-DEP
               END-IF
               MOVE WS-PAG-FECHA(WS-IDX) TO WS-FECHA
               MOVE WS-PAG-MONTO(WS-IDX) TO WS-MONTO
               MOVE 2 TO WS-COLUMNA
               PERFORM 0210-SUMAR-FECHA
               ADD WS-MONTO TO WS-TOT-APLICADO
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RCH-COUNT
               MOVE WS-RCH-FECHA(WS-IDX) TO WS-FECHA
               MOVE WS-RCH-MONTO(WS-IDX) TO WS-MONTO
               MOVE 3 TO WS-COLUMNA
               PERFORM 0210-SUMAR-FECHA
               ADD WS-MONTO TO WS-TOT-RECHAZADO
           END-PERFORM.

       0210-SUMAR-FECHA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                   UNTIL WS-FEC-IDX > WS-FEC-COUNT
                       OR WS-HALLADO = "Y"
               IF WS-FEC-FECHA(WS-FEC-IDX) = WS-FECHA
                   MOVE "Y" TO WS-HALLADO
                   ADD WS-MONTO
                       TO WS-FEC-MONTO(WS-FEC-IDX, WS-COLUMNA)
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-FEC-COUNT < 60
               ADD 1 TO WS-FEC-COUNT
               INITIALIZE WS-FEC-ENTRY(WS-FEC-COUNT)
               MOVE WS-FECHA TO WS-FEC-FECHA(WS-FEC-COUNT)
               MOVE WS-MONTO
                   TO WS-FEC-MONTO(WS-FEC-COUNT, WS-COLUMNA)
           END-IF.

       0300-FIN.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-APLICACION TO WRT-FECHA.
           WRITE REPORTE-LN FROM WS-REP-TITULO.
           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           WRITE REPORTE-LN FROM WS-REP-ENCABEZADO.
           PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                   UNTIL WS-FEC-IDX > WS-FEC-COUNT
               PERFORM 0310-ESCRIBIR-FECHA
           END-PERFORM.

           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           MOVE "PAGOS APLICADOS SIN DEPOSITO DEL BANCO:"
               TO REPORTE-LN.
           WRITE REPORTE-LN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAG-COUNT
               IF WS-PAG-PAREJA(WS-IDX) = "N"
                   MOVE SPACES TO WRP-CLAVE
                   MOVE WS-PAG-MATRICULA(WS-IDX) TO WRP-CLAVE
                   MOVE WS-PAG-FECHA(WS-IDX) TO WRP-FECHA
                   MOVE WS-PAG-MONTO(WS-IDX) TO WRP-MONTO
                   WRITE REPORTE-LN FROM WS-REP-PARTIDA
               END-IF
           END-PERFORM.
           MOVE "DEPOSITOS DEL BANCO SIN PAGO ASENTADO:"
               TO REPORTE-LN.
           WRITE REPORTE-LN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DEP-COUNT
               IF WS-DEP-PAREJA(WS-IDX) = "N"
                   MOVE WS-DEP-REFERENCIA(WS-IDX) TO WRP-CLAVE
                   MOVE WS-DEP-FECHA(WS-IDX) TO WRP-FECHA
                   MOVE WS-DEP-MONTO(WS-IDX) TO WRP-MONTO
                   WRITE REPORTE-LN FROM WS-REP-PARTIDA
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           MOVE "TOTAL DEPOSITADO POR EL BANCO:" TO WRS-TEXTO.
           MOVE WS-TOT-DEPOSITADO TO WRS-MONTO.
           WRITE REPORTE-LN FROM WS-REP-PIE.
           MOVE "MENOS PAGOS APLICADOS A LA CARTERA:" TO WRS-TEXTO.
           MOVE WS-TOT-APLICADO TO WRS-MONTO.
           WRITE REPORTE-LN FROM WS-REP-PIE.
           MOVE "MENOS RECHAZOS Y PAGOS A TERMINO CERRADO:"
               TO WRS-TEXTO.
           MOVE WS-TOT-RECHAZADO TO WRS-MONTO.
           WRITE REPORTE-LN FROM WS-REP-PIE.
           COMPUTE WS-DIFERENCIA = WS-TOT-DEPOSITADO
               - WS-TOT-APLICADO - WS-TOT-RECHAZADO.
           MOVE "DIFERENCIA SIN CONCILIAR:" TO WRS-TEXTO.
           MOVE WS-DIFERENCIA TO WRS-MONTO.
           WRITE REPORTE-LN FROM WS-REP-PIE.
           CLOSE REPORTE-FILE.

           DISPLAY "CONCILIACION DEL LOTE " WS-FECHA-APLICACION
               ": DEPOSITADO " WS-TOT-DEPOSITADO
               " APLICADO " WS-TOT-APLICADO
               " RECHAZADO " WS-TOT-RECHAZADO.
           DISPLAY "FECHAS VALOR SIN CUADRAR: " WS-FECHAS-DESCUADRE
               " PAGOS SIN DEPOSITO: " WS-PAG-SIN-DEP
               " DEPOSITOS SIN PAGO: " WS-DEP-SIN-PAGO.
           EVALUATE TRUE
               WHEN WS-FECHAS-DESCUADRE > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PAG-SIN-DEP > ZERO
                   OR WS-DEP-SIN-PAGO > ZERO
                   OR WS-DEP-INVALIDOS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       0310-ESCRIBIR-FECHA.
           COMPUTE WS-DIFERENCIA = WS-FEC-MONTO(WS-FEC-IDX, 1)
               - WS-FEC-MONTO(WS-FEC-IDX, 2)
               - WS-FEC-MONTO(WS-FEC-IDX, 3).
           MOVE WS-FEC-FECHA(WS-FEC-IDX) TO WRF-FECHA.
           MOVE WS-FEC-MONTO(WS-FEC-IDX, 1) TO WRF-DEPOSITADO.
           MOVE WS-FEC-MONTO(WS-FEC-IDX, 2) TO WRF-APLICADO.
           MOVE WS-FEC-MONTO(WS-FEC-IDX, 3) TO WRF-RECHAZADO.
           MOVE WS-DIFERENCIA TO WRF-DIFERENCIA.
           IF WS-DIFERENCIA = ZERO
               MOVE "CUADRA" TO WRF-ESTADO
           ELSE
               MOVE "DESCUADRE" TO WRF-ESTADO
               ADD 1 TO WS-FECHAS-DESCUADRE
           END-IF.
           WRITE REPORTE-LN FROM WS-REP-FECHA.

       END PROGRAM ConciliacionBancaria.
