       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstadoCuenta.
       AUTHOR.     EHIDALGO.

      * Estado de cuenta del estudiante: junta en una sola pagina lo
      * que hoy se suma a mano cuando llama un padre de familia --
      * cada factura de CARTERA.DAT (con creditos y tarifa por
      * credito de FACTURAS.DAT cuando es el termino facturado que
      * trae ese archivo), cada pago aplicado con su fecha
      * (PAGOS_APLICADOS.DAT, de AplicarPagos), los creditos de beca
      * desembolsados (BECAS_LEDGER.DAT, estados D y A) y reembolsos
      * por baja (REEMBOLSOS.DAT, menos los rechazados; el pago al
      * banco entra por la fila RBJ de la cartera), en orden de
      * fecha y con el saldo corrido. Cada factura con saldo lleva
      * su banda de antiguedad (corriente / 30 / 60 / 90 dias, como
      * en ANTIGUEDAD.DAT) y el pie resume el saldo de la cartera por
      * banda. Los pagos que la cartera ya tiene abonados pero que
      * son anteriores al historico de pagos salen en una sola
      * linea, para que el saldo cuadre con la cartera.
      * En la ventanilla pide una matricula y muestra el estado en
      * pantalla. Con ESTADO_CUENTA_MODO=LOTE (el cierre de mes)
      * escribe en ESTADOS_CUENTA.DAT una pagina por cada estudiante
      * de la cartera con saldo distinto de cero; cada pagina toma
      * serial y codigo de verificacion en el registro de emision
      * (RegistroEmision, tipo EDC; CodigoVerificacion) como todo
      * documento que sale del edificio. La fecha de corte para la
      * antiguedad es ESTADO_CUENTA_FECHA (AAAAMMDD) o la del dia.
      * Sin CARTERA.DAT no hay estados que emitir: RC 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-STATUS.
           SELECT APLICADOS-FILE ASSIGN TO "PAGOS_APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "BECAS_LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LED-STATUS.
           SELECT REEMBOLSOS-FILE ASSIGN TO "REEMBOLSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REE-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "ESTADOS_CUENTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

      * Linea de factura de FacturacionTermino; el titulo trae el
      * termino en 36-41 y el pie empieza con "TOTALES".
       FD  FACTURAS-FILE.
       01  FAC-REC.
           88  EOF-FAC             VALUE HIGH-VALUE.
           02  FAC-MATRICULA       PIC X(7).
           02  FILLER              PIC X(38).
           02  FAC-CREDITOS        PIC ZZ9.
           02  FILLER              PIC X(10).
           02  FAC-MONTO           PIC Z(6)9.99.
           02  FILLER              PIC X(22).
       01  FAC-TITULO-REC.
           02  FILLER              PIC X(35).
           02  FAC-TIT-TERMINO     PIC X(6).
           02  FILLER              PIC X(49).

       FD  APLICADOS-FILE.
       01  APL-REC.
           88  EOF-APL             VALUE HIGH-VALUE.
           02  APL-MATRICULA       PIC 9(7).
           02  APL-FECHA           PIC 9(8).
           02  APL-MONTO           PIC 9(7)V99.
           02  APL-FECHA-APLICADO  PIC 9(8).

       FD  LEDGER-FILE.
       01  LED-REC.
           88  EOF-LED             VALUE HIGH-VALUE.
           02  LED-TERMINO         PIC X(6).
           02  LED-MATRICULA       PIC 9(7).
           02  LED-CARRERA         PIC X(3).
           02  LED-MONTO           PIC 9(9).
           02  LED-ESTADO          PIC X(1).
           02  LED-FECHA           PIC 9(8).

      * Instruccion de reembolso de MantenimientoRoster.
       FD  REEMBOLSOS-FILE.
       01  REE-REC.
           88  EOF-REE             VALUE HIGH-VALUE.
           02  REE-FECHA           PIC 9(8).
           02  FILLER              PIC X(1).
           02  REE-MATRICULA       PIC 9(7).
           02  FILLER              PIC X(23).
           02  REE-TERMINO         PIC X(6).
           02  FILLER              PIC X(22).
           02  REE-MONTO-ENTERO    PIC 9(7).
           02  FILLER              PIC X(1).
           02  REE-MONTO-DECIMAL   PIC 9(2).
      * Estado de AprobarReembolsos / PagoReembolsos: R rechazado,
      * G pagado por el banco; vacio o A sigue por pagar.
           02  REE-ESTADO          PIC X(1).
           02  FILLER              PIC X(72).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  SALIDA-FILE.
       01  SALIDA-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-FAC-STATUS       PIC X(2).
           05  WS-APL-STATUS       PIC X(2).
           05  WS-LED-STATUS       PIC X(2).
           05  WS-REE-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-SAL-STATUS       PIC X(2).
           05  WS-MODO             PIC X(6).
               88  MODO-LOTE       VALUE "LOTE".
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA-AMBIENTE   PIC 9(8).
           05  WS-FECHA-CORTE      PIC 9(8).
           05  WS-TARGET-ID        PIC 9(7).
           05  WS-IDX              PIC 9(3).
           05  WS-IDX-2            PIC 9(3).
           05  WS-MEJOR            PIC 9(3).
           05  WS-IDX-ALU          PIC 9(3).
           05  WS-BANDA            PIC 9.
           05  WS-HALLADO          PIC X(1).
               88  SE-HALLO        VALUE "S".
           05  WS-APELLIDO         PIC X(10).
           05  WS-NOMBRE           PIC X(10).
           05  WS-CARRERA          PIC X(3).
           05  WS-SALDO-FILA       PIC S9(7)V99.
           05  WS-PAGADO-CARTERA   PIC S9(7)V99.
           05  WS-PAGADO-DETALLE   PIC S9(7)V99.
           05  WS-CREDITOS-PEND    PIC S9(7)V99.
           05  WS-SALDO-CARTERA    PIC S9(7)V99.
           05  WS-SALDO            PIC S9(7)V99.
           05  WS-MONTO            PIC S9(7)V99.
           05  WS-LEIDOS           PIC 9(4) VALUE ZERO.
           05  WS-PAGINAS          PIC 9(4) VALUE ZERO.
           05  WS-EN-CERO          PIC 9(4) VALUE ZERO.

      * Creditos facturados del termino que trae FACTURAS.DAT.
       01  WS-FACTURAS.
           05  WS-FAC-TERMINO      PIC X(6) VALUE SPACES.
           05  WS-FAC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-FAC-ENTRY OCCURS 300 TIMES.
               10  WS-FAC-ID       PIC 9(7).
               10  WS-FAC-CREDITOS PIC 9(3).
               10  WS-FAC-MONTO    PIC 9(7)V99.

      * Estudiantes de la cartera, para el lote.
       01  WS-ALUMNOS.
           05  WS-ALU-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ALU-ID           PIC 9(7) OCCURS 300 TIMES.
       01  WS-ALU-LLENA-SW         PIC X VALUE "N".
           88  WS-ALU-LLENA        VALUE "Y".

      * Movimientos del estudiante: cargo positivo, abono negativo.
       01  WS-MOVIMIENTOS.
           05  WS-MOV-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-MOV-ENTRY OCCURS 100 TIMES.
               10  WS-MOV-FECHA    PIC 9(8).
               10  WS-MOV-CONCEPTO PIC X(24).
               10  WS-MOV-CREDITOS PIC 9(3).
               10  WS-MOV-TARIFA   PIC 9(4)V99.
               10  WS-MOV-MONTO    PIC S9(7)V99.
               10  WS-MOV-BANDA    PIC X(9).
       01  WS-MOV-TEMP             PIC X(59).
       01  WS-MOV-LLENA-SW         PIC X VALUE "N".
           88  WS-MOV-LLENA        VALUE "Y".

      * Saldo de la cartera por banda: 1 corriente, 2 = 30, 3 = 60,
      * 4 = 90 dias o mas; cada fila se fecha con AntiguedadCartera,
      * que respeta el plan de pagos del termino.
       01  WS-BANDAS.
           05  WS-BANDA-SALDO      PIC S9(7)V99 OCCURS 4 TIMES.
       01  WS-BANDA-NOMBRES.
           05  FILLER              PIC X(9) VALUE "CORRIENTE".
           05  FILLER              PIC X(9) VALUE "30 DIAS".
           05  FILLER              PIC X(9) VALUE "60 DIAS".
           05  FILLER              PIC X(9) VALUE "90+ DIAS".
       01  WS-BANDA-TABLA REDEFINES WS-BANDA-NOMBRES.
           05  WS-BANDA-NOMBRE     PIC X(9) OCCURS 4 TIMES.
           COPY "ANTIGUEDAD-FILA.CBL"
               REPLACING LEADING ==AF== BY ==WS-AF==.

      * Pagina compuesta: en lote se escribe, en ventanilla se
      * muestra.
       01  WS-PAGINA.
           05  WS-PAG-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PAG-LINEA        PIC X(80) OCCURS 120 TIMES.

      * Registro de emision: el operador es USER del ambiente o LOTE
      * si no esta.
       01  WS-EMI-TIPO             PIC X(3) VALUE "EDC".
       01  WS-EMI-OPERADOR         PIC X(8).
       01  WS-EMI-SERIAL           PIC 9(8).

      * Contenido del codigo de verificacion del estado de cuenta.
       01  WS-VC-CONTENIDO.
           05  WS-VC-MATRICULA     PIC 9(7).
           05  WS-VC-FECHA         PIC 9(8).
           05  WS-VC-SIGNO         PIC X(1).
           05  WS-VC-SALDO         PIC 9(9).
           05  WS-VC-LEYENDA       PIC X(16) VALUE "ESTADO DE CUENTA".
           05  FILLER              PIC X(19) VALUE SPACES.
       01  WS-VC-CODIGO            PIC 9(6).

       01  WS-LINEA                PIC X(80).

       01  WS-ENCABEZADO-COLUMNAS.
           05  FILLER              PIC X(34) VALUE
               "FECHA    CONCEPTO".
           05  FILLER              PIC X(43) VALUE
               "CRD  TARIFA MOVIMIENTO      SALDO BANDA".

       01  WS-DET-LINEA.
           05  WDL-FECHA           PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDL-CONCEPTO        PIC X(24).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDL-CREDITOS        PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDL-TARIFA          PIC ZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDL-MONTO           PIC -(6)9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDL-SALDO           PIC -(6)9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDL-BANDA           PIC X(9).

       01  WS-PIE-BANDAS.
           05  FILLER              PIC X(6) VALUE "  CORR".
           05  WPB-B1              PIC -(6)9.99.
           05  FILLER              PIC X(5) VALUE "  30D".
           05  WPB-B2              PIC -(6)9.99.
           05  FILLER              PIC X(5) VALUE "  60D".
           05  WPB-B3              PIC -(6)9.99.
           05  FILLER              PIC X(5) VALUE "  90D".
           05  WPB-B4              PIC -(6)9.99.

       01  WS-PIE-MONTO.
           05  WPM-TEXTO           PIC X(46).
           05  WPM-MONTO           PIC -(6)9.99.
           05  WPM-NOTA            PIC X(24).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD.
           DISPLAY "ESTADO_CUENTA_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-AMBIENTE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-AMBIENTE)
                   = ZERO
                   MOVE WS-FECHA-AMBIENTE TO WS-FECHA-CORTE
               END-IF
           END-IF.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMI-OPERADOR FROM ENVIRONMENT-VALUE.
           IF WS-EMI-OPERADOR = SPACES
               MOVE "LOTE" TO WS-EMI-OPERADOR
           END-IF.
           DISPLAY "ESTADO_CUENTA_MODO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODO FROM ENVIRONMENT-VALUE.
           OPEN INPUT CARTERA-FILE.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARTERA.DAT. CODIGO: "
                   WS-CAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CARTERA-FILE.
           PERFORM 0110-CARGAR-FACTURAS.
           IF MODO-LOTE
               PERFORM 0120-CARGAR-ALUMNOS
               OPEN OUTPUT SALIDA-FILE
           END-IF.

      * La linea de factura se reconoce por la matricula numerica;
      * el termino sale del titulo.
       0110-CARGAR-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-STATUS = "00"
               READ FACTURAS-FILE
                   AT END SET EOF-FAC TO TRUE
               END-READ
               IF NOT EOF-FAC
                   MOVE FAC-TIT-TERMINO TO WS-FAC-TERMINO
               END-IF
               PERFORM UNTIL EOF-FAC
                   READ FACTURAS-FILE
                       AT END SET EOF-FAC TO TRUE
                   END-READ
                   IF NOT EOF-FAC AND FAC-MATRICULA IS NUMERIC
                       AND WS-FAC-COUNT < 300
                       ADD 1 TO WS-FAC-COUNT
                       MOVE FAC-MATRICULA TO WS-FAC-ID(WS-FAC-COUNT)
                       MOVE FAC-CREDITOS
                           TO WS-FAC-CREDITOS(WS-FAC-COUNT)
                       MOVE FAC-MONTO TO WS-FAC-MONTO(WS-FAC-COUNT)
                   END-IF
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.

       0120-CARGAR-ALUMNOS.
           OPEN INPUT CARTERA-FILE.
           PERFORM UNTIL EOF-CARTERA
               READ CARTERA-FILE
                   AT END SET EOF-CARTERA TO TRUE
               END-READ
               IF NOT EOF-CARTERA
                   MOVE "N" TO WS-HALLADO
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-ALU-COUNT
                       IF WS-ALU-ID(WS-IDX) = CAR-MATRICULA
                           SET SE-HALLO TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT SE-HALLO
                       IF WS-ALU-COUNT < 300
                           ADD 1 TO WS-ALU-COUNT
                           MOVE CAR-MATRICULA
                               TO WS-ALU-ID(WS-ALU-COUNT)
                       ELSE
                           IF NOT WS-ALU-LLENA
                               DISPLAY "ADVERTENCIA: MAS DE 300 "
                                   "ESTUDIANTES EN CARTERA.DAT; "
                                   "LOS DEMAS NO SE PROCESAN."
                               SET WS-ALU-LLENA TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CARTERA-FILE.
           INITIALIZE CARTERA-REC.

       0200-PROCESO.
           IF MODO-LOTE
               PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                       UNTIL WS-IDX-ALU > WS-ALU-COUNT
                   MOVE WS-ALU-ID(WS-IDX-ALU) TO WS-TARGET-ID
                   PERFORM 0210-ARMAR-ESTADO
                   IF WS-SALDO = ZERO
                       ADD 1 TO WS-EN-CERO
                   ELSE
                       PERFORM 0260-EMITIR-PAGINA
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "MATRICULA DEL ESTUDIANTE: "
               ACCEPT WS-TARGET-ID
               PERFORM 0210-ARMAR-ESTADO
               IF WS-MOV-COUNT = ZERO
                   DISPLAY "LA MATRICULA " WS-TARGET-ID " NO TIENE "
                       "MOVIMIENTOS EN LA CARTERA."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 0240-COMPONER-PAGINA
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-PAG-COUNT
                       DISPLAY WS-PAG-LINEA(WS-IDX)
                   END-PERFORM
               END-IF
           END-IF.

      * Junta los movimientos del estudiante, los ordena por fecha y
      * deja el saldo final en WS-SALDO.
       0210-ARMAR-ESTADO.
           ADD 1 TO WS-LEIDOS.
           MOVE ZERO TO WS-MOV-COUNT WS-PAGADO-CARTERA
               WS-PAGADO-DETALLE WS-CREDITOS-PEND WS-SALDO-CARTERA
               WS-SALDO.
           MOVE "N" TO WS-MOV-LLENA-SW.
           INITIALIZE WS-BANDAS.
           PERFORM 0211-BUSCAR-MAESTRO.
           PERFORM 0212-LEER-CARTERA.
           PERFORM 0213-LEER-PAGOS.
           PERFORM 0214-LEER-BECAS.
           PERFORM 0215-LEER-REEMBOLSOS.
           IF WS-PAGADO-CARTERA > WS-PAGADO-DETALLE
               COMPUTE WS-MONTO =
                   WS-PAGADO-DETALLE - WS-PAGADO-CARTERA
               PERFORM 0220-AGREGAR-MOVIMIENTO
               IF NOT WS-MOV-LLENA
                   MOVE "PAGOS SIN DETALLE"
                       TO WS-MOV-CONCEPTO(WS-MOV-COUNT)
               END-IF
           END-IF.
           PERFORM 0230-ORDENAR-MOVIMIENTOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MOV-COUNT
               ADD WS-MOV-MONTO(WS-IDX) TO WS-SALDO
           END-PERFORM.

       0211-BUSCAR-MAESTRO.
           MOVE SPACES TO WS-APELLIDO WS-NOMBRE WS-CARRERA.
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

      * Cada fila de la cartera es un cargo (colegiatura, recargo
      * por mora de 60 o 90 dias, ajuste de facturacion, o cargo
      * vario de CargosVarios y de las cuotas de documento), salvo
      * el ajuste de credito (AJC) y el castigo de cartera (CAS),
      * que abonan lo que traen en lo pagado y cuentan como pago
      * con detalle; la banda se calcula sobre lo que le falta por
      * pagar, como en AplicarPagos. Una fila en plan de pagos sale
      * EN PLAN, o CUOTA VEN si alguna cuota ya vencio.
       0212-LEER-CARTERA.
           OPEN INPUT CARTERA-FILE.
           PERFORM UNTIL EOF-CARTERA
               READ CARTERA-FILE
                   AT END SET EOF-CARTERA TO TRUE
               END-READ
               IF NOT EOF-CARTERA
                   AND CAR-MATRICULA = WS-TARGET-ID
                   IF WS-CARRERA = SPACES
                       MOVE CAR-CARRERA TO WS-CARRERA
                   END-IF
                   ADD CAR-PAGADO TO WS-PAGADO-CARTERA
                   COMPUTE WS-SALDO-FILA = CAR-FACTURADO - CAR-PAGADO
                   ADD WS-SALDO-FILA TO WS-SALDO-CARTERA
                   INITIALIZE WS-AF-RESULTADO
                   IF WS-SALDO-FILA NOT = ZERO
                       CALL "AntiguedadCartera" USING CARTERA-REC
                           WS-FECHA-CORTE WS-AF-RESULTADO
                       PERFORM VARYING WS-BANDA FROM 1 BY 1
                               UNTIL WS-BANDA > 4
                           ADD WS-AF-BANDA(WS-BANDA)
                               TO WS-BANDA-SALDO(WS-BANDA)
                       END-PERFORM
                   END-IF
                   MOVE CAR-FACTURADO TO WS-MONTO
                   IF CAR-AJUSTE-CREDITO OR CAR-CASTIGO
                       COMPUTE WS-MONTO = ZERO - CAR-PAGADO
                       ADD CAR-PAGADO TO WS-PAGADO-DETALLE
                   END-IF
                   PERFORM 0220-AGREGAR-MOVIMIENTO
                   IF NOT WS-MOV-LLENA
                       PERFORM 0216-DETALLAR-FACTURA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CARTERA-FILE.
           INITIALIZE CARTERA-REC.

       0216-DETALLAR-FACTURA.
           MOVE CAR-FECHA TO WS-MOV-FECHA(WS-MOV-COUNT).
           MOVE SPACES TO WS-MOV-CONCEPTO(WS-MOV-COUNT).
           EVALUATE TRUE
               WHEN CAR-RECARGO
                   STRING "RECARGO " CAR-TIPO(2:2) " DIAS "
                       CAR-TERMINO DELIMITED BY SIZE
                       INTO WS-MOV-CONCEPTO(WS-MOV-COUNT)
               WHEN CAR-COLEGIATURA
                   STRING "COLEGIATURA " CAR-TERMINO
                       DELIMITED BY SIZE
                       INTO WS-MOV-CONCEPTO(WS-MOV-COUNT)
               WHEN CAR-AJUSTE-DEBITO
                   STRING "AJUSTE DEBITO " CAR-TERMINO
                       DELIMITED BY SIZE
                       INTO WS-MOV-CONCEPTO(WS-MOV-COUNT)
               WHEN CAR-AJUSTE-CREDITO
                   STRING "AJUSTE CREDITO " CAR-TERMINO
                       DELIMITED BY SIZE
                       INTO WS-MOV-CONCEPTO(WS-MOV-COUNT)
               WHEN CAR-REEMBOLSO
                   STRING "PAGO REEMBOLSO " CAR-TERMINO
                       DELIMITED BY SIZE
                       INTO WS-MOV-CONCEPTO(WS-MOV-COUNT)
               WHEN CAR-CASTIGO
                   STRING "CASTIGO " CAR-TERMINO
                       DELIMITED BY SIZE
                       INTO WS-MOV-CONCEPTO(WS-MOV-COUNT)
               WHEN OTHER
                   STRING "CARGO " CAR-TIPO " " CAR-TERMINO
                       DELIMITED BY SIZE
                       INTO WS-MOV-CONCEPTO(WS-MOV-COUNT)
           END-EVALUATE.
           IF CAR-TERMINO = WS-FAC-TERMINO
               AND CAR-COLEGIATURA
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-FAC-COUNT
                   IF WS-FAC-ID(WS-IDX) = WS-TARGET-ID
                       AND WS-FAC-CREDITOS(WS-IDX) > ZERO
                       MOVE WS-FAC-CREDITOS(WS-IDX)
                           TO WS-MOV-CREDITOS(WS-MOV-COUNT)
                       COMPUTE WS-MOV-TARIFA(WS-MOV-COUNT) ROUNDED =
                           WS-FAC-MONTO(WS-IDX)
                           / WS-FAC-CREDITOS(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN CAR-RECARGO AND CAR-FACTURADO = ZERO
                   MOVE "EXONERADO" TO WS-MOV-BANDA(WS-MOV-COUNT)
               WHEN CAR-AJUSTE-CREDITO
                   MOVE "A FAVOR" TO WS-MOV-BANDA(WS-MOV-COUNT)
               WHEN CAR-CASTIGO
                   MOVE "CASTIGADO" TO WS-MOV-BANDA(WS-MOV-COUNT)
               WHEN WS-SALDO-FILA NOT > ZERO
                   MOVE "PAGADA" TO WS-MOV-BANDA(WS-MOV-COUNT)
               WHEN WS-AF-CUO-VENCIDAS > ZERO
                   MOVE "CUOTA VEN" TO WS-MOV-BANDA(WS-MOV-COUNT)
               WHEN WS-AF-CUO-COUNT > ZERO
                   MOVE "EN PLAN" TO WS-MOV-BANDA(WS-MOV-COUNT)
               WHEN OTHER
                   PERFORM VARYING WS-BANDA FROM 1 BY 1
                           UNTIL WS-BANDA > 4
                       IF WS-AF-BANDA(WS-BANDA) > ZERO
                           MOVE WS-BANDA-NOMBRE(WS-BANDA)
                               TO WS-MOV-BANDA(WS-MOV-COUNT)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       0213-LEER-PAGOS.
           OPEN INPUT APLICADOS-FILE.
           IF WS-APL-STATUS = "00"
               PERFORM UNTIL EOF-APL
                   READ APLICADOS-FILE
                       AT END SET EOF-APL TO TRUE
                   END-READ
                   IF NOT EOF-APL
                       AND APL-MATRICULA = WS-TARGET-ID
                       ADD APL-MONTO TO WS-PAGADO-DETALLE
                       COMPUTE WS-MONTO = ZERO - APL-MONTO
                       PERFORM 0220-AGREGAR-MOVIMIENTO
                       IF NOT WS-MOV-LLENA
                           MOVE APL-FECHA
                               TO WS-MOV-FECHA(WS-MOV-COUNT)
                           MOVE "PAGO"
                               TO WS-MOV-CONCEPTO(WS-MOV-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE APLICADOS-FILE
               INITIALIZE APL-REC
           END-IF.

      * Los desembolsos de beca (D) y los reembolsos abonan a la
      * cuenta aunque la cartera todavia no los refleje; el pie los
      * muestra aparte para cuadrar con ANTIGUEDAD.DAT. La beca ya
      * aplicada por AplicarBecas (A) esta dentro de lo pagado de la
      * cartera y cuenta como pago con detalle; igual el reembolso
      * ya pagado (G), cuyo credito lleva la fila RBJ de la cartera.
      * El reembolso rechazado no abona.
       0214-LEER-BECAS.
           OPEN INPUT LEDGER-FILE.
           IF WS-LED-STATUS = "00"
               PERFORM UNTIL EOF-LED
                   READ LEDGER-FILE
                       AT END SET EOF-LED TO TRUE
                   END-READ
                   IF NOT EOF-LED
                       AND LED-MATRICULA = WS-TARGET-ID
                       AND (LED-ESTADO = "D" OR LED-ESTADO = "A")
                       COMPUTE WS-MONTO = ZERO - LED-MONTO / 100
                       IF LED-ESTADO = "D"
                           ADD WS-MONTO TO WS-CREDITOS-PEND
                       ELSE
                           SUBTRACT WS-MONTO FROM WS-PAGADO-DETALLE
                       END-IF
                       PERFORM 0220-AGREGAR-MOVIMIENTO
                       IF NOT WS-MOV-LLENA
                           MOVE LED-FECHA
                               TO WS-MOV-FECHA(WS-MOV-COUNT)
                           STRING "BECA " LED-TERMINO
                               DELIMITED BY SIZE
                               INTO WS-MOV-CONCEPTO(WS-MOV-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEDGER-FILE
               INITIALIZE LED-REC
           END-IF.

       0215-LEER-REEMBOLSOS.
           OPEN INPUT REEMBOLSOS-FILE.
           IF WS-REE-STATUS = "00"
               PERFORM UNTIL EOF-REE
                   READ REEMBOLSOS-FILE
                       AT END SET EOF-REE TO TRUE
                   END-READ
                   IF NOT EOF-REE
                       AND REE-MATRICULA IS NUMERIC
                       AND REE-MATRICULA = WS-TARGET-ID
                       AND REE-ESTADO NOT = "R"
                       COMPUTE WS-MONTO = ZERO - REE-MONTO-ENTERO
                           - REE-MONTO-DECIMAL / 100
                       IF REE-ESTADO = "G"
                           SUBTRACT WS-MONTO FROM WS-PAGADO-DETALLE
                       ELSE
                           ADD WS-MONTO TO WS-CREDITOS-PEND
                       END-IF
                       PERFORM 0220-AGREGAR-MOVIMIENTO
                       IF NOT WS-MOV-LLENA
                           MOVE REE-FECHA
                               TO WS-MOV-FECHA(WS-MOV-COUNT)
                           STRING "REEMBOLSO BAJA " REE-TERMINO
                               DELIMITED BY SIZE
                               INTO WS-MOV-CONCEPTO(WS-MOV-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REEMBOLSOS-FILE
               INITIALIZE REE-REC
           END-IF.

      * Alta de un movimiento con el monto de WS-MONTO; el llamador
      * completa fecha y concepto.
       0220-AGREGAR-MOVIMIENTO.
           IF WS-MOV-COUNT < 100
               ADD 1 TO WS-MOV-COUNT
               MOVE ZERO TO WS-MOV-FECHA(WS-MOV-COUNT)
                   WS-MOV-CREDITOS(WS-MOV-COUNT)
                   WS-MOV-TARIFA(WS-MOV-COUNT)
               MOVE SPACES TO WS-MOV-CONCEPTO(WS-MOV-COUNT)
                   WS-MOV-BANDA(WS-MOV-COUNT)
               MOVE WS-MONTO TO WS-MOV-MONTO(WS-MOV-COUNT)
           ELSE
               IF NOT WS-MOV-LLENA
                   DISPLAY "ADVERTENCIA: MAS DE 100 MOVIMIENTOS DE "
                       WS-TARGET-ID "; EL ESTADO SALE INCOMPLETO."
                   SET WS-MOV-LLENA TO TRUE
               END-IF
           END-IF.

       0230-ORDENAR-MOVIMIENTOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MOV-COUNT
               MOVE WS-IDX TO WS-MEJOR
               PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                       UNTIL WS-IDX-2 > WS-MOV-COUNT
                   IF WS-MOV-FECHA(WS-IDX-2)
                       < WS-MOV-FECHA(WS-MEJOR)
                       MOVE WS-IDX-2 TO WS-MEJOR
                   END-IF
               END-PERFORM
               IF WS-MEJOR NOT = WS-IDX
                   MOVE WS-MOV-ENTRY(WS-IDX) TO WS-MOV-TEMP
                   MOVE WS-MOV-ENTRY(WS-MEJOR) TO WS-MOV-ENTRY(WS-IDX)
                   MOVE WS-MOV-TEMP TO WS-MOV-ENTRY(WS-MEJOR)
               END-IF
           END-PERFORM.

       0240-COMPONER-PAGINA.
           MOVE ZERO TO WS-PAG-COUNT.
           MOVE ALL "=" TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE SPACES TO WS-LINEA.
           IF MODO-LOTE
               STRING "ESTADO DE CUENTA  SERIAL: " WS-EMI-SERIAL
                   "  CODIGO DE VERIFICACION: " WS-VC-CODIGO
                   DELIMITED BY SIZE INTO WS-LINEA
           ELSE
               MOVE "ESTADO DE CUENTA" TO WS-LINEA
           END-IF.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE ALL "=" TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "MATRICULA: " WS-TARGET-ID "  " WS-APELLIDO " "
               WS-NOMBRE "  CARRERA: " WS-CARRERA
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "CORTE AL: " WS-FECHA-CORTE
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE WS-ENCABEZADO-COLUMNAS TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE ZERO TO WS-SALDO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MOV-COUNT
               ADD WS-MOV-MONTO(WS-IDX) TO WS-SALDO
               IF WS-MOV-FECHA(WS-IDX) = ZERO
                   MOVE "ANTERIOR" TO WDL-FECHA
               ELSE
                   MOVE WS-MOV-FECHA(WS-IDX) TO WDL-FECHA
               END-IF
               MOVE WS-MOV-CONCEPTO(WS-IDX) TO WDL-CONCEPTO
               MOVE WS-MOV-CREDITOS(WS-IDX) TO WDL-CREDITOS
               MOVE WS-MOV-TARIFA(WS-IDX) TO WDL-TARIFA
               MOVE WS-MOV-MONTO(WS-IDX) TO WDL-MONTO
               MOVE WS-SALDO TO WDL-SALDO
               MOVE WS-MOV-BANDA(WS-IDX) TO WDL-BANDA
               MOVE WS-DET-LINEA TO WS-LINEA
               PERFORM 0245-AGREGAR-LINEA
           END-PERFORM.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE "SALDO DE LA CARTERA POR ANTIGUEDAD:" TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE WS-BANDA-SALDO(1) TO WPB-B1.
           MOVE WS-BANDA-SALDO(2) TO WPB-B2.
           MOVE WS-BANDA-SALDO(3) TO WPB-B3.
           MOVE WS-BANDA-SALDO(4) TO WPB-B4.
           MOVE WS-PIE-BANDAS TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE SPACES TO WPM-NOTA.
           MOVE "SALDO EN CARTERA:" TO WPM-TEXTO.
           MOVE WS-SALDO-CARTERA TO WPM-MONTO.
           MOVE WS-PIE-MONTO TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           IF WS-CREDITOS-PEND NOT = ZERO
               MOVE "BECAS Y REEMBOLSOS NO APLICADOS EN CARTERA:"
                   TO WPM-TEXTO
               MOVE WS-CREDITOS-PEND TO WPM-MONTO
               MOVE WS-PIE-MONTO TO WS-LINEA
               PERFORM 0245-AGREGAR-LINEA
           END-IF.
           MOVE SPACES TO WPM-TEXTO.
           STRING "SALDO AL " WS-FECHA-CORTE ":"
               DELIMITED BY SIZE INTO WPM-TEXTO.
           MOVE WS-SALDO TO WPM-MONTO.
           IF WS-SALDO < ZERO
               MOVE " A FAVOR DEL ESTUDIANTE" TO WPM-NOTA
           END-IF.
           MOVE WS-PIE-MONTO TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 0245-AGREGAR-LINEA.

       0245-AGREGAR-LINEA.
           IF WS-PAG-COUNT < 120
               ADD 1 TO WS-PAG-COUNT
               MOVE WS-LINEA TO WS-PAG-LINEA(WS-PAG-COUNT)
           END-IF.

      * La pagina se asienta en el registro de emision antes de
      * escribirse; el serial y el codigo van en el encabezado.
       0260-EMITIR-PAGINA.
           MOVE WS-TARGET-ID TO WS-VC-MATRICULA.
           MOVE WS-FECHA-CORTE TO WS-VC-FECHA.
           IF WS-SALDO < ZERO
               MOVE "-" TO WS-VC-SIGNO
               COMPUTE WS-VC-SALDO = ZERO - WS-SALDO * 100
           ELSE
               MOVE "+" TO WS-VC-SIGNO
               COMPUTE WS-VC-SALDO = WS-SALDO * 100
           END-IF.
           CALL "CodigoVerificacion" USING WS-VC-CONTENIDO
               WS-VC-CODIGO.
           CALL "RegistroEmision" USING WS-EMI-TIPO WS-TARGET-ID
               WS-EMI-OPERADOR WS-EMI-SERIAL WS-VC-CODIGO.
           PERFORM 0240-COMPONER-PAGINA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAG-COUNT
               WRITE SALIDA-REC FROM WS-PAG-LINEA(WS-IDX)
           END-PERFORM.
           ADD 1 TO WS-PAGINAS.

       0300-FIN.
           IF MODO-LOTE
               CLOSE SALIDA-FILE
               DISPLAY "ESTADOS DE CUENTA AL " WS-FECHA-CORTE
                   ". ESTUDIANTES: " WS-LEIDOS " PAGINAS EN "
                   "ESTADOS_CUENTA.DAT: " WS-PAGINAS
                   " SALDO EN CERO: " WS-EN-CERO
           END-IF.
           STOP RUN.

       END PROGRAM EstadoCuenta.
