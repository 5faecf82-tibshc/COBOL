       IDENTIFICATION DIVISION.
       PROGRAM-ID. AsignarRecargos.
       AUTHOR.     EHIDALGO.

      * Recargo mensual por mora: la politica cobra un recargo sobre
      * los saldos de factura que estan en las bandas de 60 y de 90
      * dias de ANTIGUEDAD.DAT. Para cada factura de colegiatura de
      * CARTERA.DAT con saldo se pide a AntiguedadCartera su saldo
      * por banda a la fecha de corte (RECARGOS_FECHA en el
      * ambiente, AAAAMMDD; hoy por omision) -- la misma regla del
      * reporte de antiguedad, con los planes de pago -- y el saldo
      * de la banda 60 (o 90) paga la tasa de RECARGOS_TASAS.DAT
      * (tipo R60 / R90 en 1-3, tasa en porcentaje con dos
      * decimales en 4-7). Cada recargo entra a la cartera como su
      * propia fila, tipo R60 o R90, en el termino de la factura y
      * con la fecha de corte, y queda en el registro RECARGOS.DAT.
      * Una banda se cobra una sola vez por factura: si el registro
      * ya tiene el recargo (aunque este exonerado) no se repite, de
      * modo que la corrida se puede repetir en el mes sin duplicar.
      * Las exoneraciones las firma el supervisor en
      * ExonerarRecargos. El reporte de cierre de mes
      * RECARGOS_MES.DAT da por carrera lo asignado y lo exonerado
      * en el mes del corte, lo asignado y exonerado acumulado, lo
      * cobrado (lo abonado a las filas de recargo) y lo pendiente.
      * Las facturas de un termino cerrado (TERMINOS_CERRADOS.DAT,
      * de AprobarCastigos) ya no generan recargos.
      * Sin CARTERA.DAT o sin tasas: RC 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASAS-FILE ASSIGN TO "RECARGOS_TASAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAS-STATUS.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT RECARGOS-FILE ASSIGN TO "RECARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCG-STATUS.
           SELECT CERRADOS-FILE ASSIGN TO "TERMINOS_CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "RECARGOS_MES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TASAS-FILE.
       01  TASA-REC.
           88  EOF-TASAS           VALUE HIGH-VALUE.
           02  TAS-TIPO            PIC X(3).
           02  TAS-TASA            PIC 9(2)V99.

       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  RECARGOS-FILE.
       01  RECARGO-REC.
           88  EOF-RECARGOS        VALUE HIGH-VALUE.
           COPY "RECARGO-RECORD.CBL"
               REPLACING LEADING ==RG== BY ==RCG==.

       FD  CERRADOS-FILE.
       01  CERRADO-REC.
           88  EOF-CERRADOS        VALUE HIGH-VALUE.
           COPY "TERMINO-CERRADO-RECORD.CBL"
               REPLACING LEADING ==TC== BY ==CER==.

       FD  REPORTE-FILE.
       01  REPORTE-LN              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-TAS-STATUS       PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-RCG-STATUS       PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-CER-STATUS       PIC X(2).
           05  WS-CER-IDX          PIC 9(2).
           05  WS-EN-CERRADO       PIC X.
               88  TERMINO-CERRADO VALUE "Y".
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA-CORTE      PIC 9(8).
           05  WS-TASA-R60         PIC 9(2)V99 VALUE ZERO.
           05  WS-TASA-R90         PIC 9(2)V99 VALUE ZERO.
           05  WS-TIPO             PIC X(3).
           05  WS-BASE             PIC 9(7)V99.
           05  WS-TASA             PIC 9(2)V99.
           05  WS-MONTO            PIC 9(7)V99.
           05  WS-CARRERA-BUSCADA  PIC X(3).
           05  WS-IDX              PIC 9(4).
           05  WS-DEG-IDX          PIC 9(2).
           05  WS-HALLADO          PIC X.
           05  WS-REG-LEIDOS       PIC 9(4) VALUE ZERO.
           05  WS-REG-FACTURAS     PIC 9(5) VALUE ZERO.
           05  WS-REG-NUEVOS       PIC 9(5) VALUE ZERO.
           05  WS-REG-REPETIDOS    PIC 9(5) VALUE ZERO.
           05  WS-TOT-NUEVOS       PIC 9(9)V99 VALUE ZERO.

      * Registro de recargos en memoria; las filas nuevas de esta
      * corrida van despues de las WS-REG-LEIDOS que ya tenia.
       01  WS-REGISTRO.
           05  WS-RCG-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RCG-ENTRY OCCURS 2000 TIMES.
               10  WS-RCG-MATRICULA PIC 9(7).
               10  WS-RCG-TERMINO  PIC X(6).
               10  WS-RCG-TIPO     PIC X(3).
               10  WS-RCG-CARRERA  PIC X(3).
               10  WS-RCG-BASE     PIC 9(7)V99.
               10  WS-RCG-TASA     PIC 9(2)V99.
               10  WS-RCG-MONTO    PIC 9(7)V99.
               10  WS-RCG-FECHA    PIC 9(8).
               10  WS-RCG-ESTADO   PIC X(1).
                   88  WS-RCG-EXONERADO VALUE "E".
               10  WS-RCG-FECHA-EXONERADO PIC 9(8).
       01  WS-RCG-LLENO-SW         PIC X VALUE "N".
           88  WS-RCG-LLENO        VALUE "Y".

      * Terminos cerrados (TERMINOS_CERRADOS.DAT).
       01  WS-CERRADOS.
           05  WS-CER-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-CER-TERMINO      PIC X(6) OCCURS 50 TIMES.

      * Totales por carrera del reporte de cierre de mes.
       01  WS-CARRERAS-TOT.
           05  WS-DEG-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-DEG-ENTRY OCCURS 10 TIMES.
               10  WS-DEG-CODIGO   PIC X(3).
               10  WS-DEG-MES-ASIGNADO PIC 9(9)V99.
               10  WS-DEG-MES-EXONERADO PIC 9(9)V99.
               10  WS-DEG-ASIGNADO PIC 9(9)V99.
               10  WS-DEG-EXONERADO PIC 9(9)V99.
               10  WS-DEG-COBRADO  PIC 9(9)V99.
               10  WS-DEG-PENDIENTE PIC 9(9)V99.
       01  WS-TOTALES.
           05  WS-TOT-MES-ASIGNADO PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-MES-EXONERADO PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-ASIGNADO     PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-EXONERADO    PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-COBRADO      PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-PENDIENTE    PIC 9(9)V99 VALUE ZERO.

      * Antiguedad de una factura (AntiguedadCartera).
           COPY "ANTIGUEDAD-FILA.CBL"
               REPLACING LEADING ==AF== BY ==WS-AF==.

       01  WS-REP-TITULO.
           05  FILLER              PIC X(39) VALUE
               "RECARGOS POR MORA, CIERRE DE MES. CORTE".
           05  FILLER              PIC X(1) VALUE " ".
           05  WRT-CORTE           PIC 9(8).

       01  WS-REP-ENCABEZADO.
           05  FILLER              PIC X(3) VALUE "CAR".
           05  FILLER              PIC X(14) VALUE "  MES ASIGNADO".
           05  FILLER              PIC X(14) VALUE " MES EXONERADO".
           05  FILLER              PIC X(14) VALUE "      ASIGNADO".
           05  FILLER              PIC X(14) VALUE "     EXONERADO".
           05  FILLER              PIC X(14) VALUE "       COBRADO".
           05  FILLER              PIC X(14) VALUE "     PENDIENTE".

       01  WS-REP-LINEA.
           05  WRL-CARRERA         PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRL-MES-ASIGNADO    PIC Z(8)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRL-MES-EXONERADO   PIC Z(8)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRL-ASIGNADO        PIC Z(8)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRL-EXONERADO       PIC Z(8)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRL-COBRADO         PIC Z(8)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRL-PENDIENTE       PIC Z(8)9.99.

       01  WS-REP-PIE.
           05  FILLER              PIC X(28) VALUE
               "RECARGOS NUEVOS EN EL CORTE:".
           05  WRP-NUEVOS          PIC ZZZZ9.
           05  FILLER              PIC X(8) VALUE " MONTO: ".
           05  WRP-MONTO           PIC Z(8)9.99.
           05  FILLER              PIC X(16) VALUE " YA ASIGNADOS: ".
           05  WRP-REPETIDOS       PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           DISPLAY "RECARGOS_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-CORTE
           ELSE
               ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CORTE) NOT = ZERO
               DISPLAY "RECARGOS_FECHA INVALIDA: " WS-FECHA-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-CARGAR-TASAS.
           PERFORM 0120-CARGAR-REGISTRO.
           PERFORM 0130-CARGAR-CERRADOS.
           OPEN INPUT CARTERA-FILE.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARTERA.DAT. CODIGO: "
                   WS-CAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-CARGAR-TASAS.
           OPEN INPUT TASAS-FILE.
           IF WS-TAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR RECARGOS_TASAS.DAT. CODIGO: "
                   WS-TAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-TASAS
               READ TASAS-FILE
                   AT END SET EOF-TASAS TO TRUE
               END-READ
               IF NOT EOF-TASAS
                   EVALUATE TAS-TIPO
                       WHEN "R60"
                           MOVE TAS-TASA TO WS-TASA-R60
                       WHEN "R90"
                           MOVE TAS-TASA TO WS-TASA-R90
                       WHEN OTHER
                           DISPLAY "TIPO DE RECARGO DESCONOCIDO EN "
                               "RECARGOS_TASAS.DAT: " TAS-TIPO
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE TASAS-FILE.
           IF WS-TASA-R60 = ZERO AND WS-TASA-R90 = ZERO
               DISPLAY "RECARGOS_TASAS.DAT SIN TASA R60 NI R90."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Sin RECARGOS.DAT todavia no hay recargos asignados.
       0120-CARGAR-REGISTRO.
           OPEN INPUT RECARGOS-FILE.
           IF WS-RCG-STATUS = "00"
               PERFORM UNTIL EOF-RECARGOS
                   READ RECARGOS-FILE
                       AT END SET EOF-RECARGOS TO TRUE
                   END-READ
                   IF NOT EOF-RECARGOS
                       IF WS-RCG-COUNT < 2000
                           ADD 1 TO WS-RCG-COUNT
                           MOVE RCG-MATRICULA
                               TO WS-RCG-MATRICULA(WS-RCG-COUNT)
                           MOVE RCG-TERMINO
                               TO WS-RCG-TERMINO(WS-RCG-COUNT)
                           MOVE RCG-TIPO
                               TO WS-RCG-TIPO(WS-RCG-COUNT)
                           MOVE RCG-CARRERA
                               TO WS-RCG-CARRERA(WS-RCG-COUNT)
                           MOVE RCG-BASE
                               TO WS-RCG-BASE(WS-RCG-COUNT)
                           MOVE RCG-TASA
                               TO WS-RCG-TASA(WS-RCG-COUNT)
                           MOVE RCG-MONTO
                               TO WS-RCG-MONTO(WS-RCG-COUNT)
                           MOVE RCG-FECHA
                               TO WS-RCG-FECHA(WS-RCG-COUNT)
                           MOVE RCG-ESTADO
                               TO WS-RCG-ESTADO(WS-RCG-COUNT)
                           MOVE RCG-FECHA-EXONERADO
                               TO WS-RCG-FECHA-EXONERADO(WS-RCG-COUNT)
                       ELSE
                           IF NOT WS-RCG-LLENO
                               DISPLAY "ADVERTENCIA: MAS DE 2000 "
                                   "FILAS EN RECARGOS.DAT; NO SE "
                                   "ASIGNA NADA NUEVO."
                               SET WS-RCG-LLENO TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECARGOS-FILE
               INITIALIZE RECARGO-REC
           END-IF.
           MOVE WS-RCG-COUNT TO WS-REG-LEIDOS.

       0130-CARGAR-CERRADOS.
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

      * Las filas de recargo suman a lo cobrado y lo pendiente; cada
      * factura con saldo de un termino abierto se revisa en las
      * bandas de 60 y 90 dias.
       0200-PROCESO.
           PERFORM UNTIL EOF-CARTERA
               READ CARTERA-FILE
                   AT END SET EOF-CARTERA TO TRUE
               END-READ
               IF NOT EOF-CARTERA
                   PERFORM 0205-VERIFICAR-CERRADO
                   EVALUATE TRUE
                       WHEN CAR-RECARGO
                           PERFORM 0230-SUMAR-FILA-RECARGO
                       WHEN CAR-COLEGIATURA
                           AND CAR-FACTURADO > CAR-PAGADO
                           AND NOT TERMINO-CERRADO
                           ADD 1 TO WS-REG-FACTURAS
                           CALL "AntiguedadCartera" USING CARTERA-REC
                               WS-FECHA-CORTE WS-AF-RESULTADO
                           MOVE "R60" TO WS-TIPO
                           MOVE WS-TASA-R60 TO WS-TASA
                           MOVE WS-AF-BANDA(3) TO WS-BASE
                           PERFORM 0210-ASIGNAR-RECARGO
                               THRU 0210-EXIT
                           MOVE "R90" TO WS-TIPO
                           MOVE WS-TASA-R90 TO WS-TASA
                           MOVE WS-AF-BANDA(4) TO WS-BASE
                           PERFORM 0210-ASIGNAR-RECARGO
                               THRU 0210-EXIT
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE CARTERA-FILE.
           INITIALIZE CARTERA-REC.
           IF WS-REG-NUEVOS > ZERO
               PERFORM 0250-POSTAR-RECARGOS
           END-IF.

       0205-VERIFICAR-CERRADO.
           MOVE "N" TO WS-EN-CERRADO.
           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > WS-CER-COUNT
               IF WS-CER-TERMINO(WS-CER-IDX) = CAR-TERMINO
                   SET TERMINO-CERRADO TO TRUE
               END-IF
           END-PERFORM.

      * Recargo de WS-TIPO sobre WS-BASE para la factura en
      * CARTERA-REC, salvo que la banda ya se haya cobrado.
       0210-ASIGNAR-RECARGO.
           IF WS-TASA = ZERO OR WS-BASE = ZERO
               GO TO 0210-EXIT
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RCG-COUNT OR WS-HALLADO = "Y"
               IF WS-RCG-MATRICULA(WS-IDX) = CAR-MATRICULA
                   AND WS-RCG-TERMINO(WS-IDX) = CAR-TERMINO
                   AND WS-RCG-TIPO(WS-IDX) = WS-TIPO
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "Y"
               ADD 1 TO WS-REG-REPETIDOS
               GO TO 0210-EXIT
           END-IF.
           COMPUTE WS-MONTO ROUNDED = WS-BASE * WS-TASA / 100.
           IF WS-MONTO = ZERO OR WS-RCG-LLENO
               GO TO 0210-EXIT
           END-IF.
           IF WS-RCG-COUNT NOT < 2000
               DISPLAY "ADVERTENCIA: RECARGOS.DAT LLENO; EL RESTO "
                   "DE LA CARTERA NO SE REVISA."
               SET WS-RCG-LLENO TO TRUE
               GO TO 0210-EXIT
           END-IF.
           ADD 1 TO WS-RCG-COUNT.
           MOVE CAR-MATRICULA TO WS-RCG-MATRICULA(WS-RCG-COUNT).
           MOVE CAR-TERMINO TO WS-RCG-TERMINO(WS-RCG-COUNT).
           MOVE WS-TIPO TO WS-RCG-TIPO(WS-RCG-COUNT).
           MOVE CAR-CARRERA TO WS-RCG-CARRERA(WS-RCG-COUNT).
           MOVE WS-BASE TO WS-RCG-BASE(WS-RCG-COUNT).
           MOVE WS-TASA TO WS-RCG-TASA(WS-RCG-COUNT).
           MOVE WS-MONTO TO WS-RCG-MONTO(WS-RCG-COUNT).
           MOVE WS-FECHA-CORTE TO WS-RCG-FECHA(WS-RCG-COUNT).
           MOVE "A" TO WS-RCG-ESTADO(WS-RCG-COUNT).
           MOVE ZERO TO WS-RCG-FECHA-EXONERADO(WS-RCG-COUNT).
           ADD 1 TO WS-REG-NUEVOS.
           ADD WS-MONTO TO WS-TOT-NUEVOS.
           MOVE CAR-CARRERA TO WS-CARRERA-BUSCADA.
           PERFORM 0220-BUSCAR-CARRERA.
           IF WS-DEG-IDX > ZERO
               ADD WS-MONTO TO WS-DEG-PENDIENTE(WS-DEG-IDX)
           END-IF.
           ADD WS-MONTO TO WS-TOT-PENDIENTE.

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

      * Lo abonado a una fila de recargo, hasta lo facturado, es lo
      * cobrado; un recargo exonerado queda facturado en cero.
       0230-SUMAR-FILA-RECARGO.
           MOVE CAR-CARRERA TO WS-CARRERA-BUSCADA.
           PERFORM 0220-BUSCAR-CARRERA.
           IF CAR-PAGADO < CAR-FACTURADO
               MOVE CAR-PAGADO TO WS-MONTO
               COMPUTE WS-BASE = CAR-FACTURADO - CAR-PAGADO
           ELSE
               MOVE CAR-FACTURADO TO WS-MONTO
               MOVE ZERO TO WS-BASE
           END-IF.
           IF WS-DEG-IDX > ZERO
               ADD WS-MONTO TO WS-DEG-COBRADO(WS-DEG-IDX)
               ADD WS-BASE TO WS-DEG-PENDIENTE(WS-DEG-IDX)
           END-IF.
           ADD WS-MONTO TO WS-TOT-COBRADO.
           ADD WS-BASE TO WS-TOT-PENDIENTE.

      * Cada recargo nuevo entra a la cartera como fila propia y al
      * registro, los dos al final de su archivo.
       0250-POSTAR-RECARGOS.
           OPEN EXTEND CARTERA-FILE.
           OPEN EXTEND RECARGOS-FILE.
           IF WS-RCG-STATUS NOT = "00"
               OPEN OUTPUT RECARGOS-FILE
           END-IF.
           COMPUTE WS-IDX = WS-REG-LEIDOS + 1.
           PERFORM UNTIL WS-IDX > WS-RCG-COUNT
               MOVE WS-RCG-TERMINO(WS-IDX) TO CAR-TERMINO
               MOVE WS-RCG-MATRICULA(WS-IDX) TO CAR-MATRICULA
               MOVE WS-RCG-CARRERA(WS-IDX) TO CAR-CARRERA
               MOVE WS-RCG-MONTO(WS-IDX) TO CAR-FACTURADO
               MOVE ZERO TO CAR-PAGADO
               MOVE WS-RCG-FECHA(WS-IDX) TO CAR-FECHA
               MOVE WS-RCG-TIPO(WS-IDX) TO CAR-TIPO
               WRITE CARTERA-REC
               MOVE WS-RCG-MATRICULA(WS-IDX) TO RCG-MATRICULA
               MOVE WS-RCG-TERMINO(WS-IDX) TO RCG-TERMINO
               MOVE WS-RCG-TIPO(WS-IDX) TO RCG-TIPO
               MOVE WS-RCG-CARRERA(WS-IDX) TO RCG-CARRERA
               MOVE WS-RCG-BASE(WS-IDX) TO RCG-BASE
               MOVE WS-RCG-TASA(WS-IDX) TO RCG-TASA
               MOVE WS-RCG-MONTO(WS-IDX) TO RCG-MONTO
               MOVE WS-RCG-FECHA(WS-IDX) TO RCG-FECHA
               MOVE WS-RCG-ESTADO(WS-IDX) TO RCG-ESTADO
               MOVE ZERO TO RCG-FECHA-EXONERADO
               MOVE SPACES TO RCG-OPERADOR
               WRITE RECARGO-REC
               ADD 1 TO WS-IDX
           END-PERFORM.
           CLOSE CARTERA-FILE RECARGOS-FILE.

       0300-FIN.
           PERFORM 0310-SUMAR-REGISTRO.
           PERFORM 0320-ESCRIBIR-REPORTE.
           DISPLAY "RECARGOS ASIGNADOS AL " WS-FECHA-CORTE ": "
               WS-REG-NUEVOS " POR " WS-TOT-NUEVOS
               "; YA ASIGNADOS (NO SE REPITEN): " WS-REG-REPETIDOS
               "; FACTURAS CON SALDO: " WS-REG-FACTURAS ".".
           STOP RUN.

      * Asignado y exonerado por carrera, del mes del corte y
      * acumulado, a partir del registro completo.
       0310-SUMAR-REGISTRO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RCG-COUNT
               MOVE WS-RCG-CARRERA(WS-IDX) TO WS-CARRERA-BUSCADA
               PERFORM 0220-BUSCAR-CARRERA
               MOVE WS-RCG-MONTO(WS-IDX) TO WS-MONTO
               IF WS-DEG-IDX > ZERO
                   ADD WS-MONTO TO WS-DEG-ASIGNADO(WS-DEG-IDX)
               END-IF
               ADD WS-MONTO TO WS-TOT-ASIGNADO
               IF WS-RCG-FECHA(WS-IDX)(1:6) = WS-FECHA-CORTE(1:6)
                   IF WS-DEG-IDX > ZERO
                       ADD WS-MONTO
                           TO WS-DEG-MES-ASIGNADO(WS-DEG-IDX)
                   END-IF
                   ADD WS-MONTO TO WS-TOT-MES-ASIGNADO
               END-IF
               IF WS-RCG-EXONERADO(WS-IDX)
                   IF WS-DEG-IDX > ZERO
                       ADD WS-MONTO TO WS-DEG-EXONERADO(WS-DEG-IDX)
                   END-IF
                   ADD WS-MONTO TO WS-TOT-EXONERADO
                   IF WS-RCG-FECHA-EXONERADO(WS-IDX)(1:6)
                       = WS-FECHA-CORTE(1:6)
                       IF WS-DEG-IDX > ZERO
                           ADD WS-MONTO
                               TO WS-DEG-MES-EXONERADO(WS-DEG-IDX)
                       END-IF
                       ADD WS-MONTO TO WS-TOT-MES-EXONERADO
                   END-IF
               END-IF
           END-PERFORM.

       0320-ESCRIBIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-CORTE TO WRT-CORTE.
           WRITE REPORTE-LN FROM WS-REP-TITULO.
           WRITE REPORTE-LN FROM WS-REP-ENCABEZADO.
           PERFORM VARYING WS-DEG-IDX FROM 1 BY 1
                   UNTIL WS-DEG-IDX > WS-DEG-COUNT
               MOVE WS-DEG-CODIGO(WS-DEG-IDX) TO WRL-CARRERA
               MOVE WS-DEG-MES-ASIGNADO(WS-DEG-IDX)
                   TO WRL-MES-ASIGNADO
               MOVE WS-DEG-MES-EXONERADO(WS-DEG-IDX)
                   TO WRL-MES-EXONERADO
               MOVE WS-DEG-ASIGNADO(WS-DEG-IDX) TO WRL-ASIGNADO
               MOVE WS-DEG-EXONERADO(WS-DEG-IDX) TO WRL-EXONERADO
               MOVE WS-DEG-COBRADO(WS-DEG-IDX) TO WRL-COBRADO
               MOVE WS-DEG-PENDIENTE(WS-DEG-IDX) TO WRL-PENDIENTE
               WRITE REPORTE-LN FROM WS-REP-LINEA
           END-PERFORM.
           MOVE "TOT" TO WRL-CARRERA.
           MOVE WS-TOT-MES-ASIGNADO TO WRL-MES-ASIGNADO.
           MOVE WS-TOT-MES-EXONERADO TO WRL-MES-EXONERADO.
           MOVE WS-TOT-ASIGNADO TO WRL-ASIGNADO.
           MOVE WS-TOT-EXONERADO TO WRL-EXONERADO.
           MOVE WS-TOT-COBRADO TO WRL-COBRADO.
           MOVE WS-TOT-PENDIENTE TO WRL-PENDIENTE.
           WRITE REPORTE-LN FROM WS-REP-LINEA.
           MOVE WS-REG-NUEVOS TO WRP-NUEVOS.
           MOVE WS-TOT-NUEVOS TO WRP-MONTO.
           MOVE WS-REG-REPETIDOS TO WRP-REPETIDOS.
           WRITE REPORTE-LN FROM WS-REP-PIE.
           CLOSE REPORTE-FILE.

       END PROGRAM AsignarRecargos.
