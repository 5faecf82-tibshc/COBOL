       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefacturacionTermino.
       AUTHOR.     EHIDALGO.

      * Ajustes de facturacion del termino ya facturado:
      * FacturacionTermino no corre dos veces sobre un termino (RC
      * 8), asi que el estudiante que agrega un curso despues de la
      * factura nunca se cobra y el que retira uno nunca se abona.
      * Esta corrida recalcula los creditos facturables de cada
      * estudiante desde NOTAS.DAT con el catalogo y las tarifas de
      * TARIFAS.DAT, con la misma regla de FacturacionTermino, y los
      * compara con lo que facturo FACTURAS.DAT -- o con lo que dejo
      * el ultimo ajuste del estudiante en AJUSTES_FACTURACION.DAT,
      * para que una segunda corrida no repita el ajuste. Solo la
      * diferencia se asienta, como fila fechada AJD (debito, en lo
      * facturado) o AJC (credito, en lo pagado), y se reparte como
      * la factura: si PATROCINIOS.DAT tiene un patrocinio del
      * estudiante para el termino, la parte del patrocinador se
      * calcula con la regla de FacturacionTermino sobre el monto de
      * antes y el de despues, la diferencia de esa parte va a
      * CARTERA_PATROCINADORES.DAT y solo el resto a CARTERA.DAT.
      * El estudiante con reembolso por baja del termino en
      * REEMBOLSOS.DAT no se ajusta; la baja ya tiene su reembolso.
      * Cada ajuste queda en el registro AJUSTES_FACTURACION.DAT con
      * los creditos y montos antes y despues y las dos partes, y
      * en el listado REFACTURACION.DAT que va a finanzas para su
      * aprobacion.
      * Si FACTURAS.DAT no es del termino vigente se aborta con RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-STATUS.
           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES_FACTURACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJU-STATUS.
           SELECT REEMBOLSOS-FILE ASSIGN TO "REEMBOLSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REE-STATUS.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "REFACTURACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIS-STATUS.
           SELECT PATROCINADORES-FILE ASSIGN TO "PATROCINADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTR-STATUS.
           SELECT PATROCINIOS-FILE ASSIGN TO "PATROCINIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTC-STATUS.
           SELECT CARTERA-PAT-FILE
               ASSIGN TO "CARTERA_PATROCINADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-FILE.
       01  NOTA-REC.
           88  EOF-NOTAS           VALUE HIGH-VALUE.
           02  NR-MATRICULA        PIC 9(7).
           02  NR-APELLIDO         PIC X(10).
           02  NR-NOMBRE           PIC X(10).
           02  NR-DEGCOD           PIC X(9).
           02  NR-DEG              PIC X(3).
           02  NR-SECUENCIA        PIC 9(1).
           02  NR-NOTA             PIC 9(2)V99.
           02  NR-ESTADO           PIC X(1).
           02  NR-MARCA            PIC X(1).

       FD  TARIFAS-FILE.
       01  TARIFA-REC.
           88  EOF-TARIFAS         VALUE HIGH-VALUE.
           02  TAR-CARRERA         PIC X(3).
           02  TAR-TARIFA          PIC 9(6).

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

      * Linea de factura de FacturacionTermino.
       FD  FACTURAS-FILE.
       01  FAC-REC.
           88  EOF-FAC             VALUE HIGH-VALUE.
           02  FAC-MATRICULA       PIC X(7).
           02  FILLER              PIC X(3).
           02  FAC-APELLIDO        PIC X(10).
           02  FILLER              PIC X(1).
           02  FAC-NOMBRE          PIC X(10).
           02  FILLER              PIC X(3).
           02  FAC-CARRERA         PIC X(3).
           02  FILLER              PIC X(8).
           02  FAC-CREDITOS        PIC ZZ9.
           02  FILLER              PIC X(10).
           02  FAC-MONTO           PIC Z(6)9.99.
           02  FILLER              PIC X(22).
       01  FAC-TITULO-REC.
           02  FILLER              PIC X(35).
           02  FAC-TIT-TERMINO     PIC X(6).
           02  FILLER              PIC X(49).

       FD  AJUSTES-FILE.
       01  AJUSTE-REC.
           88  EOF-AJUSTES         VALUE HIGH-VALUE.
           COPY "AJUSTE-FACTURA-RECORD.CBL"
               REPLACING LEADING ==AJ== BY ==AJU==.

      * Instruccion de reembolso de MantenimientoRoster.
       FD  REEMBOLSOS-FILE.
       01  REE-REC.
           88  EOF-REE             VALUE HIGH-VALUE.
           02  REE-FECHA           PIC 9(8).
           02  FILLER              PIC X(1).
           02  REE-MATRICULA       PIC 9(7).
           02  FILLER              PIC X(23).
           02  REE-TERMINO         PIC X(6).
           02  FILLER              PIC X(105).

       FD  CARTERA-FILE.
       01  CARTERA-REC.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  LISTADO-FILE.
       01  LISTADO-LN              PIC X(100).

       FD  PATROCINADORES-FILE.
       01  PATROCINADOR-REC.
           88  EOF-PATROCINADORES  VALUE HIGH-VALUE.
           COPY "PATROCINADOR-RECORD.CBL"
               REPLACING LEADING ==PT== BY ==PTR==.

       FD  PATROCINIOS-FILE.
       01  PATROCINIO-REC.
           88  EOF-PATROCINIOS     VALUE HIGH-VALUE.
           COPY "PATROCINIO-RECORD.CBL"
               REPLACING LEADING ==PA== BY ==PTC==.

       FD  CARTERA-PAT-FILE.
       01  CARTERA-PAT-REC.
           COPY "CARTERA-PATROCINADOR-RECORD.CBL"
               REPLACING LEADING ==CP== BY ==CXP==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-NOTAS-STATUS     PIC X(2).
           05  WS-TAR-STATUS       PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-FAC-STATUS       PIC X(2).
           05  WS-AJU-STATUS       PIC X(2).
           05  WS-REE-STATUS       PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-LIS-STATUS       PIC X(2).
           05  WS-PTR-STATUS       PIC X(2).
           05  WS-PTC-STATUS       PIC X(2).
           05  WS-CXP-STATUS       PIC X(2).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-FAC-TERMINO      PIC X(6) VALUE SPACES.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-IDX              PIC 9(3).
           05  WS-TAR-IDX          PIC 9(2).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-HALLADO          PIC X.
           05  WS-CREDITOS         PIC 9(2).
           05  WS-TARIFA           PIC 9(4)V99.
           05  WS-MONTO            PIC 9(7)V99.
           05  WS-DIFERENCIA       PIC S9(7)V99.
           05  WS-TIPO-AJUSTE      PIC X(3).
           05  WS-PTR-IDX          PIC 9(2).
           05  WS-PTC-IDX          PIC 9(3).
           05  WS-PATROCINADOR     PIC X(6).
           05  WS-PATROCINIO       PIC 9(7)V99.
           05  WS-PAT-ANTES        PIC 9(7)V99.
           05  WS-PAT-DESPUES      PIC 9(7)V99.
           05  WS-DIF-ESTUDIANTE   PIC S9(7)V99.
           05  WS-DIF-PATROCINADOR PIC S9(7)V99.
           05  WS-REG-NOTAS        PIC 9(5) VALUE ZERO.
           05  WS-AJUSTES          PIC 9(3) VALUE ZERO.
           05  WS-CON-REEMBOLSO    PIC 9(3) VALUE ZERO.
           05  WS-TOT-DEBITOS      PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-CREDITOS     PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-PAT-DEBITOS  PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-PAT-CREDITOS PIC 9(9)V99 VALUE ZERO.

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

      * Tarifas por credito por carrera, con la fila "***" como
      * esquema por omision, igual que en FacturacionTermino.
       01  WS-TARIFAS.
           05  WS-TAR-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-TAR-ENTRY OCCURS 10 TIMES.
               10  WS-TAR-CARRERA  PIC X(3).
               10  WS-TAR-VALOR    PIC 9(4)V99.

      * Por estudiante: lo facturado hasta hoy (factura o ultimo
      * ajuste) y lo recalculado desde NOTAS.DAT.
       01  WS-ALUMNOS.
           05  WS-ALU-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ALU-ENTRY OCCURS 300 TIMES.
               10  WS-ALU-ID       PIC 9(7).
               10  WS-ALU-APELLIDO PIC X(10).
               10  WS-ALU-NOMBRE   PIC X(10).
               10  WS-ALU-DEG      PIC X(3).
               10  WS-ALU-CRED-ANTES PIC 9(3).
               10  WS-ALU-MONTO-ANTES PIC 9(7)V99.
               10  WS-ALU-CRED-DESPUES PIC 9(3).
               10  WS-ALU-MONTO-DESPUES PIC 9(7)V99.
               10  WS-ALU-REEMBOLSO PIC X(1).
                   88  WS-ALU-CON-REEMBOLSO VALUE "Y".
       01  WS-ALU-LLENA-SW         PIC X VALUE "N".
           88  WS-ALU-LLENA        VALUE "Y".

      * Maestro de patrocinadores y patrocinios del termino, como en
      * FacturacionTermino.
       01  WS-PATROCINADORES.
           05  WS-PTR-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-PTR-ENTRY OCCURS 50 TIMES.
               10  WS-PTR-ID       PIC X(6).

       01  WS-PATROCINIOS.
           05  WS-PTC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PTC-ENTRY OCCURS 300 TIMES.
               10  WS-PTC-MATRICULA PIC 9(7).
               10  WS-PTC-PATROCINADOR PIC X(6).
               10  WS-PTC-MODO     PIC X(1).
               10  WS-PTC-PORCENTAJE PIC 9(3)V99.
               10  WS-PTC-TOPE     PIC 9(7)V99.

       01  WS-LIS-TITULO.
           05  FILLER              PIC X(31) VALUE
               "AJUSTES DE FACTURACION TERMINO".
           05  WLT-TERMINO         PIC X(6).
           05  FILLER              PIC X(9) VALUE " FECHA: ".
           05  WLT-FECHA           PIC 9(8).

       01  WS-LIS-LINEA.
           05  WLL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WLL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE " ".
           05  WLL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WLL-CARRERA         PIC X(3).
           05  FILLER              PIC X(8) VALUE " | CRED ".
           05  WLL-CRED-ANTES      PIC ZZ9.
           05  FILLER              PIC X(4) VALUE " -> ".
           05  WLL-CRED-DESPUES    PIC ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WLL-MONTO-ANTES     PIC Z(6)9.99.
           05  FILLER              PIC X(4) VALUE " -> ".
           05  WLL-MONTO-DESPUES   PIC Z(6)9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WLL-TIPO            PIC X(3).
           05  FILLER              PIC X(1) VALUE " ".
           05  WLL-DIFERENCIA      PIC Z(6)9.99.

      * Reparto de la diferencia de un estudiante patrocinado.
       01  WS-LIS-REPARTO.
           05  FILLER              PIC X(20) VALUE
               "        A CARGO DEL ".
           05  FILLER              PIC X(12) VALUE "ESTUDIANTE: ".
           05  WLP-ESTUDIANTE      PIC Z(6)9.99.
           05  FILLER              PIC X(14) VALUE
               " PATROCINADOR ".
           05  WLP-PATROCINADOR    PIC X(6).
           05  FILLER              PIC X(2) VALUE ": ".
           05  WLP-PATROCINIO      PIC Z(6)9.99.

       01  WS-LIS-REEMBOLSO.
           05  WLR-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(49) VALUE
               " | CON REEMBOLSO POR BAJA DEL TERMINO; SIN AJUSTE".

       01  WS-LIS-TOTALES.
           05  FILLER              PIC X(10) VALUE "AJUSTES: ".
           05  WLS-AJUSTES         PIC ZZ9.
           05  FILLER              PIC X(11) VALUE " DEBITOS: ".
           05  WLS-DEBITOS         PIC Z(8)9.99.
           05  FILLER              PIC X(12) VALUE " CREDITOS: ".
           05  WLS-CREDITOS        PIC Z(8)9.99.

       01  WS-LIS-TOTALES-PAT.
           05  FILLER              PIC X(13) VALUE
               "PATROCINIOS. ".
           05  FILLER              PIC X(11) VALUE " DEBITOS: ".
           05  WLX-DEBITOS         PIC Z(8)9.99.
           05  FILLER              PIC X(12) VALUE " CREDITOS: ".
           05  WLX-CREDITOS        PIC Z(8)9.99.

       01  WS-LIS-APROBACION.
           05  FILLER              PIC X(46) VALUE
               "APROBADO POR FINANZAS: ______________________".
           05  FILLER              PIC X(20) VALUE
               "  FECHA: __________".

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TERMINO-ACTUAL.DAT. CODIGO: "
                   WS-TERMINO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TERMINO-FILE
               AT END
                   DISPLAY "TERMINO-ACTUAL.DAT SIN REGISTROS."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE TERMINO-REC TO WS-TERMINO-ACTUAL.
           CLOSE TERMINO-FILE.
           DISPLAY "AJUSTES DE FACTURACION DEL TERMINO: "
               WS-TERMINO-ACTUAL.

           PERFORM 0110-CARGAR-FACTURAS.
           PERFORM 0120-CARGAR-AJUSTES.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0140-CARGAR-TARIFAS.
           PERFORM 0150-CARGAR-PATROCINADORES.
           PERFORM 0160-CARGAR-PATROCINIOS.
           IF WS-TAR-COUNT = ZERO
               DISPLAY "SIN TARIFAS.DAT (O VACIO): NO HAY CON QUE "
                   "VALORAR LOS CREDITOS."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT NOTAS-FILE.
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR NOTAS.DAT. CODIGO: "
                   WS-NOTAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Lo facturado parte de FACTURAS.DAT, que solo guarda la
      * ultima facturacion; debe ser la del termino vigente.
       0110-CARGAR-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR FACTURAS.DAT. CODIGO: "
                   WS-FAC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FACTURAS-FILE
               AT END SET EOF-FAC TO TRUE
           END-READ.
           IF NOT EOF-FAC
               MOVE FAC-TIT-TERMINO TO WS-FAC-TERMINO
           END-IF.
           IF WS-FAC-TERMINO NOT = WS-TERMINO-ACTUAL
               DISPLAY "FACTURAS.DAT ES DEL TERMINO " WS-FAC-TERMINO
                   "; EL TERMINO " WS-TERMINO-ACTUAL " NO ESTA "
                   "FACTURADO. CORRA FacturacionTermino."
               CLOSE FACTURAS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-FAC
               READ FACTURAS-FILE
                   AT END SET EOF-FAC TO TRUE
               END-READ
               IF NOT EOF-FAC AND FAC-MATRICULA IS NUMERIC
                   IF WS-ALU-COUNT < 300
                       ADD 1 TO WS-ALU-COUNT
                       INITIALIZE WS-ALU-ENTRY(WS-ALU-COUNT)
                       MOVE FAC-MATRICULA TO WS-ALU-ID(WS-ALU-COUNT)
                       MOVE FAC-APELLIDO
                           TO WS-ALU-APELLIDO(WS-ALU-COUNT)
                       MOVE FAC-NOMBRE TO WS-ALU-NOMBRE(WS-ALU-COUNT)
                       MOVE FAC-CARRERA TO WS-ALU-DEG(WS-ALU-COUNT)
                       MOVE FAC-CREDITOS
                           TO WS-ALU-CRED-ANTES(WS-ALU-COUNT)
                       MOVE FAC-MONTO
                           TO WS-ALU-MONTO-ANTES(WS-ALU-COUNT)
                   ELSE
                       PERFORM 0250-AVISAR-LLENA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FACTURAS-FILE.

      * Un ajuste anterior del termino sustituye lo facturado: el
      * registro esta en orden de corrida, asi que gana el ultimo.
       0120-CARGAR-AJUSTES.
           OPEN INPUT AJUSTES-FILE.
           IF WS-AJU-STATUS = "00"
               PERFORM UNTIL EOF-AJUSTES
                   READ AJUSTES-FILE
                       AT END SET EOF-AJUSTES TO TRUE
                   END-READ
                   IF NOT EOF-AJUSTES
                       AND AJU-TERMINO = WS-TERMINO-ACTUAL
                       PERFORM 0125-APLICAR-AJUSTE-PREVIO
                   END-IF
               END-PERFORM
               CLOSE AJUSTES-FILE
               INITIALIZE AJUSTE-REC
           END-IF.

       0125-APLICAR-AJUSTE-PREVIO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT OR WS-HALLADO = "Y"
               IF WS-ALU-ID(WS-IDX) = AJU-MATRICULA
                   MOVE "Y" TO WS-HALLADO
                   MOVE AJU-CRED-DESPUES
                       TO WS-ALU-CRED-ANTES(WS-IDX)
                   MOVE AJU-MONTO-DESPUES
                       TO WS-ALU-MONTO-ANTES(WS-IDX)
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               IF WS-ALU-COUNT < 300
                   ADD 1 TO WS-ALU-COUNT
                   INITIALIZE WS-ALU-ENTRY(WS-ALU-COUNT)
                   MOVE AJU-MATRICULA TO WS-ALU-ID(WS-ALU-COUNT)
                   MOVE AJU-CARRERA TO WS-ALU-DEG(WS-ALU-COUNT)
                   MOVE AJU-CRED-DESPUES
                       TO WS-ALU-CRED-ANTES(WS-ALU-COUNT)
                   MOVE AJU-MONTO-DESPUES
                       TO WS-ALU-MONTO-ANTES(WS-ALU-COUNT)
               ELSE
                   PERFORM 0250-AVISAR-LLENA
               END-IF
           END-IF.

       0130-CARGAR-REEMBOLSOS.
           OPEN INPUT REEMBOLSOS-FILE.
           IF WS-REE-STATUS = "00"
               PERFORM UNTIL EOF-REE
                   READ REEMBOLSOS-FILE
                       AT END SET EOF-REE TO TRUE
                   END-READ
                   IF NOT EOF-REE
                       AND REE-MATRICULA IS NUMERIC
                       AND REE-TERMINO = WS-TERMINO-ACTUAL
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-ALU-COUNT
                           IF WS-ALU-ID(WS-IDX) = REE-MATRICULA
                               SET WS-ALU-CON-REEMBOLSO(WS-IDX)
                                   TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE REEMBOLSOS-FILE
               INITIALIZE REE-REC
           END-IF.

       0140-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS-FILE.
           IF WS-TAR-STATUS = "00"
               PERFORM UNTIL EOF-TARIFAS
                   READ TARIFAS-FILE
                       AT END SET EOF-TARIFAS TO TRUE
                   END-READ
                   IF NOT EOF-TARIFAS AND WS-TAR-COUNT < 10
                       ADD 1 TO WS-TAR-COUNT
                       MOVE TAR-CARRERA
                           TO WS-TAR-CARRERA(WS-TAR-COUNT)
                       COMPUTE WS-TAR-VALOR(WS-TAR-COUNT) =
                           TAR-TARIFA / 100
                   END-IF
               END-PERFORM
               CLOSE TARIFAS-FILE
           END-IF.

       0150-CARGAR-PATROCINADORES.
           OPEN INPUT PATROCINADORES-FILE.
           IF WS-PTR-STATUS = "00"
               PERFORM UNTIL EOF-PATROCINADORES
                   READ PATROCINADORES-FILE
                       AT END SET EOF-PATROCINADORES TO TRUE
                   END-READ
                   IF NOT EOF-PATROCINADORES AND WS-PTR-COUNT < 50
                       ADD 1 TO WS-PTR-COUNT
                       MOVE PTR-ID TO WS-PTR-ID(WS-PTR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PATROCINADORES-FILE
           END-IF.

      * Los mismos patrocinios que tomo FacturacionTermino: los del
      * termino, de patrocinadores que estan en el maestro y con un
      * modo valido.
       0160-CARGAR-PATROCINIOS.
           OPEN INPUT PATROCINIOS-FILE.
           IF WS-PTC-STATUS = "00"
               PERFORM UNTIL EOF-PATROCINIOS
                   READ PATROCINIOS-FILE
                       AT END SET EOF-PATROCINIOS TO TRUE
                   END-READ
                   IF NOT EOF-PATROCINIOS
                       AND PTC-TERMINO = WS-TERMINO-ACTUAL
                       PERFORM 0165-VALIDAR-PATROCINIO
                   END-IF
               END-PERFORM
               CLOSE PATROCINIOS-FILE
           END-IF.

       0165-VALIDAR-PATROCINIO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL WS-PTR-IDX > WS-PTR-COUNT
               IF WS-PTR-ID(WS-PTR-IDX) = PTC-PATROCINADOR
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "Y"
               AND (PTC-PORCENTAJE-MODO OR PTC-TOPE-MODO)
               AND WS-PTC-COUNT < 300
               ADD 1 TO WS-PTC-COUNT
               MOVE PTC-MATRICULA TO WS-PTC-MATRICULA(WS-PTC-COUNT)
               MOVE PTC-PATROCINADOR
                   TO WS-PTC-PATROCINADOR(WS-PTC-COUNT)
               MOVE PTC-MODO TO WS-PTC-MODO(WS-PTC-COUNT)
               MOVE PTC-PORCENTAJE
                   TO WS-PTC-PORCENTAJE(WS-PTC-COUNT)
               MOVE PTC-TOPE TO WS-PTC-TOPE(WS-PTC-COUNT)
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-NOTAS
               READ NOTAS-FILE
                   AT END SET EOF-NOTAS TO TRUE
               END-READ
               IF NOT EOF-NOTAS
                   ADD 1 TO WS-REG-NOTAS
                   PERFORM 0210-VALORAR-INSCRIPCION
               END-IF
           END-PERFORM.
           CLOSE NOTAS-FILE.

       0210-VALORAR-INSCRIPCION.
           MOVE 1 TO WS-CREDITOS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = NR-DEGCOD
                   AND WS-CATREF-T-CREDITOS(WS-CAT-IDX) > ZERO
                   MOVE WS-CATREF-T-CREDITOS(WS-CAT-IDX)
                       TO WS-CREDITOS
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-TARIFA.
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-TAR-COUNT
               IF WS-TAR-CARRERA(WS-TAR-IDX) = "***"
                   AND WS-TARIFA = ZERO
                   MOVE WS-TAR-VALOR(WS-TAR-IDX) TO WS-TARIFA
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-TAR-COUNT
               IF WS-TAR-CARRERA(WS-TAR-IDX) = NR-DEG
                   MOVE WS-TAR-VALOR(WS-TAR-IDX) TO WS-TARIFA
               END-IF
           END-PERFORM.
           COMPUTE WS-MONTO = WS-CREDITOS * WS-TARIFA.
           PERFORM 0220-ACUMULAR-ESTUDIANTE.

      * Un estudiante que no estaba en la factura entra con lo
      * facturado en cero: todo lo suyo es debito.
       0220-ACUMULAR-ESTUDIANTE.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT
               IF WS-ALU-ID(WS-IDX) = NR-MATRICULA
                   MOVE "Y" TO WS-HALLADO
                   ADD WS-CREDITOS TO WS-ALU-CRED-DESPUES(WS-IDX)
                   ADD WS-MONTO TO WS-ALU-MONTO-DESPUES(WS-IDX)
                   IF WS-ALU-APELLIDO(WS-IDX) = SPACES
                       MOVE NR-APELLIDO TO WS-ALU-APELLIDO(WS-IDX)
                       MOVE NR-NOMBRE TO WS-ALU-NOMBRE(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               IF WS-ALU-COUNT < 300
                   ADD 1 TO WS-ALU-COUNT
                   INITIALIZE WS-ALU-ENTRY(WS-ALU-COUNT)
                   MOVE NR-MATRICULA TO WS-ALU-ID(WS-ALU-COUNT)
                   MOVE NR-APELLIDO
                       TO WS-ALU-APELLIDO(WS-ALU-COUNT)
                   MOVE NR-NOMBRE TO WS-ALU-NOMBRE(WS-ALU-COUNT)
                   MOVE NR-DEG TO WS-ALU-DEG(WS-ALU-COUNT)
                   MOVE WS-CREDITOS
                       TO WS-ALU-CRED-DESPUES(WS-ALU-COUNT)
                   MOVE WS-MONTO
                       TO WS-ALU-MONTO-DESPUES(WS-ALU-COUNT)
               ELSE
                   PERFORM 0250-AVISAR-LLENA
               END-IF
           END-IF.

       0250-AVISAR-LLENA.
           IF NOT WS-ALU-LLENA
               DISPLAY "ADVERTENCIA: MAS DE 300 ESTUDIANTES; LOS "
                   "DEMAS NO SE AJUSTAN."
               SET WS-ALU-LLENA TO TRUE
           END-IF.

       0300-FIN.
           PERFORM 0130-CARGAR-REEMBOLSOS.
           OPEN EXTEND CARTERA-FILE.
           IF WS-CAR-STATUS NOT = "00"
               OPEN OUTPUT CARTERA-FILE
           END-IF.
           OPEN EXTEND AJUSTES-FILE.
           IF WS-AJU-STATUS NOT = "00"
               OPEN OUTPUT AJUSTES-FILE
           END-IF.
           OPEN EXTEND CARTERA-PAT-FILE.
           IF WS-CXP-STATUS NOT = "00"
               OPEN OUTPUT CARTERA-PAT-FILE
           END-IF.
           OPEN OUTPUT LISTADO-FILE.
           MOVE WS-TERMINO-ACTUAL TO WLT-TERMINO.
           MOVE WS-FECHA-HOY TO WLT-FECHA.
           WRITE LISTADO-LN FROM WS-LIS-TITULO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT
               PERFORM 0310-AJUSTAR-ESTUDIANTE THRU 0310-EXIT
           END-PERFORM.
           MOVE WS-AJUSTES TO WLS-AJUSTES.
           MOVE WS-TOT-DEBITOS TO WLS-DEBITOS.
           MOVE WS-TOT-CREDITOS TO WLS-CREDITOS.
           WRITE LISTADO-LN FROM WS-LIS-TOTALES.
           MOVE WS-TOT-PAT-DEBITOS TO WLX-DEBITOS.
           MOVE WS-TOT-PAT-CREDITOS TO WLX-CREDITOS.
           WRITE LISTADO-LN FROM WS-LIS-TOTALES-PAT.
           MOVE SPACES TO LISTADO-LN.
           WRITE LISTADO-LN.
           WRITE LISTADO-LN FROM WS-LIS-APROBACION.
           CLOSE CARTERA-FILE CARTERA-PAT-FILE AJUSTES-FILE
               LISTADO-FILE.
           DISPLAY "AJUSTES DE FACTURACION: " WS-AJUSTES
               " DEBITOS: " WS-TOT-DEBITOS
               " CREDITOS: " WS-TOT-CREDITOS
               " CON REEMBOLSO SIN AJUSTE: " WS-CON-REEMBOLSO.
           DISPLAY "A PATROCINADORES. DEBITOS: " WS-TOT-PAT-DEBITOS
               " CREDITOS: " WS-TOT-PAT-CREDITOS.
           STOP RUN.

       0310-AJUSTAR-ESTUDIANTE.
           COMPUTE WS-DIFERENCIA = WS-ALU-MONTO-DESPUES(WS-IDX)
               - WS-ALU-MONTO-ANTES(WS-IDX).
           IF WS-DIFERENCIA = ZERO
               GO TO 0310-EXIT
           END-IF.
           IF WS-ALU-CON-REEMBOLSO(WS-IDX)
               ADD 1 TO WS-CON-REEMBOLSO
               MOVE WS-ALU-ID(WS-IDX) TO WLR-MATRICULA
               WRITE LISTADO-LN FROM WS-LIS-REEMBOLSO
               GO TO 0310-EXIT
           END-IF.
           ADD 1 TO WS-AJUSTES.
           PERFORM 0315-REPARTIR-DIFERENCIA.
           IF WS-DIFERENCIA > ZERO
               MOVE "AJD" TO WS-TIPO-AJUSTE
           ELSE
               MOVE "AJC" TO WS-TIPO-AJUSTE
           END-IF.
      * Las dos partes tienen el signo de la diferencia (la parte del
      * patrocinador nunca crece mas que la factura); una parte en
      * cero no deja fila.
           IF WS-DIF-ESTUDIANTE NOT = ZERO
               MOVE WS-TERMINO-ACTUAL TO CAR-TERMINO
               MOVE WS-ALU-ID(WS-IDX) TO CAR-MATRICULA
               MOVE WS-ALU-DEG(WS-IDX) TO CAR-CARRERA
               MOVE WS-FECHA-HOY TO CAR-FECHA
               MOVE WS-TIPO-AJUSTE TO CAR-TIPO
               IF WS-DIF-ESTUDIANTE > ZERO
                   MOVE WS-DIF-ESTUDIANTE TO CAR-FACTURADO
                   MOVE ZERO TO CAR-PAGADO
                   ADD WS-DIF-ESTUDIANTE TO WS-TOT-DEBITOS
               ELSE
                   MOVE ZERO TO CAR-FACTURADO
                   COMPUTE CAR-PAGADO = ZERO - WS-DIF-ESTUDIANTE
                   SUBTRACT WS-DIF-ESTUDIANTE FROM WS-TOT-CREDITOS
               END-IF
               WRITE CARTERA-REC
           END-IF.
           IF WS-DIF-PATROCINADOR NOT = ZERO
               MOVE WS-PATROCINADOR TO CXP-PATROCINADOR
               MOVE WS-TERMINO-ACTUAL TO CXP-TERMINO
               MOVE WS-ALU-ID(WS-IDX) TO CXP-MATRICULA
               MOVE WS-ALU-DEG(WS-IDX) TO CXP-CARRERA
               MOVE WS-FECHA-HOY TO CXP-FECHA
               MOVE WS-TIPO-AJUSTE TO CXP-TIPO
               IF WS-DIF-PATROCINADOR > ZERO
                   MOVE WS-DIF-PATROCINADOR TO CXP-FACTURADO
                   MOVE ZERO TO CXP-PAGADO
                   ADD WS-DIF-PATROCINADOR TO WS-TOT-PAT-DEBITOS
               ELSE
                   MOVE ZERO TO CXP-FACTURADO
                   COMPUTE CXP-PAGADO = ZERO - WS-DIF-PATROCINADOR
                   SUBTRACT WS-DIF-PATROCINADOR
                       FROM WS-TOT-PAT-CREDITOS
               END-IF
               WRITE CARTERA-PAT-REC
           END-IF.
           MOVE WS-TERMINO-ACTUAL TO AJU-TERMINO.
           MOVE WS-ALU-ID(WS-IDX) TO AJU-MATRICULA.
           MOVE WS-ALU-DEG(WS-IDX) TO AJU-CARRERA.
           MOVE WS-ALU-CRED-ANTES(WS-IDX) TO AJU-CRED-ANTES.
           MOVE WS-ALU-CRED-DESPUES(WS-IDX) TO AJU-CRED-DESPUES.
           MOVE WS-ALU-MONTO-ANTES(WS-IDX) TO AJU-MONTO-ANTES.
           MOVE WS-ALU-MONTO-DESPUES(WS-IDX) TO AJU-MONTO-DESPUES.
           MOVE WS-TIPO-AJUSTE TO AJU-TIPO.
           MOVE WS-DIFERENCIA TO AJU-DIFERENCIA.
           MOVE WS-FECHA-HOY TO AJU-FECHA.
           MOVE WS-DIF-ESTUDIANTE TO AJU-DIF-ESTUDIANTE.
           MOVE WS-PATROCINADOR TO AJU-PATROCINADOR.
           MOVE WS-DIF-PATROCINADOR TO AJU-DIF-PATROCINADOR.
           WRITE AJUSTE-REC.
           MOVE WS-ALU-ID(WS-IDX) TO WLL-MATRICULA.
           MOVE WS-ALU-APELLIDO(WS-IDX) TO WLL-APELLIDO.
           MOVE WS-ALU-NOMBRE(WS-IDX) TO WLL-NOMBRE.
           MOVE WS-ALU-DEG(WS-IDX) TO WLL-CARRERA.
           MOVE WS-ALU-CRED-ANTES(WS-IDX) TO WLL-CRED-ANTES.
           MOVE WS-ALU-CRED-DESPUES(WS-IDX) TO WLL-CRED-DESPUES.
           MOVE WS-ALU-MONTO-ANTES(WS-IDX) TO WLL-MONTO-ANTES.
           MOVE WS-ALU-MONTO-DESPUES(WS-IDX) TO WLL-MONTO-DESPUES.
           MOVE WS-TIPO-AJUSTE TO WLL-TIPO.
           MOVE WS-DIFERENCIA TO WLL-DIFERENCIA.
           WRITE LISTADO-LN FROM WS-LIS-LINEA.
           IF WS-PATROCINADOR NOT = SPACES
               MOVE WS-DIF-ESTUDIANTE TO WLP-ESTUDIANTE
               MOVE WS-PATROCINADOR TO WLP-PATROCINADOR
               MOVE WS-DIF-PATROCINADOR TO WLP-PATROCINIO
               WRITE LISTADO-LN FROM WS-LIS-REPARTO
           END-IF.

       0310-EXIT.
           EXIT.

      * Parte del patrocinador antes y despues con la regla de
      * FacturacionTermino 0315-CALCULAR-PATROCINIO; el primer
      * patrocinio del estudiante en el termino es el que vale. Sin
      * patrocinio toda la diferencia es del estudiante.
       0315-REPARTIR-DIFERENCIA.
           MOVE SPACES TO WS-PATROCINADOR.
           MOVE ZERO TO WS-PAT-ANTES WS-PAT-DESPUES.
           PERFORM VARYING WS-PTC-IDX FROM 1 BY 1
                   UNTIL WS-PTC-IDX > WS-PTC-COUNT
               IF WS-PTC-MATRICULA(WS-PTC-IDX) = WS-ALU-ID(WS-IDX)
                   AND WS-PATROCINADOR = SPACES
                   MOVE WS-PTC-PATROCINADOR(WS-PTC-IDX)
                       TO WS-PATROCINADOR
                   MOVE WS-ALU-MONTO-ANTES(WS-IDX) TO WS-MONTO
                   PERFORM 0317-PARTE-PATROCINADOR
                   MOVE WS-PATROCINIO TO WS-PAT-ANTES
                   MOVE WS-ALU-MONTO-DESPUES(WS-IDX) TO WS-MONTO
                   PERFORM 0317-PARTE-PATROCINADOR
                   MOVE WS-PATROCINIO TO WS-PAT-DESPUES
               END-IF
           END-PERFORM.
           COMPUTE WS-DIF-PATROCINADOR =
               WS-PAT-DESPUES - WS-PAT-ANTES.
           COMPUTE WS-DIF-ESTUDIANTE =
               WS-DIFERENCIA - WS-DIF-PATROCINADOR.

      * El porcentaje del monto, o el monto hasta el tope; nunca mas
      * que el monto.
       0317-PARTE-PATROCINADOR.
           IF WS-PTC-MODO(WS-PTC-IDX) = "P"
               COMPUTE WS-PATROCINIO ROUNDED =
                   WS-MONTO * WS-PTC-PORCENTAJE(WS-PTC-IDX) / 100
           ELSE
               MOVE WS-PTC-TOPE(WS-PTC-IDX) TO WS-PATROCINIO
           END-IF.
           IF WS-PATROCINIO > WS-MONTO
               MOVE WS-MONTO TO WS-PATROCINIO
           END-IF.

       END PROGRAM RefacturacionTermino.
