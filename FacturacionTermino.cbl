      * credito en centesimas en 4-9). Las facturas quedan en
      * FACTURAS.DAT con totales de control al pie, y el libro de
      * cartera CARTERA.DAT recibe una fila por estudiante (termino,
      * matricula, carrera, facturado, pagado en cero, tipo COL de
      * colegiatura) contra la que despues se aplican los pagos.
      * El termino sale de TERMINO-ACTUAL.DAT; un termino ya
      * facturado en la cartera se aborta con RC 8 para no duplicar
      * cobros, igual que el cierre de historico no re-archiva.
      * Colegiatura patrocinada: si PATROCINIOS.DAT tiene una fila
      * del estudiante para el termino, la parte del patrocinador
      * (porcentaje de la factura, o la factura hasta un tope) se
      * resta de la fila del estudiante en CARTERA.DAT y se carga a
      * la cartera del patrocinador CARTERA_PATROCINADORES.DAT. Cada
      * patrocinador de PATROCINADORES.DAT recibe una sola factura
      * consolidada en FACTURAS_PATROCINADORES.DAT con todos sus
      * estudiantes; sus pagos se aplican con
      * AplicarPagosPatrocinador y no tocan la cuenta del empleado.
      * Un patrocinio de un patrocinador que no esta en el maestro
      * se avisa y la factura queda completa al estudiante.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
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
           SELECT FACT-PAT-FILE
               ASSIGN TO "FACTURAS_PATROCINADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

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

       FD  FACT-PAT-FILE.
       01  FACT-PAT-LN             PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-FAC-STATUS       PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-PTR-STATUS       PIC X(2).
           05  WS-PTC-STATUS       PIC X(2).
           05  WS-CXP-STATUS       PIC X(2).
           05  WS-FXP-STATUS       PIC X(2).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-IDX              PIC 9(3).
           05  WS-FACTURAS         PIC 9(3) VALUE ZERO.
           05  WS-TOT-CREDITOS     PIC 9(6) VALUE ZERO.
           05  WS-TOT-MONTO        PIC 9(9)V99 VALUE ZERO.
           05  WS-PTR-IDX          PIC 9(2).
           05  WS-PTC-IDX          PIC 9(3).
           05  WS-PATROCINIO       PIC 9(7)V99.
           05  WS-TOT-PATROCINADO  PIC 9(9)V99 VALUE ZERO.
           05  WS-PAT-ESTUDIANTES  PIC 9(3).
           05  WS-PAT-MONTO        PIC 9(9)V99.
           05  WS-FACT-PATROCINADOR PIC 9(2) VALUE ZERO.

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.
               10  WS-ALU-DEG      PIC X(3).
               10  WS-ALU-CREDITOS PIC 9(3).
               10  WS-ALU-MONTO    PIC 9(7)V99.
               10  WS-ALU-PATROCINADOR PIC X(6).
               10  WS-ALU-PATROCINIO PIC 9(7)V99.
       01  WS-ALU-LLENA-SW         PIC X VALUE "N".
           88  WS-ALU-LLENA        VALUE "Y".

      * Maestro de patrocinadores y patrocinios del termino.
       01  WS-PATROCINADORES.
           05  WS-PTR-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-PTR-ENTRY OCCURS 50 TIMES.
               10  WS-PTR-ID       PIC X(6).
               10  WS-PTR-NOMBRE   PIC X(30).
               10  WS-PTR-CONTACTO PIC X(30).
               10  WS-PTR-CICLO    PIC X(1).

       01  WS-PATROCINIOS.
           05  WS-PTC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PTC-ENTRY OCCURS 300 TIMES.
               10  WS-PTC-MATRICULA PIC 9(7).
               10  WS-PTC-PATROCINADOR PIC X(6).
               10  WS-PTC-MODO     PIC X(1).
               10  WS-PTC-PORCENTAJE PIC 9(3)V99.
               10  WS-PTC-TOPE     PIC 9(7)V99.

       01  WS-FAC-TITULO.
           05  FILLER              PIC X(34) VALUE
               "FACTURACION DE COLEGIATURA TERMINO".
           05  WFL-CREDITOS        PIC ZZ9.
           05  FILLER              PIC X(10) VALUE " | MONTO ".
           05  WFL-MONTO           PIC Z(6)9.99.
           05  FILLER              PIC X(8) VALUE " | PATR ".
           05  WFL-PATROCINIO      PIC Z(6)9.99.

       01  WS-FAC-TOTALES.
           05  FILLER              PIC X(20) VALUE
           05  FILLER              PIC X(8) VALUE " MONTO: ".
           05  WFT-MONTO           PIC Z(8)9.99.

       01  WS-FAC-PATROCINADO.
           05  FILLER              PIC X(20) VALUE
               "PATROCINADO: ".
           05  WFP-PATROCINADO     PIC Z(8)9.99.
           05  FILLER              PIC X(20) VALUE
               " A ESTUDIANTES: ".
           05  WFP-ESTUDIANTES     PIC Z(8)9.99.

      * Factura consolidada por patrocinador.
       01  WS-FXP-TITULO.
           05  FILLER              PIC X(34) VALUE
               "FACTURA DE PATROCINIO TERMINO".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WXT-TERMINO         PIC X(6).
           05  FILLER              PIC X(9) VALUE " FECHA: ".
           05  WXT-FECHA           PIC 9(8).

       01  WS-FXP-PATROCINADOR.
           05  FILLER              PIC X(14) VALUE "PATROCINADOR: ".
           05  WXP-ID              PIC X(6).
           05  FILLER              PIC X(1) VALUE " ".
           05  WXP-NOMBRE          PIC X(30).
           05  FILLER              PIC X(8) VALUE " CICLO: ".
           05  WXP-CICLO           PIC X(1).

       01  WS-FXP-CONTACTO.
           05  FILLER              PIC X(14) VALUE "ATENCION: ".
           05  WXC-CONTACTO        PIC X(30).

       01  WS-FXP-LINEA.
           05  WXL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WXL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE " ".
           05  WXL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WXL-CARRERA         PIC X(3).
           05  FILLER              PIC X(11) VALUE " | FACTURA ".
           05  WXL-FACTURA         PIC Z(6)9.99.
           05  FILLER              PIC X(12) VALUE " | A CARGO ".
           05  WXL-PATROCINIO      PIC Z(6)9.99.

       01  WS-FXP-TOTAL.
           05  FILLER              PIC X(20) VALUE
               "TOTAL A PAGAR. EST: ".
           05  WXS-ESTUDIANTES     PIC ZZ9.
           05  FILLER              PIC X(8) VALUE " MONTO: ".
           05  WXS-MONTO           PIC Z(8)9.99.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0110-VERIFICAR-NO-FACTURADO.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0120-CARGAR-TARIFAS.
           PERFORM 0130-CARGAR-PATROCINADORES.
           PERFORM 0140-CARGAR-PATROCINIOS.
           IF WS-TAR-COUNT = ZERO
               DISPLAY "SIN TARIFAS.DAT (O VACIO): NO HAY CON QUE "
                   "VALORAR LOS CREDITOS."
                   END-READ
                   IF NOT EOF-CARTERA
                       AND CAR-TERMINO = WS-TERMINO-ACTUAL
                       AND CAR-COLEGIATURA
                       SET TERMINO-FACTURADO TO TRUE
                   END-IF
               END-PERFORM
               CLOSE TARIFAS-FILE
           END-IF.

       0130-CARGAR-PATROCINADORES.
           OPEN INPUT PATROCINADORES-FILE.
           IF WS-PTR-STATUS = "00"
               PERFORM UNTIL EOF-PATROCINADORES
                   READ PATROCINADORES-FILE
                       AT END SET EOF-PATROCINADORES TO TRUE
                   END-READ
                   IF NOT EOF-PATROCINADORES AND WS-PTR-COUNT < 50
                       ADD 1 TO WS-PTR-COUNT
                       MOVE PTR-ID TO WS-PTR-ID(WS-PTR-COUNT)
                       MOVE PTR-NOMBRE
                           TO WS-PTR-NOMBRE(WS-PTR-COUNT)
                       MOVE PTR-CONTACTO
                           TO WS-PTR-CONTACTO(WS-PTR-COUNT)
                       MOVE PTR-CICLO TO WS-PTR-CICLO(WS-PTR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PATROCINADORES-FILE
           END-IF.

      * Solo los patrocinios del termino que se factura, y solo de
      * patrocinadores que estan en el maestro.
       0140-CARGAR-PATROCINIOS.
           OPEN INPUT PATROCINIOS-FILE.
           IF WS-PTC-STATUS = "00"
               PERFORM UNTIL EOF-PATROCINIOS
                   READ PATROCINIOS-FILE
                       AT END SET EOF-PATROCINIOS TO TRUE
                   END-READ
                   IF NOT EOF-PATROCINIOS
                       AND PTC-TERMINO = WS-TERMINO-ACTUAL
                       PERFORM 0145-VALIDAR-PATROCINIO
                   END-IF
               END-PERFORM
               CLOSE PATROCINIOS-FILE
           END-IF.

       0145-VALIDAR-PATROCINIO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL WS-PTR-IDX > WS-PTR-COUNT
               IF WS-PTR-ID(WS-PTR-IDX) = PTC-PATROCINADOR
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               DISPLAY "ADVERTENCIA: PATROCINADOR " PTC-PATROCINADOR
                   " NO ESTA EN PATROCINADORES.DAT; LA MATRICULA "
                   PTC-MATRICULA " SE FACTURA COMPLETA."
           ELSE
               IF NOT PTC-PORCENTAJE-MODO AND NOT PTC-TOPE-MODO
                   DISPLAY "ADVERTENCIA: PATROCINIO DE LA MATRICULA "
                       PTC-MATRICULA " CON MODO INVALIDO ("
                       PTC-MODO "); SE FACTURA COMPLETA."
               ELSE
                   IF WS-PTC-COUNT < 300
                       ADD 1 TO WS-PTC-COUNT
                       MOVE PTC-MATRICULA
                           TO WS-PTC-MATRICULA(WS-PTC-COUNT)
                       MOVE PTC-PATROCINADOR
                           TO WS-PTC-PATROCINADOR(WS-PTC-COUNT)
                       MOVE PTC-MODO TO WS-PTC-MODO(WS-PTC-COUNT)
                       MOVE PTC-PORCENTAJE
                           TO WS-PTC-PORCENTAJE(WS-PTC-COUNT)
                       MOVE PTC-TOPE TO WS-PTC-TOPE(WS-PTC-COUNT)
                   END-IF
               END-IF
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-NOTAS
               READ NOTAS-FILE
           IF WS-CAR-STATUS NOT = "00"
               OPEN OUTPUT CARTERA-FILE
           END-IF.
           OPEN EXTEND CARTERA-PAT-FILE.
           IF WS-CXP-STATUS NOT = "00"
               OPEN OUTPUT CARTERA-PAT-FILE
           END-IF.
           MOVE WS-TERMINO-ACTUAL TO WFT-TERMINO.
           WRITE FACTURA-LN FROM WS-FAC-TITULO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           MOVE WS-TOT-CREDITOS TO WFT-CREDITOS.
           MOVE WS-TOT-MONTO TO WFT-MONTO.
           WRITE FACTURA-LN FROM WS-FAC-TOTALES.
           MOVE WS-TOT-PATROCINADO TO WFP-PATROCINADO.
           COMPUTE WFP-ESTUDIANTES = WS-TOT-MONTO - WS-TOT-PATROCINADO.
           WRITE FACTURA-LN FROM WS-FAC-PATROCINADO.
           CLOSE FACTURAS-FILE CARTERA-FILE CARTERA-PAT-FILE.
           PERFORM 0320-FACTURAR-PATROCINADORES.
           DISPLAY "FACTURACION TERMINADA. INSCRIPCIONES: "
               WS-REG-NOTAS " FACTURAS: " WS-FACTURAS
               " MONTO TOTAL: " WS-TOT-MONTO.
           DISPLAY "PATROCINADO: " WS-TOT-PATROCINADO
               " FACTURAS DE PATROCINADOR: " WS-FACT-PATROCINADOR.
           STOP RUN.

       0310-ESCRIBIR-FACTURA.
           MOVE WS-ALU-DEG(WS-IDX) TO WFL-CARRERA.
           MOVE WS-ALU-CREDITOS(WS-IDX) TO WFL-CREDITOS.
           MOVE WS-ALU-MONTO(WS-IDX) TO WFL-MONTO.
           PERFORM 0315-CALCULAR-PATROCINIO.
           MOVE WS-ALU-PATROCINIO(WS-IDX) TO WFL-PATROCINIO.
           WRITE FACTURA-LN FROM WS-FAC-LINEA.
           MOVE WS-TERMINO-ACTUAL TO CAR-TERMINO.
           MOVE WS-ALU-ID(WS-IDX) TO CAR-MATRICULA.
           MOVE WS-ALU-DEG(WS-IDX) TO CAR-CARRERA.
           COMPUTE CAR-FACTURADO = WS-ALU-MONTO(WS-IDX)
               - WS-ALU-PATROCINIO(WS-IDX).
           MOVE ZERO TO CAR-PAGADO.
           MOVE WS-FECHA-HOY TO CAR-FECHA.
           MOVE "COL" TO CAR-TIPO.
           WRITE CARTERA-REC.
           IF WS-ALU-PATROCINIO(WS-IDX) > ZERO
               MOVE WS-ALU-PATROCINADOR(WS-IDX) TO CXP-PATROCINADOR
               MOVE WS-TERMINO-ACTUAL TO CXP-TERMINO
               MOVE WS-ALU-ID(WS-IDX) TO CXP-MATRICULA
               MOVE WS-ALU-DEG(WS-IDX) TO CXP-CARRERA
               MOVE WS-ALU-PATROCINIO(WS-IDX) TO CXP-FACTURADO
               MOVE ZERO TO CXP-PAGADO
               MOVE WS-FECHA-HOY TO CXP-FECHA
               MOVE "COL" TO CXP-TIPO
               WRITE CARTERA-PAT-REC
           END-IF.

      * Parte del patrocinador: el porcentaje de la factura, o la
      * factura hasta el tope; nunca mas que la factura.
       0315-CALCULAR-PATROCINIO.
           MOVE SPACES TO WS-ALU-PATROCINADOR(WS-IDX).
           MOVE ZERO TO WS-ALU-PATROCINIO(WS-IDX).
           PERFORM VARYING WS-PTC-IDX FROM 1 BY 1
                   UNTIL WS-PTC-IDX > WS-PTC-COUNT
               IF WS-PTC-MATRICULA(WS-PTC-IDX) = WS-ALU-ID(WS-IDX)
                   AND WS-ALU-PATROCINADOR(WS-IDX) = SPACES
                   MOVE WS-PTC-PATROCINADOR(WS-PTC-IDX)
                       TO WS-ALU-PATROCINADOR(WS-IDX)
                   IF WS-PTC-MODO(WS-PTC-IDX) = "P"
                       COMPUTE WS-PATROCINIO ROUNDED =
                           WS-ALU-MONTO(WS-IDX)
                           * WS-PTC-PORCENTAJE(WS-PTC-IDX) / 100
                   ELSE
                       MOVE WS-PTC-TOPE(WS-PTC-IDX) TO WS-PATROCINIO
                   END-IF
                   IF WS-PATROCINIO > WS-ALU-MONTO(WS-IDX)
                       MOVE WS-ALU-MONTO(WS-IDX) TO WS-PATROCINIO
                   END-IF
                   MOVE WS-PATROCINIO TO WS-ALU-PATROCINIO(WS-IDX)
                   ADD WS-PATROCINIO TO WS-TOT-PATROCINADO
               END-IF
           END-PERFORM.

      * Una factura por patrocinador con todos sus estudiantes del
      * termino; los patrocinadores sin estudiantes no reciben nada.
       0320-FACTURAR-PATROCINADORES.
           OPEN OUTPUT FACT-PAT-FILE.
           MOVE WS-TERMINO-ACTUAL TO WXT-TERMINO.
           MOVE WS-FECHA-HOY TO WXT-FECHA.
           PERFORM VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL WS-PTR-IDX > WS-PTR-COUNT
               MOVE ZERO TO WS-PAT-ESTUDIANTES
               MOVE ZERO TO WS-PAT-MONTO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ALU-COUNT
                   IF WS-ALU-PATROCINADOR(WS-IDX)
                       = WS-PTR-ID(WS-PTR-IDX)
                       AND WS-ALU-PATROCINIO(WS-IDX) > ZERO
                       IF WS-PAT-ESTUDIANTES = ZERO
                           PERFORM 0325-ENCABEZAR-PATROCINADOR
                       END-IF
                       ADD 1 TO WS-PAT-ESTUDIANTES
                       ADD WS-ALU-PATROCINIO(WS-IDX) TO WS-PAT-MONTO
                       MOVE WS-ALU-ID(WS-IDX) TO WXL-MATRICULA
                       MOVE WS-ALU-APELLIDO(WS-IDX) TO WXL-APELLIDO
                       MOVE WS-ALU-NOMBRE(WS-IDX) TO WXL-NOMBRE
                       MOVE WS-ALU-DEG(WS-IDX) TO WXL-CARRERA
                       MOVE WS-ALU-MONTO(WS-IDX) TO WXL-FACTURA
                       MOVE WS-ALU-PATROCINIO(WS-IDX)
                           TO WXL-PATROCINIO
                       WRITE FACT-PAT-LN FROM WS-FXP-LINEA
                   END-IF
               END-PERFORM
               IF WS-PAT-ESTUDIANTES > ZERO
                   MOVE WS-PAT-ESTUDIANTES TO WXS-ESTUDIANTES
                   MOVE WS-PAT-MONTO TO WXS-MONTO
                   WRITE FACT-PAT-LN FROM WS-FXP-TOTAL
                   MOVE SPACES TO FACT-PAT-LN
                   WRITE FACT-PAT-LN
               END-IF
           END-PERFORM.
           CLOSE FACT-PAT-FILE.

       0325-ENCABEZAR-PATROCINADOR.
           ADD 1 TO WS-FACT-PATROCINADOR.
           WRITE FACT-PAT-LN FROM WS-FXP-TITULO.
           MOVE WS-PTR-ID(WS-PTR-IDX) TO WXP-ID.
           MOVE WS-PTR-NOMBRE(WS-PTR-IDX) TO WXP-NOMBRE.
           MOVE WS-PTR-CICLO(WS-PTR-IDX) TO WXP-CICLO.
           WRITE FACT-PAT-LN FROM WS-FXP-PATROCINADOR.
           MOVE WS-PTR-CONTACTO(WS-PTR-IDX) TO WXC-CONTACTO.
           WRITE FACT-PAT-LN FROM WS-FXP-CONTACTO.

       END PROGRAM FacturacionTermino.
