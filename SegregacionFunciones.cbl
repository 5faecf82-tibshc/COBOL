       IDENTIFICATION DIVISION.
       PROGRAM-ID. SegregacionFunciones.
       AUTHOR.     EHIDALGO.

      * Reporte periodico de segregacion de funciones para el
      * auditor interno: la politica dice que quien captura un
      * cambio no puede ser quien lo aprueba o lo aplica. Cada
      * corrida recorre completos los archivos donde la suite deja
      * las dos identidades y lista toda transaccion donde el mismo
      * operador aparece en dos roles que deben ir separados:
      *   NOTAS_PENDIENTES.DAT   capturista (82) = aprobador (44) en
      *                          filas aprobadas o aplicadas (A, X)
      *   NOTAS_AUDITORIA.LOG    aplicador (19) = aprobador (111) o
      *                          = capturista (128)
      *   APELACIONES.DAT        presento (65) = resolvio (73) en
      *                          casos resueltos (S)
      *   DISCIPLINA_PROPUESTAS  propuso (36) = reviso (44) en
      *                          sanciones aplicadas (A)
      *   REEMBOLSOS.DAT         capturista de la baja (143) =
      *                          supervisor que aprobo (87) en
      *                          aprobados o pagados (A, G)
      * Una fila sin capturista (anterior al campo, o tecleada sin
      * el) no se puede cotejar y se cuenta aparte. Las propuestas de
      * baja por abandono y de castigo las genera una corrida
      * desatendida, sin capturista humano: solo se cuentan sus
      * revisiones. La segunda seccion repite los casos de captura
      * contra aprobacion cuyo operador es supervisor en
      * OPERADORES.DAT: el supervisor que firmo su propia captura
      * entrando en una segunda sesion del programa que aprueba. Al
      * final, el resumen por operador. Sale en
      * SEGREGACION_FUNCIONES.DAT; con alguna violacion el codigo de
      * retorno es 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUENTE-FILE ASSIGN TO WS-FUENTE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUE-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "SEGREGACION_FUNCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUENTE-FILE.
       01  FUENTE-LN               PIC X(200).
           88  EOF-FUENTE          VALUE HIGH-VALUE.

       FD  OPERADORES-FILE.
       01  OPE-REC.
           88  EOF-OPE             VALUE HIGH-VALUE.
           02  OPE-ID              PIC X(8).
           02  OPE-PASSWORD        PIC X(8).
           02  OPE-NIVEL           PIC X(1).
           02  OPE-OFICINA         PIC X(3).

       FD  REPORTE-FILE.
       01  REPORTE-LN              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-FUENTE-NOMBRE    PIC X(30).
           05  WS-FUE-STATUS       PIC X(2).
           05  WS-OPE-STATUS       PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-FUE-IDX          PIC 9(2).
           05  WS-IDX              PIC 9(4).
           05  WS-OPX              PIC 9(3).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-TOT-VIOLACIONES  PIC 9(5) VALUE ZERO.
           05  WS-TOT-AUTOAPROB    PIC 9(5) VALUE ZERO.
           05  WS-NIVEL-HALLADO    PIC X(1).
           05  WS-VIO-LLENA-SW     PIC X VALUE "N".
               88  WS-VIO-LLENA    VALUE "Y".

      * Datos de la transaccion que se esta cotejando.
       01  WS-CANDIDATO.
           05  WCA-FECHA           PIC 9(8).
           05  WCA-MATRICULA       PIC 9(7).
           05  WCA-REFERENCIA      PIC X(12).
           05  WCA-ROLES           PIC X(24).
           05  WCA-OPERADOR        PIC X(8).
           05  WCA-CAPTURA         PIC X(1).
               88  WCA-ES-CAPTURA  VALUE "S".

      * Fuentes que se cotejan, con lo que aporto cada una: el
      * archivo que se abre y el nombre corto que sale en el reporte.
       01  WS-FUENTES.
           05  FILLER              PIC X(30)
               VALUE "NOTAS_PENDIENTES.DAT".
           05  FILLER              PIC X(22)
               VALUE "NOTAS_PENDIENTES.DAT".
           05  FILLER              PIC X(30)
               VALUE "NOTAS_AUDITORIA.LOG".
           05  FILLER              PIC X(22)
               VALUE "NOTAS_AUDITORIA.LOG".
           05  FILLER              PIC X(30)
               VALUE "APELACIONES.DAT".
           05  FILLER              PIC X(22)
               VALUE "APELACIONES.DAT".
           05  FILLER              PIC X(30)
               VALUE "DISCIPLINA_PROPUESTAS.DAT".
           05  FILLER              PIC X(22)
               VALUE "DISCIPLINA_PROPUESTAS".
           05  FILLER              PIC X(30)
               VALUE "REEMBOLSOS.DAT".
           05  FILLER              PIC X(22)
               VALUE "REEMBOLSOS.DAT".
           05  FILLER              PIC X(30)
               VALUE "BAJAS_PROPUESTAS.DAT".
           05  FILLER              PIC X(22)
               VALUE "BAJAS_PROPUESTAS.DAT".
           05  FILLER              PIC X(30)
               VALUE "CASTIGOS.DAT".
           05  FILLER              PIC X(22)
               VALUE "CASTIGOS.DAT".
       01  WS-FUENTES-TABLA REDEFINES WS-FUENTES.
           05  WS-FUE-ENTRADA OCCURS 7 TIMES.
               10  WS-FUE-ARCHIVO  PIC X(30).
               10  WS-FUE-NOMBRE   PIC X(22).
       01  WS-FUE-CONTEOS.
           05  WS-FUE-CONTEO OCCURS 7 TIMES.
               10  WS-FUE-REVISADAS    PIC 9(5).
               10  WS-FUE-VIOLACIONES  PIC 9(5).
               10  WS-FUE-SIN-CAPTURA  PIC 9(5).
               10  WS-FUE-FALTA        PIC X(1).

      * Operadores y su nivel, de OPERADORES.DAT.
       01  WS-OPERADORES.
           05  WS-OPE-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-OPE-ENTRY OCCURS 200 TIMES.
               10  WS-OPE-ID       PIC X(8).
               10  WS-OPE-NIVEL    PIC X(1).

      * Violaciones halladas, para listarlas por seccion.
       01  WS-VIOLACIONES.
           05  WS-VIO-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-VIO-ENTRY OCCURS 1000 TIMES.
               10  WS-VIO-FUENTE   PIC X(22).
               10  WS-VIO-FECHA    PIC 9(8).
               10  WS-VIO-MATRICULA PIC 9(7).
               10  WS-VIO-REFERENCIA PIC X(12).
               10  WS-VIO-ROLES    PIC X(24).
               10  WS-VIO-OPERADOR PIC X(8).
               10  WS-VIO-AUTOAPROB PIC X(1).

      * Resumen por operador.
       01  WS-RESUMEN.
           05  WS-RES-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-RES-ENTRY OCCURS 200 TIMES.
               10  WS-RES-OPERADOR PIC X(8).
               10  WS-RES-NIVEL    PIC X(1).
               10  WS-RES-TOTAL    PIC 9(5).
               10  WS-RES-AUTOAPROB PIC 9(5).

       01  WS-TITULO.
           05  FILLER              PIC X(36)
               VALUE "REPORTE DE SEGREGACION DE FUNCIONES".
           05  FILLER              PIC X(4) VALUE " AL ".
           05  WTI-FECHA           PIC 9(8).

       01  WS-SECCION-LN           PIC X(100).

       01  WS-ENCABEZADO.
           05  FILLER              PIC X(40)
               VALUE "FUENTE                 FECHA    MATRIC  ".
           05  FILLER              PIC X(46)
               VALUE "REFERENCIA   ROLES                    OPERADOR".

       01  WS-DETALLE-LN.
           05  WDE-FUENTE          PIC X(22).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDE-FECHA           PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDE-MATRICULA       PIC X(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDE-REFERENCIA      PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDE-ROLES           PIC X(24).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDE-OPERADOR        PIC X(8).

       01  WS-RESUMEN-ENC.
           05  FILLER              PIC X(40)
               VALUE "OPERADOR  NIVEL  VIOLACIONES  DE ELLAS ".
           05  FILLER              PIC X(23)
               VALUE "AUTOAPROBACIONES".

       01  WS-RESUMEN-LN.
           05  WRE-OPERADOR        PIC X(8).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WRE-NIVEL           PIC X(1).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WRE-TOTAL           PIC ZZZZ9.
           05  FILLER              PIC X(9) VALUE SPACES.
           05  WRE-AUTOAPROB       PIC ZZZZ9.

       01  WS-FUENTE-PIE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WFP-FUENTE          PIC X(22).
           05  FILLER              PIC X(11) VALUE " REVISADAS ".
           05  WFP-REVISADAS       PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE " VIOLACIONES ".
           05  WFP-VIOLACIONES     PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE " SIN CAPTURA ".
           05  WFP-SIN-CAPTURA     PIC ZZZZ9.
           05  WFP-NOTA            PIC X(12).

       01  WS-TOTAL-LN.
           05  FILLER              PIC X(20)
               VALUE "TOTAL VIOLACIONES: ".
           05  WTO-VIOLACIONES     PIC ZZZZ9.
           05  FILLER              PIC X(21)
               VALUE "  AUTOAPROBACIONES: ".
           05  WTO-AUTOAPROB       PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           INITIALIZE WS-FUE-CONTEOS.
           OPEN INPUT OPERADORES-FILE.
           IF WS-OPE-STATUS NOT = "00"
               DISPLAY "SIN OPERADORES.DAT; LA SECCION DE "
                   "SUPERVISORES SALE VACIA."
           ELSE
               PERFORM UNTIL EOF-OPE
                   READ OPERADORES-FILE
                       AT END SET EOF-OPE TO TRUE
                   END-READ
                   IF NOT EOF-OPE AND OPE-ID NOT = SPACES
                       AND WS-OPE-COUNT < 200
                       ADD 1 TO WS-OPE-COUNT
                       MOVE OPE-ID TO WS-OPE-ID(WS-OPE-COUNT)
                       MOVE OPE-NIVEL TO WS-OPE-NIVEL(WS-OPE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.

       0200-PROCESO.
           PERFORM VARYING WS-FUE-IDX FROM 1 BY 1
                   UNTIL WS-FUE-IDX > 7
               MOVE WS-FUE-ARCHIVO(WS-FUE-IDX) TO WS-FUENTE-NOMBRE
               OPEN INPUT FUENTE-FILE
               IF WS-FUE-STATUS NOT = "00"
                   MOVE "S" TO WS-FUE-FALTA(WS-FUE-IDX)
               ELSE
                   PERFORM UNTIL EOF-FUENTE
                       MOVE SPACES TO FUENTE-LN
                       READ FUENTE-FILE
                           AT END SET EOF-FUENTE TO TRUE
                       END-READ
                       IF NOT EOF-FUENTE AND FUENTE-LN NOT = SPACES
                           PERFORM 0210-COTEJAR-FILA THRU 0210-EXIT
                       END-IF
                   END-PERFORM
                   CLOSE FUENTE-FILE
                   INITIALIZE FUENTE-LN
               END-IF
           END-PERFORM.

      * Cada fuente con sus roles; solo cuentan las filas que ya
      * pasaron por el segundo rol (aprobadas, aplicadas,
      * resueltas).
       0210-COTEJAR-FILA.
           MOVE ZERO TO WCA-FECHA WCA-MATRICULA.
           MOVE SPACES TO WCA-REFERENCIA.
           EVALUATE WS-FUE-IDX
               WHEN 1
                   IF FUENTE-LN(43:1) NOT = "A"
                       AND FUENTE-LN(43:1) NOT = "X"
                       GO TO 0210-EXIT
                   END-IF
                   PERFORM 0220-CONTAR-REVISADA
                   IF FUENTE-LN(1:7) IS NUMERIC
                       MOVE FUENTE-LN(1:7) TO WCA-MATRICULA
                   END-IF
                   STRING "NOTA " FUENTE-LN(8:1)
                       DELIMITED BY SIZE INTO WCA-REFERENCIA
                   IF FUENTE-LN(82:8) = SPACES
                       ADD 1 TO WS-FUE-SIN-CAPTURA(WS-FUE-IDX)
                   ELSE
                       IF FUENTE-LN(82:8) = FUENTE-LN(44:8)
                           MOVE "CAPTURO Y APROBO" TO WCA-ROLES
                           MOVE FUENTE-LN(44:8) TO WCA-OPERADOR
                           MOVE "S" TO WCA-CAPTURA
                           PERFORM 0230-REGISTRAR-VIOLACION
                               THRU 0230-EXIT
                       END-IF
                   END-IF
               WHEN 2
                   PERFORM 0220-CONTAR-REVISADA
                   IF FUENTE-LN(1:8) IS NUMERIC
                       MOVE FUENTE-LN(1:8) TO WCA-FECHA
                   END-IF
                   IF FUENTE-LN(30:7) IS NUMERIC
                       MOVE FUENTE-LN(30:7) TO WCA-MATRICULA
                   END-IF
                   STRING "NOTA " FUENTE-LN(43:1)
                       DELIMITED BY SIZE INTO WCA-REFERENCIA
                   IF FUENTE-LN(19:8) = FUENTE-LN(111:8)
                       MOVE "APROBO Y APLICO" TO WCA-ROLES
                       MOVE FUENTE-LN(19:8) TO WCA-OPERADOR
                       MOVE "N" TO WCA-CAPTURA
                       PERFORM 0230-REGISTRAR-VIOLACION
                           THRU 0230-EXIT
                   END-IF
                   IF FUENTE-LN(128:8) = SPACES
                       ADD 1 TO WS-FUE-SIN-CAPTURA(WS-FUE-IDX)
                   ELSE
                       IF FUENTE-LN(19:8) = FUENTE-LN(128:8)
                           MOVE "CAPTURO Y APLICO" TO WCA-ROLES
                           MOVE FUENTE-LN(19:8) TO WCA-OPERADOR
                           MOVE "S" TO WCA-CAPTURA
                           PERFORM 0230-REGISTRAR-VIOLACION
                               THRU 0230-EXIT
                       END-IF
                   END-IF
               WHEN 3
                   IF FUENTE-LN(28:1) NOT = "S"
                       GO TO 0210-EXIT
                   END-IF
                   PERFORM 0220-CONTAR-REVISADA
                   IF FUENTE-LN(12:8) IS NUMERIC
                       MOVE FUENTE-LN(12:8) TO WCA-FECHA
                   END-IF
                   IF FUENTE-LN(1:7) IS NUMERIC
                       MOVE FUENTE-LN(1:7) TO WCA-MATRICULA
                   END-IF
                   STRING "CURSO " FUENTE-LN(8:4)
                       DELIMITED BY SIZE INTO WCA-REFERENCIA
                   IF FUENTE-LN(65:8) = SPACES
                       ADD 1 TO WS-FUE-SIN-CAPTURA(WS-FUE-IDX)
                   ELSE
                       IF FUENTE-LN(65:8) = FUENTE-LN(73:8)
                           MOVE "PRESENTO Y RESOLVIO" TO WCA-ROLES
                           MOVE FUENTE-LN(73:8) TO WCA-OPERADOR
                           MOVE "S" TO WCA-CAPTURA
                           PERFORM 0230-REGISTRAR-VIOLACION
                               THRU 0230-EXIT
                       END-IF
                   END-IF
               WHEN 4
                   IF FUENTE-LN(35:1) NOT = "A"
                       GO TO 0210-EXIT
                   END-IF
                   PERFORM 0220-CONTAR-REVISADA
                   IF FUENTE-LN(1:7) IS NUMERIC
                       MOVE FUENTE-LN(1:7) TO WCA-MATRICULA
                   END-IF
                   STRING "CASO " FUENTE-LN(28:5)
                       DELIMITED BY SIZE INTO WCA-REFERENCIA
                   IF FUENTE-LN(36:8) = SPACES
                       ADD 1 TO WS-FUE-SIN-CAPTURA(WS-FUE-IDX)
                   ELSE
                       IF FUENTE-LN(36:8) = FUENTE-LN(44:8)
                           MOVE "PROPUSO Y APLICO" TO WCA-ROLES
                           MOVE FUENTE-LN(44:8) TO WCA-OPERADOR
                           MOVE "S" TO WCA-CAPTURA
                           PERFORM 0230-REGISTRAR-VIOLACION
                               THRU 0230-EXIT
                       END-IF
                   END-IF
               WHEN 5
                   IF FUENTE-LN(78:1) NOT = "A"
                       AND FUENTE-LN(78:1) NOT = "G"
                       GO TO 0210-EXIT
                   END-IF
                   PERFORM 0220-CONTAR-REVISADA
                   IF FUENTE-LN(79:8) IS NUMERIC
                       MOVE FUENTE-LN(79:8) TO WCA-FECHA
                   END-IF
                   IF FUENTE-LN(10:7) IS NUMERIC
                       MOVE FUENTE-LN(10:7) TO WCA-MATRICULA
                   END-IF
                   STRING "TERM " FUENTE-LN(40:6)
                       DELIMITED BY SIZE INTO WCA-REFERENCIA
                   IF FUENTE-LN(143:8) = SPACES
                       ADD 1 TO WS-FUE-SIN-CAPTURA(WS-FUE-IDX)
                   ELSE
                       IF FUENTE-LN(143:8) = FUENTE-LN(87:8)
                           MOVE "CAPTURO Y APROBO" TO WCA-ROLES
                           MOVE FUENTE-LN(87:8) TO WCA-OPERADOR
                           MOVE "S" TO WCA-CAPTURA
                           PERFORM 0230-REGISTRAR-VIOLACION
                               THRU 0230-EXIT
                       END-IF
                   END-IF
      * Propuestas de corrida desatendida: solo las revisiones.
               WHEN 6
                   IF FUENTE-LN(30:1) = "A" OR FUENTE-LN(30:1) = "R"
                       PERFORM 0220-CONTAR-REVISADA
                   END-IF
               WHEN 7
                   IF FUENTE-LN(47:1) = "A" OR FUENTE-LN(47:1) = "R"
                       PERFORM 0220-CONTAR-REVISADA
                   END-IF
           END-EVALUATE.

       0210-EXIT.
           EXIT.

       0220-CONTAR-REVISADA.
           ADD 1 TO WS-FUE-REVISADAS(WS-FUE-IDX).

      * Una violacion a la tabla y al resumen de su operador; si es
      * captura contra aprobacion y el operador es supervisor, es
      * ademas una autoaprobacion.
       0230-REGISTRAR-VIOLACION.
           ADD 1 TO WS-FUE-VIOLACIONES(WS-FUE-IDX).
           ADD 1 TO WS-TOT-VIOLACIONES.
           MOVE SPACE TO WS-NIVEL-HALLADO.
           PERFORM VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-OPX > WS-OPE-COUNT
               IF WS-OPE-ID(WS-OPX) = WCA-OPERADOR
                   MOVE WS-OPE-NIVEL(WS-OPX) TO WS-NIVEL-HALLADO
               END-IF
           END-PERFORM.
           IF WS-VIO-COUNT < 1000
               ADD 1 TO WS-VIO-COUNT
               MOVE WS-FUE-NOMBRE(WS-FUE-IDX)
                   TO WS-VIO-FUENTE(WS-VIO-COUNT)
               MOVE WCA-FECHA TO WS-VIO-FECHA(WS-VIO-COUNT)
               MOVE WCA-MATRICULA TO WS-VIO-MATRICULA(WS-VIO-COUNT)
               MOVE WCA-REFERENCIA
                   TO WS-VIO-REFERENCIA(WS-VIO-COUNT)
               MOVE WCA-ROLES TO WS-VIO-ROLES(WS-VIO-COUNT)
               MOVE WCA-OPERADOR TO WS-VIO-OPERADOR(WS-VIO-COUNT)
               MOVE "N" TO WS-VIO-AUTOAPROB(WS-VIO-COUNT)
               IF WCA-ES-CAPTURA AND WS-NIVEL-HALLADO = "S"
                   MOVE "S" TO WS-VIO-AUTOAPROB(WS-VIO-COUNT)
               END-IF
           ELSE
               IF NOT WS-VIO-LLENA
                   DISPLAY "ADVERTENCIA: MAS DE 1000 VIOLACIONES; "
                       "EL DETALLE SE CORTA, LOS CONTEOS NO."
                   SET WS-VIO-LLENA TO TRUE
               END-IF
           END-IF.
           PERFORM VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-OPX > WS-RES-COUNT
                   OR WS-RES-OPERADOR(WS-OPX) = WCA-OPERADOR
               CONTINUE
           END-PERFORM.
           IF WS-OPX > WS-RES-COUNT
               IF WS-RES-COUNT = 200
                   GO TO 0230-EXIT
               END-IF
               ADD 1 TO WS-RES-COUNT
               MOVE WS-RES-COUNT TO WS-OPX
               MOVE WCA-OPERADOR TO WS-RES-OPERADOR(WS-OPX)
               MOVE WS-NIVEL-HALLADO TO WS-RES-NIVEL(WS-OPX)
               MOVE ZERO TO WS-RES-TOTAL(WS-OPX)
                   WS-RES-AUTOAPROB(WS-OPX)
           END-IF.
           ADD 1 TO WS-RES-TOTAL(WS-OPX).
           IF WCA-ES-CAPTURA AND WS-NIVEL-HALLADO = "S"
               ADD 1 TO WS-RES-AUTOAPROB(WS-OPX)
               ADD 1 TO WS-TOT-AUTOAPROB
           END-IF.

       0230-EXIT.
           EXIT.

       0300-FIN.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR SEGREGACION_FUNCIONES.DAT. "
                   "CODIGO: " WS-REP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO WTI-FECHA.
           WRITE REPORTE-LN FROM WS-TITULO.
           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           MOVE "1. TRANSACCIONES CON EL MISMO OPERADOR EN DOS ROLES"
               TO WS-SECCION-LN.
           WRITE REPORTE-LN FROM WS-SECCION-LN.
           WRITE REPORTE-LN FROM WS-ENCABEZADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-VIO-COUNT
               PERFORM 0310-ESCRIBIR-DETALLE
           END-PERFORM.
           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           MOVE SPACES TO WS-SECCION-LN.
           STRING "2. SUPERVISORES QUE APROBARON SU PROPIA CAPTURA "
               "EN OTRA SESION" DELIMITED BY SIZE INTO WS-SECCION-LN.
           WRITE REPORTE-LN FROM WS-SECCION-LN.
           WRITE REPORTE-LN FROM WS-ENCABEZADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-VIO-COUNT
               IF WS-VIO-AUTOAPROB(WS-IDX) = "S"
                   PERFORM 0310-ESCRIBIR-DETALLE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           MOVE "3. RESUMEN POR OPERADOR" TO WS-SECCION-LN.
           WRITE REPORTE-LN FROM WS-SECCION-LN.
           WRITE REPORTE-LN FROM WS-RESUMEN-ENC.
           PERFORM VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-OPX > WS-RES-COUNT
               MOVE WS-RES-OPERADOR(WS-OPX) TO WRE-OPERADOR
               MOVE WS-RES-NIVEL(WS-OPX) TO WRE-NIVEL
               MOVE WS-RES-TOTAL(WS-OPX) TO WRE-TOTAL
               MOVE WS-RES-AUTOAPROB(WS-OPX) TO WRE-AUTOAPROB
               WRITE REPORTE-LN FROM WS-RESUMEN-LN
           END-PERFORM.
           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           MOVE "FUENTES COTEJADAS" TO WS-SECCION-LN.
           WRITE REPORTE-LN FROM WS-SECCION-LN.
           PERFORM VARYING WS-FUE-IDX FROM 1 BY 1
                   UNTIL WS-FUE-IDX > 7
               MOVE WS-FUE-NOMBRE(WS-FUE-IDX) TO WFP-FUENTE
               MOVE WS-FUE-REVISADAS(WS-FUE-IDX) TO WFP-REVISADAS
               MOVE WS-FUE-VIOLACIONES(WS-FUE-IDX)
                   TO WFP-VIOLACIONES
               MOVE WS-FUE-SIN-CAPTURA(WS-FUE-IDX)
                   TO WFP-SIN-CAPTURA
               IF WS-FUE-FALTA(WS-FUE-IDX) = "S"
                   MOVE " (NO EXISTE)" TO WFP-NOTA
               ELSE
                   MOVE SPACES TO WFP-NOTA
               END-IF
               WRITE REPORTE-LN FROM WS-FUENTE-PIE
           END-PERFORM.
           MOVE WS-TOT-VIOLACIONES TO WTO-VIOLACIONES.
           MOVE WS-TOT-AUTOAPROB TO WTO-AUTOAPROB.
           WRITE REPORTE-LN FROM WS-TOTAL-LN.
           CLOSE REPORTE-FILE.
           DISPLAY WS-TOTAL-LN.
           DISPLAY "REPORTE EN SEGREGACION_FUNCIONES.DAT.".
           IF WS-TOT-VIOLACIONES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0310-ESCRIBIR-DETALLE.
           MOVE WS-VIO-FUENTE(WS-IDX) TO WDE-FUENTE.
           IF WS-VIO-FECHA(WS-IDX) = ZERO
               MOVE SPACES TO WDE-FECHA
           ELSE
               MOVE WS-VIO-FECHA(WS-IDX) TO WDE-FECHA
           END-IF.
           IF WS-VIO-MATRICULA(WS-IDX) = ZERO
               MOVE SPACES TO WDE-MATRICULA
           ELSE
               MOVE WS-VIO-MATRICULA(WS-IDX) TO WDE-MATRICULA
           END-IF.
           MOVE WS-VIO-REFERENCIA(WS-IDX) TO WDE-REFERENCIA.
           MOVE WS-VIO-ROLES(WS-IDX) TO WDE-ROLES.
           MOVE WS-VIO-OPERADOR(WS-IDX) TO WDE-OPERADOR.
           WRITE REPORTE-LN FROM WS-DETALLE-LN.

       END PROGRAM SegregacionFunciones.
