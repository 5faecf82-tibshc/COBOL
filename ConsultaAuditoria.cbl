       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultaAuditoria.
       AUTHOR.     EHIDALGO.

      * Consulta unificada de auditoria (solo supervisor firmado):
      * "que le paso a la matricula 1234567 este anio" o "que cambio
      * el operador X" obligaba a abrir una docena de bitacoras, cada
      * una en su layout. Aqui se leen todas, cada entrada se lleva a
      * un renglon comun -- fecha, hora, operador, matricula, fuente
      * y accion -- y sale UNA linea de tiempo cronologica, filtrada
      * por matricula, operador y/o rango de fechas, en pantalla y en
      * el archivo imprimible AUDITORIA_CONSULTA.DAT para el auditor
      * interno. Fuentes y columnas de cada una:
      *   ROSTER_AUDIT.LOG       fecha 1, hora 10, operador 19,
      *                          accion 30, registro 39 (matricula
      *                          en 39)
      *   NOTAS_AUDITORIA.LOG    fecha 1, hora 10, operador 19,
      *                          matricula 30, detalle 38
      *   HIST_AUDITORIA.LOG     fecha 1, hora 10, operador 19,
      *                          termino 30, matricula 37, detalle 45
      *   DERIVA_APLICADA.LOG    fecha 1, operador 10, matricula 19,
      *                          caso 29, accion 47
      *   CAMBIOS_CARRERA.DAT    fecha 1, operador 10, matricula 19,
      *   NOMBRES_CAMBIADOS.DAT  detalle 27
      *   FUSIONES.DAT           fecha 1, operador 10, absorbida 19,
      *                          conservada 30 (la consulta por
      *                          matricula encuentra cualquiera de
      *                          las dos)
      *   BUSQUEDAS.LOG          fecha 1, hora 10, operador 19,
      *                          clase/tipo/criterio 30 (la matricula
      *                          es el criterio de las busquedas por
      *                          MATRICULA)
      *   PSEUDONIMOS_ACCESO.LOG fecha 1, hora 10, operador 19,
      *                          accion 28 (sin matricula: aparece en
      *                          consultas por operador o por fecha)
      *   EMISIONES.DAT          serial 1, tipo 9, matricula 12,
      *                          fecha 19, operador 27
      *   REFERENCIAS_HISTORIA.DAT fecha 1, hora 10, operador 19,
      *                          archivo 28, clave 39, anterior 54,
      *                          nuevo 61, motivo 68 (sin matricula)
      * Las fuentes sin hora entran al principio de su dia; dentro
      * de la misma fecha y hora se respeta el orden de cada
      * bitacora. Una bitacora que no existe se reporta en el pie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO WS-LOG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "AUDITORIA_CONSULTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT TRABAJO-FILE ASSIGN TO "AUDITORIA_TRABAJO.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-LN                  PIC X(200).
           88  EOF-LOG             VALUE HIGH-VALUE.

       FD  REPORTE-FILE.
       01  REPORTE-LN              PIC X(140).

      * Renglon comun de la linea de tiempo.
       SD  TRABAJO-FILE.
       01  TRABAJO-REC.
           02  TRB-FECHA           PIC 9(8).
           02  TRB-HORA            PIC 9(8).
           02  TRB-SECUENCIA       PIC 9(7).
           02  TRB-OPERADOR        PIC X(10).
           02  TRB-MATRICULA       PIC 9(7).
           02  TRB-FUENTE          PIC X(24).
           02  TRB-ACCION          PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-LOG-NOMBRE       PIC X(30).
           05  WS-LOG-STATUS       PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-LOG-IDX          PIC 9(2).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-SECUENCIA        PIC 9(7) VALUE ZERO.
           05  WS-SEGUNDA-MAT      PIC 9(7).
           05  WS-LISTADAS         PIC 9(7) VALUE ZERO.
           05  WS-CAPTURA          PIC X(10).
           05  WS-EOF-SORT-SW      PIC X VALUE "N".
               88  FIN-SORT        VALUE "S".

      * Filtros de la consulta; en blanco = sin filtro.
       01  WS-FILTROS.
           05  WS-FIL-MATRICULA    PIC 9(7) VALUE ZERO.
           05  WS-FIL-OPERADOR     PIC X(10) VALUE SPACES.
           05  WS-FIL-DESDE        PIC 9(8) VALUE ZERO.
           05  WS-FIL-HASTA        PIC 9(8) VALUE 99999999.

      * Sesion de operador: la consulta es solo para supervisores.
       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Bitacoras que se consultan y cuantas entradas aporto cada
      * una a la linea de tiempo.
       01  WS-BITACORAS.
           05  FILLER              PIC X(24)
               VALUE "ROSTER_AUDIT.LOG".
           05  FILLER              PIC X(24)
               VALUE "NOTAS_AUDITORIA.LOG".
           05  FILLER              PIC X(24)
               VALUE "HIST_AUDITORIA.LOG".
           05  FILLER              PIC X(24)
               VALUE "DERIVA_APLICADA.LOG".
           05  FILLER              PIC X(24)
               VALUE "CAMBIOS_CARRERA.DAT".
           05  FILLER              PIC X(24)
               VALUE "NOMBRES_CAMBIADOS.DAT".
           05  FILLER              PIC X(24)
               VALUE "FUSIONES.DAT".
           05  FILLER              PIC X(24)
               VALUE "BUSQUEDAS.LOG".
           05  FILLER              PIC X(24)
               VALUE "PSEUDONIMOS_ACCESO.LOG".
           05  FILLER              PIC X(24)
               VALUE "EMISIONES.DAT".
           05  FILLER              PIC X(24)
               VALUE "REFERENCIAS_HISTORIA.DAT".
       01  WS-BITACORAS-TABLA REDEFINES WS-BITACORAS.
           05  WS-BIT-NOMBRE       PIC X(24) OCCURS 11 TIMES.
       01  WS-BIT-CONTEOS.
           05  WS-BIT-CUENTA       PIC 9(5) OCCURS 11 TIMES.
           05  WS-BIT-FALTA        PIC X(1) OCCURS 11 TIMES.

       01  WS-TITULO.
           05  FILLER              PIC X(34)
               VALUE "CONSULTA UNIFICADA DE AUDITORIA AL".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WTI-FECHA           PIC 9(8).
           05  FILLER              PIC X(15) VALUE " - SUPERVISOR: ".
           05  WTI-OPERADOR        PIC X(8).

       01  WS-FILTRO-LN.
           05  FILLER              PIC X(19)
               VALUE "FILTROS: MATRICULA ".
           05  WFL-MATRICULA       PIC X(7).
           05  FILLER              PIC X(11) VALUE "  OPERADOR ".
           05  WFL-OPERADOR        PIC X(10).
           05  FILLER              PIC X(8) VALUE "  DESDE ".
           05  WFL-DESDE           PIC 9(8).
           05  FILLER              PIC X(8) VALUE "  HASTA ".
           05  WFL-HASTA           PIC 9(8).

       01  WS-ENCABEZADO.
           05  FILLER              PIC X(37)
               VALUE "FECHA    HORA     OPERADOR   MATRIC  ".
           05  FILLER              PIC X(32)
               VALUE "FUENTE                   ACCION".

       01  WS-TIEMPO-LN.
           05  WTL-FECHA           PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WTL-HORA            PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WTL-OPERADOR        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WTL-MATRICULA       PIC X(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WTL-FUENTE          PIC X(24).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WTL-ACCION          PIC X(70).

       01  WS-HORA-ED.
           05  WHE-HH              PIC X(2).
           05  FILLER              PIC X(1) VALUE ":".
           05  WHE-MM              PIC X(2).
           05  FILLER              PIC X(1) VALUE ":".
           05  WHE-SS              PIC X(2).
       01  WS-HORA-NUM             PIC 9(8).
       01  WS-HORA-NUM-R REDEFINES WS-HORA-NUM.
           05  WHN-HH              PIC X(2).
           05  WHN-MM              PIC X(2).
           05  WHN-SS              PIC X(2).
           05  FILLER              PIC X(2).

       01  WS-PIE-FUENTE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WPF-FUENTE          PIC X(24).
           05  FILLER              PIC X(2) VALUE ": ".
           05  WPF-CUENTA          PIC ZZZZ9.
           05  WPF-NOTA            PIC X(12).

       01  WS-PIE-TOTAL.
           05  FILLER              PIC X(24)
               VALUE "ENTRADAS EN LA CONSULTA:".
           05  WPT-TOTAL           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "LA CONSULTA DE AUDITORIA REQUIERE NIVEL "
                   "SUPERVISOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-CAPTURAR-FILTROS.
           INITIALIZE WS-BIT-CONTEOS.

       0110-CAPTURAR-FILTROS.
           DISPLAY "MATRICULA (ENTER = TODAS): ".
           MOVE SPACES TO WS-CAPTURA.
           ACCEPT WS-CAPTURA.
           IF WS-CAPTURA NOT = SPACES
               IF WS-CAPTURA(1:7) IS NOT NUMERIC
                   DISPLAY "MATRICULA INVALIDA: " WS-CAPTURA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CAPTURA(1:7) TO WS-FIL-MATRICULA
           END-IF.
           DISPLAY "OPERADOR (ENTER = TODOS): ".
           MOVE SPACES TO WS-CAPTURA.
           ACCEPT WS-CAPTURA.
           MOVE WS-CAPTURA TO WS-FIL-OPERADOR.
           DISPLAY "FECHA DESDE AAAAMMDD (ENTER = SIN LIMITE): ".
           MOVE SPACES TO WS-CAPTURA.
           ACCEPT WS-CAPTURA.
           IF WS-CAPTURA NOT = SPACES
               IF WS-CAPTURA(1:8) IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA: " WS-CAPTURA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CAPTURA(1:8) TO WS-FIL-DESDE
           END-IF.
           DISPLAY "FECHA HASTA AAAAMMDD (ENTER = SIN LIMITE): ".
           MOVE SPACES TO WS-CAPTURA.
           ACCEPT WS-CAPTURA.
           IF WS-CAPTURA NOT = SPACES
               IF WS-CAPTURA(1:8) IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA: " WS-CAPTURA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CAPTURA(1:8) TO WS-FIL-HASTA
           END-IF.

       0200-PROCESO.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-FECHA-HOY TO WTI-FECHA.
           MOVE WS-SES-OPERADOR TO WTI-OPERADOR.
           WRITE REPORTE-LN FROM WS-TITULO.
           DISPLAY WS-TITULO.
           IF WS-FIL-MATRICULA = ZERO
               MOVE "TODAS" TO WFL-MATRICULA
           ELSE
               MOVE WS-FIL-MATRICULA TO WFL-MATRICULA
           END-IF.
           IF WS-FIL-OPERADOR = SPACES
               MOVE "TODOS" TO WFL-OPERADOR
           ELSE
               MOVE WS-FIL-OPERADOR TO WFL-OPERADOR
           END-IF.
           MOVE WS-FIL-DESDE TO WFL-DESDE.
           MOVE WS-FIL-HASTA TO WFL-HASTA.
           WRITE REPORTE-LN FROM WS-FILTRO-LN.
           DISPLAY WS-FILTRO-LN.
           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           WRITE REPORTE-LN FROM WS-ENCABEZADO.
           DISPLAY WS-ENCABEZADO.
           SORT TRABAJO-FILE
               ON ASCENDING KEY TRB-FECHA TRB-HORA TRB-SECUENCIA
               INPUT PROCEDURE IS 0210-LEER-BITACORAS
               OUTPUT PROCEDURE IS 0250-ESCRIBIR-TIEMPO.

       0210-LEER-BITACORAS.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > 11
               MOVE WS-BIT-NOMBRE(WS-LOG-IDX) TO WS-LOG-NOMBRE
               OPEN INPUT LOG-FILE
               IF WS-LOG-STATUS NOT = "00"
                   MOVE "S" TO WS-BIT-FALTA(WS-LOG-IDX)
               ELSE
                   PERFORM UNTIL EOF-LOG
                       MOVE SPACES TO LOG-LN
                       READ LOG-FILE
                           AT END SET EOF-LOG TO TRUE
                       END-READ
                       IF NOT EOF-LOG AND LOG-LN NOT = SPACES
                           PERFORM 0220-NORMALIZAR-ENTRADA
                           PERFORM 0230-FILTRAR-ENTRADA THRU 0230-EXIT
                       END-IF
                   END-PERFORM
                   CLOSE LOG-FILE
                   INITIALIZE LOG-LN
               END-IF
           END-PERFORM.

      * Cada bitacora a su renglon comun; un campo numerico ilegible
      * queda en cero y la entrada sigue apareciendo por operador o
      * por fecha.
       0220-NORMALIZAR-ENTRADA.
           ADD 1 TO WS-SECUENCIA.
           MOVE SPACES TO TRABAJO-REC.
           MOVE ZERO TO TRB-FECHA TRB-HORA TRB-MATRICULA
               WS-SEGUNDA-MAT.
           MOVE WS-SECUENCIA TO TRB-SECUENCIA.
           MOVE WS-BIT-NOMBRE(WS-LOG-IDX) TO TRB-FUENTE.
           EVALUATE WS-LOG-IDX
               WHEN 1
                   MOVE LOG-LN(19:10) TO TRB-OPERADOR
                   PERFORM 0221-FECHA-Y-HORA
                   IF LOG-LN(39:7) IS NUMERIC
                       MOVE LOG-LN(39:7) TO TRB-MATRICULA
                   END-IF
                   STRING LOG-LN(30:6) " " LOG-LN(46:38)
                       DELIMITED BY SIZE INTO TRB-ACCION
               WHEN 2
                   MOVE LOG-LN(19:10) TO TRB-OPERADOR
                   PERFORM 0221-FECHA-Y-HORA
                   IF LOG-LN(30:7) IS NUMERIC
                       MOVE LOG-LN(30:7) TO TRB-MATRICULA
                   END-IF
                   STRING "CORRECCION " LOG-LN(38:59)
                       DELIMITED BY SIZE INTO TRB-ACCION
               WHEN 3
                   MOVE LOG-LN(19:10) TO TRB-OPERADOR
                   PERFORM 0221-FECHA-Y-HORA
                   IF LOG-LN(37:7) IS NUMERIC
                       MOVE LOG-LN(37:7) TO TRB-MATRICULA
                   END-IF
                   STRING "HISTORICO " LOG-LN(30:6) " "
                       LOG-LN(45:53)
                       DELIMITED BY SIZE INTO TRB-ACCION
               WHEN 4
                   MOVE LOG-LN(10:8) TO TRB-OPERADOR
                   PERFORM 0222-SOLO-FECHA
                   IF LOG-LN(19:7) IS NUMERIC
                       MOVE LOG-LN(19:7) TO TRB-MATRICULA
                   END-IF
                   STRING LOG-LN(29:15) " " LOG-LN(47:40)
                       DELIMITED BY SIZE INTO TRB-ACCION
               WHEN 5
                   MOVE LOG-LN(10:8) TO TRB-OPERADOR
                   PERFORM 0222-SOLO-FECHA
                   IF LOG-LN(19:7) IS NUMERIC
                       MOVE LOG-LN(19:7) TO TRB-MATRICULA
                   END-IF
                   STRING "CARRERA " LOG-LN(27:62)
                       DELIMITED BY SIZE INTO TRB-ACCION
               WHEN 6
                   MOVE LOG-LN(10:8) TO TRB-OPERADOR
                   PERFORM 0222-SOLO-FECHA
                   IF LOG-LN(19:7) IS NUMERIC
                       MOVE LOG-LN(19:7) TO TRB-MATRICULA
                   END-IF
                   STRING "NOMBRE " LOG-LN(27:63)
                       DELIMITED BY SIZE INTO TRB-ACCION
               WHEN 7
                   MOVE LOG-LN(10:8) TO TRB-OPERADOR
                   PERFORM 0222-SOLO-FECHA
                   IF LOG-LN(19:7) IS NUMERIC
                       MOVE LOG-LN(19:7) TO TRB-MATRICULA
                   END-IF
                   IF LOG-LN(30:7) IS NUMERIC
                       MOVE LOG-LN(30:7) TO WS-SEGUNDA-MAT
                   END-IF
                   STRING "FUSION " LOG-LN(19:63)
                       DELIMITED BY SIZE INTO TRB-ACCION
               WHEN 8
                   MOVE LOG-LN(19:10) TO TRB-OPERADOR
                   PERFORM 0221-FECHA-Y-HORA
                   IF LOG-LN(34:10) = "MATRICULA"
                       AND LOG-LN(45:7) IS NUMERIC
                       MOVE LOG-LN(45:7) TO TRB-MATRICULA
                   END-IF
                   STRING "BUSQUEDA " LOG-LN(30:61)
                       DELIMITED BY SIZE INTO TRB-ACCION
               WHEN 9
                   MOVE LOG-LN(19:8) TO TRB-OPERADOR
                   PERFORM 0221-FECHA-Y-HORA
                   STRING "EXTRACTO SEUDONIMIZADO: " LOG-LN(28:30)
                       DELIMITED BY SIZE INTO TRB-ACCION
               WHEN 10
                   MOVE LOG-LN(27:8) TO TRB-OPERADOR
                   IF LOG-LN(19:8) IS NUMERIC
                       MOVE LOG-LN(19:8) TO TRB-FECHA
                   END-IF
                   IF LOG-LN(12:7) IS NUMERIC
                       MOVE LOG-LN(12:7) TO TRB-MATRICULA
                   END-IF
                   STRING "EMISION " LOG-LN(9:3) " SERIAL "
                       LOG-LN(1:8)
                       DELIMITED BY SIZE INTO TRB-ACCION
               WHEN 11
                   MOVE LOG-LN(19:8) TO TRB-OPERADOR
                   PERFORM 0221-FECHA-Y-HORA
                   STRING "REFERENCIA " LOG-LN(28:25) " "
                       LOG-LN(54:6) " -> " LOG-LN(61:6) " "
                       LOG-LN(68:20)
                       DELIMITED BY SIZE INTO TRB-ACCION
           END-EVALUATE.

       0221-FECHA-Y-HORA.
           PERFORM 0222-SOLO-FECHA.
           IF LOG-LN(10:8) IS NUMERIC
               MOVE LOG-LN(10:8) TO TRB-HORA
           END-IF.

       0222-SOLO-FECHA.
           IF LOG-LN(1:8) IS NUMERIC
               MOVE LOG-LN(1:8) TO TRB-FECHA
           END-IF.

       0230-FILTRAR-ENTRADA.
           IF TRB-FECHA < WS-FIL-DESDE OR TRB-FECHA > WS-FIL-HASTA
               GO TO 0230-EXIT
           END-IF.
           IF WS-FIL-OPERADOR NOT = SPACES
               AND TRB-OPERADOR NOT = WS-FIL-OPERADOR
               GO TO 0230-EXIT
           END-IF.
           IF WS-FIL-MATRICULA NOT = ZERO
               AND TRB-MATRICULA NOT = WS-FIL-MATRICULA
               AND WS-SEGUNDA-MAT NOT = WS-FIL-MATRICULA
               GO TO 0230-EXIT
           END-IF.
           ADD 1 TO WS-BIT-CUENTA(WS-LOG-IDX).
           RELEASE TRABAJO-REC.

       0230-EXIT.
           EXIT.

       0250-ESCRIBIR-TIEMPO.
           PERFORM UNTIL FIN-SORT
               RETURN TRABAJO-FILE
                   AT END SET FIN-SORT TO TRUE
               END-RETURN
               IF NOT FIN-SORT
                   PERFORM 0260-LINEA-TIEMPO
               END-IF
           END-PERFORM.

       0260-LINEA-TIEMPO.
           ADD 1 TO WS-LISTADAS.
           MOVE TRB-FECHA TO WTL-FECHA.
           IF TRB-HORA = ZERO
               MOVE "--:--:--" TO WTL-HORA
           ELSE
               MOVE TRB-HORA TO WS-HORA-NUM
               MOVE WHN-HH TO WHE-HH
               MOVE WHN-MM TO WHE-MM
               MOVE WHN-SS TO WHE-SS
               MOVE WS-HORA-ED TO WTL-HORA
           END-IF.
           MOVE TRB-OPERADOR TO WTL-OPERADOR.
           IF TRB-MATRICULA = ZERO
               MOVE SPACES TO WTL-MATRICULA
           ELSE
               MOVE TRB-MATRICULA TO WTL-MATRICULA
           END-IF.
           MOVE TRB-FUENTE TO WTL-FUENTE.
           MOVE TRB-ACCION TO WTL-ACCION.
           WRITE REPORTE-LN FROM WS-TIEMPO-LN.
           DISPLAY WS-TIEMPO-LN.

       0300-FIN.
           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           MOVE WS-LISTADAS TO WPT-TOTAL.
           WRITE REPORTE-LN FROM WS-PIE-TOTAL.
           DISPLAY WS-PIE-TOTAL.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > 11
               MOVE WS-BIT-NOMBRE(WS-LOG-IDX) TO WPF-FUENTE
               MOVE WS-BIT-CUENTA(WS-LOG-IDX) TO WPF-CUENTA
               IF WS-BIT-FALTA(WS-LOG-IDX) = "S"
                   MOVE " (NO EXISTE)" TO WPF-NOTA
               ELSE
                   MOVE SPACES TO WPF-NOTA
               END-IF
               WRITE REPORTE-LN FROM WS-PIE-FUENTE
               DISPLAY WS-PIE-FUENTE
           END-PERFORM.
           CLOSE REPORTE-FILE.
           DISPLAY "LINEA DE TIEMPO IMPRIMIBLE EN "
               "AUDITORIA_CONSULTA.DAT.".
           STOP RUN.

       END PROGRAM ConsultaAuditoria.
