       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElegiblesRecuperacion.
       AUTHOR.     EHIDALGO.

      * Primer paso del ciclo de recuperacion del termino vigente: el
      * estudiante que termina un curso apenas bajo la linea de
      * aprobacion de CierreTermino (14,00, o CIERRE_LINEA en
      * centesimas) tiene derecho a un examen de recuperacion. La
      * nota del curso es el promedio de sus filas de NOTAS.DAT en la
      * seccion (sin I ni W, igual que Transcript); es elegible si
      * cae en la banda [linea - banda, linea), con la banda en
      * RECUPERACION_BANDA en centesimas (200 = 2,00 si no se da).
      * Una inscripcion con alguna fila I o W no es elegible: el
      * incompleto y el retiro tienen su propio camino.
      * Cada elegible se agrega a RECUPERACION.DAT con estado E; ahi
      * IntakeRecuperacion anota la nota del examen (estado C) y
      * PublicarRecuperacion decide la nota final y la publica en
      * NOTAS.DAT (estado P, o N si no se presento). La lista para
      * los profesores sale en RECUPERACION_ELEGIBLES.DAT agrupada
      * por seccion. El ciclo se abre una sola vez por termino y
      * solo mientras HistoricoTermino no haya archivado el termino:
      * cualquiera de las dos cosas termina con RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RECUP-FILE ASSIGN TO "RECUPERACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "RECUPERACION_ELEGIBLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

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
      * Marca de la inscripcion: espacio = normal, I = incompleto,
      * W = retiro a mitad de curso, R = nota final de recuperacion.
      * Las marcas I y W se excluyen de todo promedio que publica la
      * suite.
           02  NR-MARCA            PIC X(1).

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  HISTORICO-FILE.
       01  HIST-REC.
           88  EOF-HIST            VALUE HIGH-VALUE.
           02  HIST-TERMINO        PIC X(6).
           02  FILLER              PIC X(55).

      * Ciclo de recuperacion: una fila por estudiante y seccion
      * elegible. Estado E = elegible, C = nota de examen capturada,
      * P = publicada en NOTAS.DAT, N = no se presento.
       FD  RECUP-FILE.
       01  RCP-REC.
           88  EOF-RCP             VALUE HIGH-VALUE.
           02  RCP-TERMINO         PIC X(6).
           02  RCP-MATRICULA       PIC 9(7).
           02  RCP-APELLIDO        PIC X(10).
           02  RCP-NOMBRE          PIC X(10).
           02  RCP-DEGCOD          PIC X(9).
           02  RCP-DEG             PIC X(3).
           02  RCP-NOTA-CURSO      PIC 9(2)V99.
           02  RCP-NOTA-EXAMEN     PIC 9(2)V99.
           02  RCP-NOTA-FINAL      PIC 9(2)V99.
           02  RCP-ESTADO          PIC X(1).

       FD  REPORTE-FILE.
       01  REPORTE-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-NOTAS-STATUS     PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-HIST-STATUS      PIC X(2).
           05  WS-RCP-STATUS       PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-IDX              PIC 9(4).
           05  WS-SEC-IDX          PIC 9(3).
           05  WS-HALLADO          PIC X.
           05  WS-ENV-TEXTO        PIC X(10).
           05  WS-LINEA            PIC 9(2)V99 VALUE 14.00.
           05  WS-BANDA            PIC 9(2)V99 VALUE 2.00.
           05  WS-PISO             PIC 9(2)V99.
           05  WS-PROMEDIO         PIC 9(2)V99.
           05  WS-ELEGIBLES        PIC 9(4) VALUE ZERO.
           05  WS-SECC-ELEGIBLES   PIC 9(3).
           05  WS-CICLO-ABIERTO    PIC X VALUE "N".
               88  CICLO-YA-ABIERTO VALUE "Y".
           05  WS-TERMINO-CERRADO  PIC X VALUE "N".
               88  TERMINO-YA-CERRADO VALUE "Y".

      * Inscripciones (estudiante, seccion) con la suma de sus notas
      * validas y la marca de si trae alguna fila I o W.
       01  WS-INSCRIPCIONES.
           05  WS-INS-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-INS-ENTRY OCCURS 2000 TIMES.
               10  WS-INS-MATRICULA PIC 9(7).
               10  WS-INS-APELLIDO PIC X(10).
               10  WS-INS-NOMBRE   PIC X(10).
               10  WS-INS-DEGCOD   PIC X(9).
               10  WS-INS-DEG      PIC X(3).
               10  WS-INS-SUMA     PIC 9(4)V99.
               10  WS-INS-CONT     PIC 9(2).
               10  WS-INS-MARCADA  PIC X.
       01  WS-INS-LLENA-SW         PIC X VALUE "N".
           88  WS-INS-LLENA        VALUE "Y".

      * Secciones vistas, para agrupar la lista.
       01  WS-SECCIONES.
           05  WS-SEC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-SEC-CODIGO       PIC X(9) OCCURS 200 TIMES.

       01  WS-REP-TITULO.
           05  FILLER              PIC X(37) VALUE
               "ELEGIBLES A RECUPERACION DEL TERMINO ".
           05  WRT-TERMINO         PIC X(6).
           05  FILLER              PIC X(10) VALUE "  BANDA: ".
           05  WRT-PISO            PIC 99.99.
           05  FILLER              PIC X(3) VALUE " - ".
           05  WRT-LINEA           PIC 99.99.

       01  WS-REP-SECCION.
           05  FILLER              PIC X(9) VALUE "SECCION: ".
           05  WRS-CODIGO          PIC X(9).

       01  WS-REP-LINEA.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WRL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(15) VALUE
               " | NOTA CURSO: ".
           05  WRL-NOTA            PIC 99.99.

       01  WS-REP-SUBTOTAL.
           05  FILLER              PIC X(15) VALUE
               "    ELEGIBLES: ".
           05  WRST-CANT           PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
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
           PERFORM 0110-VERIFICAR-CICLO.
           DISPLAY "CIERRE_LINEA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-ENV-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-TEXTO) = ZERO
               COMPUTE WS-LINEA =
                   FUNCTION NUMVAL(WS-ENV-TEXTO) / 100
           END-IF.
           MOVE SPACES TO WS-ENV-TEXTO.
           DISPLAY "RECUPERACION_BANDA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-ENV-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-TEXTO) = ZERO
               COMPUTE WS-BANDA =
                   FUNCTION NUMVAL(WS-ENV-TEXTO) / 100
           END-IF.
           IF WS-BANDA > WS-LINEA
               MOVE WS-LINEA TO WS-BANDA
           END-IF.
           COMPUTE WS-PISO = WS-LINEA - WS-BANDA.
           DISPLAY "RECUPERACION DEL TERMINO " WS-TERMINO-ACTUAL
               ". BANDA DE ELEGIBILIDAD: " WS-PISO " A " WS-LINEA.
           OPEN INPUT NOTAS-FILE.
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR NOTAS.DAT. CODIGO: "
                   WS-NOTAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * El ciclo se abre una vez por termino, y nunca sobre un
      * termino que HistoricoTermino ya congelo.
       0110-VERIFICAR-CICLO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF-HIST OR TERMINO-YA-CERRADO
                   READ HISTORICO-FILE
                       AT END SET EOF-HIST TO TRUE
                   END-READ
                   IF NOT EOF-HIST
                       AND HIST-TERMINO = WS-TERMINO-ACTUAL
                       SET TERMINO-YA-CERRADO TO TRUE
                   END-IF
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.
           IF TERMINO-YA-CERRADO
               DISPLAY "EL TERMINO " WS-TERMINO-ACTUAL
                   " YA ESTA ARCHIVADO EN HISTORICO.DAT; LA "
                   "RECUPERACION LLEGA TARDE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RECUP-FILE.
           IF WS-RCP-STATUS = "00"
               PERFORM UNTIL EOF-RCP OR CICLO-YA-ABIERTO
                   READ RECUP-FILE
                       AT END SET EOF-RCP TO TRUE
                   END-READ
                   IF NOT EOF-RCP
                       AND RCP-TERMINO = WS-TERMINO-ACTUAL
                       SET CICLO-YA-ABIERTO TO TRUE
                   END-IF
               END-PERFORM
               CLOSE RECUP-FILE
           END-IF.
           IF CICLO-YA-ABIERTO
               DISPLAY "EL CICLO DE RECUPERACION DEL TERMINO "
                   WS-TERMINO-ACTUAL " YA ESTA ABIERTO EN "
                   "RECUPERACION.DAT; NO SE VUELVE A ABRIR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-NOTAS
               READ NOTAS-FILE
                   AT END SET EOF-NOTAS TO TRUE
               END-READ
               IF NOT EOF-NOTAS
                   PERFORM 0210-ACUMULAR-NOTA
               END-IF
           END-PERFORM.
           CLOSE NOTAS-FILE.

       0210-ACUMULAR-NOTA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-INS-COUNT OR WS-HALLADO = "Y"
               IF WS-INS-MATRICULA(WS-IDX) = NR-MATRICULA
                   AND WS-INS-DEGCOD(WS-IDX) = NR-DEGCOD
                   MOVE "Y" TO WS-HALLADO
                   PERFORM 0220-SUMAR-NOTA
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               IF WS-INS-COUNT < 2000
                   ADD 1 TO WS-INS-COUNT
                   MOVE WS-INS-COUNT TO WS-IDX
                   INITIALIZE WS-INS-ENTRY(WS-IDX)
                   MOVE NR-MATRICULA TO WS-INS-MATRICULA(WS-IDX)
                   MOVE NR-APELLIDO TO WS-INS-APELLIDO(WS-IDX)
                   MOVE NR-NOMBRE TO WS-INS-NOMBRE(WS-IDX)
                   MOVE NR-DEGCOD TO WS-INS-DEGCOD(WS-IDX)
                   MOVE NR-DEG TO WS-INS-DEG(WS-IDX)
                   MOVE "N" TO WS-INS-MARCADA(WS-IDX)
                   PERFORM 0220-SUMAR-NOTA
               ELSE
                   IF NOT WS-INS-LLENA
                       DISPLAY "ADVERTENCIA: MAS DE 2000 "
                           "INSCRIPCIONES EN NOTAS.DAT; LAS DEMAS "
                           "NO SE EVALUAN."
                       SET WS-INS-LLENA TO TRUE
                   END-IF
               END-IF
           END-IF.

       0220-SUMAR-NOTA.
           IF NR-MARCA = "I" OR NR-MARCA = "W"
               MOVE "Y" TO WS-INS-MARCADA(WS-IDX)
           ELSE
               ADD NR-NOTA TO WS-INS-SUMA(WS-IDX)
               ADD 1 TO WS-INS-CONT(WS-IDX)
           END-IF.

       0300-FIN.
           OPEN EXTEND RECUP-FILE.
           IF WS-RCP-STATUS NOT = "00"
               OPEN OUTPUT RECUP-FILE
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-TERMINO-ACTUAL TO WRT-TERMINO.
           MOVE WS-PISO TO WRT-PISO.
           MOVE WS-LINEA TO WRT-LINEA.
           WRITE REPORTE-REC FROM WS-REP-TITULO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-INS-COUNT
               PERFORM 0310-ANOTAR-SECCION
           END-PERFORM.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               PERFORM 0320-LISTAR-SECCION
           END-PERFORM.
           CLOSE RECUP-FILE.
           CLOSE REPORTE-FILE.
           DISPLAY "RECUPERACION_ELEGIBLES.DAT ESCRITO. "
               "INSCRIPCIONES: " WS-INS-COUNT
               " ELEGIBLES: " WS-ELEGIBLES.
           STOP RUN.

       0310-ANOTAR-SECCION.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-CODIGO(WS-SEC-IDX) = WS-INS-DEGCOD(WS-IDX)
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-SEC-COUNT < 200
               ADD 1 TO WS-SEC-COUNT
               MOVE WS-INS-DEGCOD(WS-IDX)
                   TO WS-SEC-CODIGO(WS-SEC-COUNT)
           END-IF.

      * Las secciones sin elegibles no aparecen en la lista.
       0320-LISTAR-SECCION.
           MOVE ZERO TO WS-SECC-ELEGIBLES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-INS-COUNT
               IF WS-INS-DEGCOD(WS-IDX) = WS-SEC-CODIGO(WS-SEC-IDX)
                   AND WS-INS-MARCADA(WS-IDX) = "N"
                   AND WS-INS-CONT(WS-IDX) > ZERO
                   COMPUTE WS-PROMEDIO =
                       WS-INS-SUMA(WS-IDX) / WS-INS-CONT(WS-IDX)
                   IF WS-PROMEDIO NOT < WS-PISO
                       AND WS-PROMEDIO < WS-LINEA
                       IF WS-SECC-ELEGIBLES = ZERO
                           MOVE WS-SEC-CODIGO(WS-SEC-IDX)
                               TO WRS-CODIGO
                           WRITE REPORTE-REC FROM WS-REP-SECCION
                       END-IF
                       ADD 1 TO WS-SECC-ELEGIBLES
                       PERFORM 0330-ESCRIBIR-ELEGIBLE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SECC-ELEGIBLES > ZERO
               MOVE WS-SECC-ELEGIBLES TO WRST-CANT
               WRITE REPORTE-REC FROM WS-REP-SUBTOTAL
           END-IF.

       0330-ESCRIBIR-ELEGIBLE.
           ADD 1 TO WS-ELEGIBLES.
           MOVE WS-TERMINO-ACTUAL TO RCP-TERMINO.
           MOVE WS-INS-MATRICULA(WS-IDX) TO RCP-MATRICULA.
           MOVE WS-INS-APELLIDO(WS-IDX) TO RCP-APELLIDO.
           MOVE WS-INS-NOMBRE(WS-IDX) TO RCP-NOMBRE.
           MOVE WS-INS-DEGCOD(WS-IDX) TO RCP-DEGCOD.
           MOVE WS-INS-DEG(WS-IDX) TO RCP-DEG.
           MOVE WS-PROMEDIO TO RCP-NOTA-CURSO.
           MOVE ZERO TO RCP-NOTA-EXAMEN RCP-NOTA-FINAL.
           MOVE "E" TO RCP-ESTADO.
           WRITE RCP-REC.
           MOVE WS-INS-MATRICULA(WS-IDX) TO WRL-MATRICULA.
           MOVE WS-INS-APELLIDO(WS-IDX) TO WRL-APELLIDO.
           MOVE WS-INS-NOMBRE(WS-IDX) TO WRL-NOMBRE.
           MOVE WS-PROMEDIO TO WRL-NOTA.
           WRITE REPORTE-REC FROM WS-REP-LINEA.

       END PROGRAM ElegiblesRecuperacion.
