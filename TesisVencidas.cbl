       IDENTIFICATION DIVISION.
       PROGRAM-ID. TesisVencidas.
       AUTHOR.     EHIDALGO.

      * Trabajos de grado vencidos: lista en TESIS_VENCIDAS.DAT los
      * proyectos de TESIS.DAT (MantenimientoTesis) que siguen
      * abiertos -- ni aprobados ni reprobados -- despues del maximo
      * de terminos permitido. Los terminos se cuentan con la
      * convencion YYYYTT de CierreBatch (tres por anio) desde el
      * termino de registro hasta TERMINO-ACTUAL.DAT, ambos
      * inclusive: el proyecto registrado este termino lleva 1. El
      * maximo sale de TESIS_MAX_TERMINOS en el ambiente (4 por
      * omision). Termina con RC 4 si hay vencidos, para que el
      * coordinador de trabajos de grado lo vea en el batch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TESIS-FILE ASSIGN TO "TESIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TES-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "TESIS_VENCIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TESIS-FILE.
       01  TES-REC.
           88  EOF-TES             VALUE HIGH-VALUE.
           COPY "TESIS-RECORD.CBL"
               REPLACING LEADING ==TS== BY ==TES==.

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  SALIDA-FILE.
       01  SALIDA-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-TES-STATUS       PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-SAL-STATUS       PIC X(2).
           05  WS-MAXIMO-TEXTO     PIC X(2).
           05  WS-MAXIMO           PIC 9(2) VALUE 4.
           05  WS-TRANSCURRIDOS    PIC S9(4).
           05  WS-REG-LEIDOS       PIC 9(4) VALUE ZERO.
           05  WS-ABIERTOS         PIC 9(4) VALUE ZERO.
           05  WS-VENCIDOS         PIC 9(4) VALUE ZERO.

      * Termino vigente y termino de registro, partidos en anio y
      * numero de termino para contar la distancia.
       01  WS-TERMINO-ACTUAL.
           05  WS-ACT-ANIO         PIC 9(4).
           05  WS-ACT-NUM          PIC 9(2).
       01  WS-TERMINO-REGISTRO.
           05  WS-REG-ANIO         PIC 9(4).
           05  WS-REG-NUM          PIC 9(2).

       01  WS-TITULO.
           05  FILLER              PIC X(38) VALUE
               "TRABAJOS DE GRADO VENCIDOS AL TERMINO ".
           05  WTI-TERMINO         PIC X(6).
           05  FILLER              PIC X(9) VALUE " (MAXIMO ".
           05  WTI-MAXIMO          PIC Z9.
           05  FILLER              PIC X(10) VALUE " TERMINOS)".

       01  WS-SAL-LINEA.
           05  WSL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-CARRERA         PIC X(3).
           05  FILLER              PIC X(10) VALUE " | ESTADO ".
           05  WSL-ESTADO          PIC X(1).
           05  FILLER              PIC X(6) VALUE " | DE ".
           05  WSL-TERMINO         PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-TRANSCURRIDOS   PIC Z9.
           05  FILLER              PIC X(16) VALUE
               " TERMINOS | SUP ".
           05  WSL-SUPERVISOR      PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-TEMA            PIC X(34).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           DISPLAY "TESIS_MAX_TERMINOS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MAXIMO-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-MAXIMO-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MAXIMO-TEXTO) = ZERO
               AND FUNCTION NUMVAL(WS-MAXIMO-TEXTO) > ZERO
               COMPUTE WS-MAXIMO = FUNCTION NUMVAL(WS-MAXIMO-TEXTO)
           END-IF.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TERMINO-ACTUAL.DAT. CODIGO: "
                   WS-TERMINO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TERMINO-REC.
           READ TERMINO-FILE
               AT END CONTINUE
           END-READ.
           CLOSE TERMINO-FILE.
           IF TERMINO-REC IS NOT NUMERIC
               DISPLAY "TERMINO-ACTUAL.DAT INVALIDO: " TERMINO-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TERMINO-REC TO WS-TERMINO-ACTUAL.
           OPEN INPUT TESIS-FILE.
           IF WS-TES-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TESIS.DAT. CODIGO: "
                   WS-TES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SALIDA-FILE.
           MOVE WS-TERMINO-ACTUAL TO WTI-TERMINO.
           MOVE WS-MAXIMO TO WTI-MAXIMO.
           WRITE SALIDA-REC FROM WS-TITULO.
           DISPLAY "TESIS VENCIDAS AL TERMINO " WS-TERMINO-ACTUAL
               " MAXIMO " WS-MAXIMO " TERMINOS".

       0200-PROCESO.
           PERFORM UNTIL EOF-TES
               READ TESIS-FILE
                   AT END SET EOF-TES TO TRUE
               END-READ
               IF NOT EOF-TES
                   ADD 1 TO WS-REG-LEIDOS
                   IF TES-ESTADO NOT = "A" AND TES-ESTADO NOT = "F"
                       ADD 1 TO WS-ABIERTOS
                       PERFORM 0210-EVALUAR-PROYECTO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TESIS-FILE.

      * Un termino de registro ilegible no se puede medir: se
      * avisa y el proyecto no se lista.
       0210-EVALUAR-PROYECTO.
           IF TES-TERMINO IS NOT NUMERIC
               DISPLAY "PROYECTO SIN TERMINO DE REGISTRO VALIDO: "
                   TES-MATRICULA
           ELSE
               MOVE TES-TERMINO TO WS-TERMINO-REGISTRO
               COMPUTE WS-TRANSCURRIDOS =
                   (WS-ACT-ANIO - WS-REG-ANIO) * 3
                   + WS-ACT-NUM - WS-REG-NUM + 1
               IF WS-TRANSCURRIDOS > WS-MAXIMO
                   PERFORM 0220-ESCRIBIR-VENCIDO
               END-IF
           END-IF.

       0220-ESCRIBIR-VENCIDO.
           ADD 1 TO WS-VENCIDOS.
           MOVE TES-MATRICULA TO WSL-MATRICULA.
           MOVE TES-CARRERA TO WSL-CARRERA.
           MOVE TES-ESTADO TO WSL-ESTADO.
           MOVE TES-TERMINO TO WSL-TERMINO.
           MOVE WS-TRANSCURRIDOS TO WSL-TRANSCURRIDOS.
           MOVE TES-SUPERVISOR TO WSL-SUPERVISOR.
           MOVE TES-TEMA TO WSL-TEMA.
           WRITE SALIDA-REC FROM WS-SAL-LINEA.

       0300-FIN.
           CLOSE SALIDA-FILE.
           DISPLAY "TESIS_VENCIDAS.DAT ESCRITO. PROYECTOS: "
               WS-REG-LEIDOS " ABIERTOS: " WS-ABIERTOS
               " VENCIDOS: " WS-VENCIDOS.
           IF WS-VENCIDOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM TesisVencidas.
