       IDENTIFICATION DIVISION.
       PROGRAM-ID. SancionesVencidas.
       AUTHOR.     EHIDALGO.

      * Suspensiones cumplidas: lista en SANCIONES_VENCIDAS.DAT los
      * casos de DISCIPLINA.DAT (MantenimientoDisciplina) resueltos
      * con suspension cuyo ultimo dia ya paso y que todavia no se
      * cerraron con la propuesta de reintegro. Corre a diario para
      * que el estudiante vuelva a estado A a tiempo. La fecha de
      * corte es la del sistema, o SANCIONES_FECHA (YYYYMMDD) en el
      * ambiente para repetir un dia. Termina con RC 4 si hay casos
      * listados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCIPLINA-FILE ASSIGN TO "DISCIPLINA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIS-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "SANCIONES_VENCIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCIPLINA-FILE.
       01  DIS-REC.
           88  EOF-DIS             VALUE HIGH-VALUE.
           COPY "DISCIPLINA-RECORD.CBL"
               REPLACING LEADING ==DC== BY ==DIS==.

       FD  SALIDA-FILE.
       01  SALIDA-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-DIS-STATUS       PIC X(2).
           05  WS-SAL-STATUS       PIC X(2).
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA-CORTE      PIC 9(8).
           05  WS-FECHA-AMBIENTE   PIC 9(8) VALUE ZERO.
           05  WS-DIAS             PIC S9(6).
           05  WS-CASOS-LEIDOS     PIC 9(5) VALUE ZERO.
           05  WS-SUSPENSIONES     PIC 9(5) VALUE ZERO.
           05  WS-VENCIDAS         PIC 9(5) VALUE ZERO.

       01  WS-TITULO.
           05  FILLER              PIC X(25) VALUE
               "SUSPENSIONES VENCIDAS AL ".
           05  WTI-FECHA           PIC 9(8).

       01  WS-SAL-LINEA.
           05  WSL-CASO            PIC 9(5).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WSL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WSL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(9) VALUE " | DESDE ".
           05  WSL-EFECTIVA        PIC 9(8).
           05  FILLER              PIC X(7) VALUE " HASTA ".
           05  WSL-VENCE           PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE
               " DIAS DE RETRASO".

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD.
           DISPLAY "SANCIONES_FECHA" UPON ENVIRONMENT-NAME.
           MOVE SPACES TO WS-FECHA-TEXTO.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-AMBIENTE
           END-IF.
           IF WS-FECHA-TEXTO NOT = SPACES
               IF WS-FECHA-AMBIENTE NOT = ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-AMBIENTE)
                       = ZERO
                   MOVE WS-FECHA-AMBIENTE TO WS-FECHA-CORTE
               ELSE
                   DISPLAY "SANCIONES_FECHA INVALIDA: "
                       WS-FECHA-TEXTO "; SE USA LA FECHA DEL SISTEMA."
               END-IF
           END-IF.
           OPEN INPUT DISCIPLINA-FILE.
           IF WS-DIS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DISCIPLINA.DAT. CODIGO: "
                   WS-DIS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SALIDA-FILE.
           MOVE WS-FECHA-CORTE TO WTI-FECHA.
           WRITE SALIDA-REC FROM WS-TITULO.
           DISPLAY "SUSPENSIONES VENCIDAS AL " WS-FECHA-CORTE.

       0200-PROCESO.
           PERFORM UNTIL EOF-DIS
               READ DISCIPLINA-FILE
                   AT END SET EOF-DIS TO TRUE
               END-READ
               IF NOT EOF-DIS
                   ADD 1 TO WS-CASOS-LEIDOS
                   IF DIS-ESTADO = "R" AND DIS-SANCION = "S"
                       ADD 1 TO WS-SUSPENSIONES
                       PERFORM 0210-EVALUAR-SUSPENSION
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DISCIPLINA-FILE.

      * Vencida = el ultimo dia de la suspension es anterior a la
      * fecha de corte. Sin fecha valida se avisa y no se lista.
       0210-EVALUAR-SUSPENSION.
           IF DIS-FECHA-VENCE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(DIS-FECHA-VENCE)
                   NOT = ZERO
               DISPLAY "SUSPENSION SIN FECHA DE VENCIMIENTO VALIDA: "
                   "CASO " DIS-CASO
           ELSE
               IF DIS-FECHA-VENCE < WS-FECHA-CORTE
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE)
                       - FUNCTION INTEGER-OF-DATE(DIS-FECHA-VENCE)
                   PERFORM 0220-ESCRIBIR-VENCIDA
               END-IF
           END-IF.

       0220-ESCRIBIR-VENCIDA.
           ADD 1 TO WS-VENCIDAS.
           MOVE DIS-CASO TO WSL-CASO.
           MOVE DIS-MATRICULA TO WSL-MATRICULA.
           MOVE DIS-APELLIDO TO WSL-APELLIDO.
           MOVE DIS-NOMBRE TO WSL-NOMBRE.
           MOVE DIS-FECHA-EFECTIVA TO WSL-EFECTIVA.
           MOVE DIS-FECHA-VENCE TO WSL-VENCE.
           MOVE WS-DIAS TO WSL-DIAS.
           WRITE SALIDA-REC FROM WS-SAL-LINEA.

       0300-FIN.
           CLOSE SALIDA-FILE.
           DISPLAY "SANCIONES_VENCIDAS.DAT ESCRITO. CASOS: "
               WS-CASOS-LEIDOS " SUSPENSIONES: " WS-SUSPENSIONES
               " VENCIDAS: " WS-VENCIDAS.
           IF WS-VENCIDAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM SancionesVencidas.
