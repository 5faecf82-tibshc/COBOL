      * sin perder las notas del termino cerrado, y Transcript puede
      * mostrar el historial termino por termino en vez de solo el
      * extracto vigente. Si el historico ya trae filas del termino
      * vigente se aborta con RC 8 para no duplicar el cierre, y lo
      * mismo si el ciclo de recuperacion del termino sigue abierto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      * Ciclo de recuperacion del termino (ElegiblesRecuperacion,
      * IntakeRecuperacion, PublicarRecuperacion): mientras tenga
      * filas abiertas el termino no se congela.
           SELECT RECUP-FILE ASSIGN TO "RECUPERACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.

      * Situacion academica oficial por estudiante y termino
      * (G = normal, P = probatoria, S = suspension): un termino bajo
           02  HIST-NOTA               PIC 9(2)V99 OCCURS 3 TIMES.
           02  HIST-PROMEDIO           PIC 9(2)V99.

       FD  RECUP-FILE.
       01  RCP-REC.
           88  EOF-RCP                 VALUE HIGH-VALUE.
           02  RCP-TERMINO             PIC X(6).
           02  FILLER                  PIC X(51).
           02  RCP-ESTADO              PIC X(1).

       FD  SITUACION-FILE.
       01  SIT-REC.
           88  EOF-SIT                 VALUE HIGH-VALUE.
           05  FILE-CHECK-KEY          PIC X(2).
           05  WS-TERMINO-STATUS       PIC X(2).
           05  WS-HIST-STATUS          PIC X(2).
           05  WS-RCP-STATUS           PIC X(2).
           05  WS-RCP-ABIERTAS         PIC 9(4) VALUE ZERO.
           05  WS-TERMINO-ACTUAL       PIC X(6).
           05  WS-REG-LEIDOS           PIC 9(5) VALUE ZERO.
           05  WS-REG-ARCHIVADOS       PIC 9(5) VALUE ZERO.
           DISPLAY "CIERRE DE TERMINO: " WS-TERMINO-ACTUAL.

           PERFORM 0110-VERIFICAR-NO-DUPLICADO.
           PERFORM 0115-VERIFICAR-RECUPERACION.

           OPEN INPUT INPUT-FILE-5.
           IF FILE-CHECK-KEY NOT = "00"
               STOP RUN
           END-IF.

      * La recuperacion del termino tiene que terminar antes del
      * cierre: una fila todavia E (sin resultado) o C (capturada sin
      * publicar) significa notas que PublicarRecuperacion aun va a
      * mover, y archivarlas ahora congelaria la nota vieja. Sin
      * RECUPERACION.DAT no hay ciclo y el cierre sigue.
       0115-VERIFICAR-RECUPERACION.
           OPEN INPUT RECUP-FILE.
           IF WS-RCP-STATUS = "00"
               PERFORM UNTIL EOF-RCP
                   READ RECUP-FILE
                       AT END SET EOF-RCP TO TRUE
                   END-READ
                   IF NOT EOF-RCP
                       AND RCP-TERMINO = WS-TERMINO-ACTUAL
                       AND (RCP-ESTADO = "E" OR RCP-ESTADO = "C")
                       ADD 1 TO WS-RCP-ABIERTAS
                   END-IF
               END-PERFORM
               CLOSE RECUP-FILE
           END-IF.
           IF WS-RCP-ABIERTAS > ZERO
               DISPLAY "EL TERMINO " WS-TERMINO-ACTUAL " TIENE "
                   WS-RCP-ABIERTAS " FILAS DE RECUPERACION SIN "
                   "PUBLICAR; CORRA PublicarRecuperacion ANTES DEL "
                   "CIERRE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0120-CARGAR-SITUACIONES.
           OPEN INPUT SITUACION-FILE.
           IF WS-SIT-STATUS = "00"
