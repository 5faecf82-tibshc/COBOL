       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlertasSemanales.
       AUTHOR.     EHIDALGO.

      * Lista semanal de estudiantes alertados por dos o mas
      * profesores distintos. Una alerta aislada puede ser un mal dia
      * en una materia; varias alertas de profesores distintos en la
      * misma semana son un patron y le tocan a asesoria. Lee
      * ALERTAS_DOCENTES.DAT (las alertas ya validadas por
      * IntakeAlertas) y toma la semana de siete dias que termina en
      * ALERTAS_FECHA (YYYYMMDD en el ambiente; hoy por omision).
      * ALERTAS_SEMANA.DAT lleva una linea de resumen por estudiante
      * seguida del detalle de sus alertas de la semana. Termina con
      * RC 4 si la lista no queda vacia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCENTES-FILE ASSIGN TO "ALERTAS_DOCENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
           SELECT SEMANA-FILE ASSIGN TO "ALERTAS_SEMANA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCENTES-FILE.
       01  ADO-REC.
           88  EOF-DOCENTES        VALUE HIGH-VALUE.
           02  ADO-FECHA           PIC 9(8).
           02  ADO-MATRICULA       PIC 9(7).
           02  ADO-APELLIDO        PIC X(10).
           02  ADO-DEG             PIC X(3).
           02  ADO-CODIGO          PIC X(9).
           02  ADO-MOTIVO          PIC X(2).
           02  ADO-PROFESOR        PIC X(6).

       FD  SEMANA-FILE.
       01  SEMANA-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-DOC-STATUS       PIC X(2).
           05  WS-SEM-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(4).
           05  WS-IDX-2            PIC 9(4).
           05  WS-ALU-IDX          PIC 9(3).
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA-FIN        PIC 9(8).
           05  WS-FECHA-INI        PIC 9(8).
           05  WS-DIA-FIN          PIC 9(7).
           05  WS-HALLADO          PIC X.
           05  WS-PROFESORES       PIC 9(2).
           05  WS-REG-LEIDOS       PIC 9(5) VALUE ZERO.
           05  WS-LISTADOS         PIC 9(3) VALUE ZERO.

      * Alertas de la semana.
       01  WS-ALERTAS.
           05  WS-ALE-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-ALE-ENTRY OCCURS 1000 TIMES.
               10  WS-ALE-FECHA    PIC 9(8).
               10  WS-ALE-ID       PIC 9(7).
               10  WS-ALE-CODIGO   PIC X(9).
               10  WS-ALE-MOTIVO   PIC X(2).
               10  WS-ALE-PROFESOR PIC X(6).
       01  WS-ALE-LLENA-SW         PIC X VALUE "N".
           88  WS-ALE-LLENA        VALUE "Y".

      * Estudiantes alertados en la semana, en orden de aparicion.
       01  WS-ALUMNOS.
           05  WS-ALU-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ALU-ENTRY OCCURS 500 TIMES.
               10  WS-ALU-ID       PIC 9(7).
               10  WS-ALU-APELLIDO PIC X(10).
               10  WS-ALU-DEG      PIC X(3).
               10  WS-ALU-ALERTAS  PIC 9(3).

      * Profesores distintos del estudiante en curso.
       01  WS-DISTINTOS.
           05  WS-DIS-PROFESOR     PIC X(6) OCCURS 20 TIMES.

       01  WS-TITULO.
           05  FILLER              PIC X(39) VALUE
               "ALERTADOS POR DOS O MAS PROFESORES DEL ".
           05  WTI-INI             PIC 9(8).
           05  FILLER              PIC X(4) VALUE " AL ".
           05  WTI-FIN             PIC 9(8).

       01  WS-RESUMEN-LINEA.
           05  WRS-ID              PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRS-APELLIDO        PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRS-DEG             PIC X(3).
           05  FILLER              PIC X(14) VALUE " | PROFESORES ".
           05  WRS-PROFESORES      PIC Z9.
           05  FILLER              PIC X(11) VALUE " | ALERTAS ".
           05  WRS-ALERTAS         PIC ZZ9.

       01  WS-DETALLE-LINEA.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WDE-FECHA           PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WDE-CODIGO          PIC X(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WDE-PROFESOR        PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WDE-MOTIVO          PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDE-MOTIVO-DESC     PIC X(30).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           DISPLAY "ALERTAS_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-FIN
           ELSE
               ACCEPT WS-FECHA-FIN FROM DATE YYYYMMDD
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-FIN) NOT = ZERO
               DISPLAY "ALERTAS_FECHA INVALIDA: " WS-FECHA-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DIA-FIN = FUNCTION INTEGER-OF-DATE(WS-FECHA-FIN).
           COMPUTE WS-FECHA-INI =
               FUNCTION DATE-OF-INTEGER(WS-DIA-FIN - 6).
           DISPLAY "ALERTAS SEMANALES DEL " WS-FECHA-INI " AL "
               WS-FECHA-FIN.
           OPEN INPUT DOCENTES-FILE.
           IF WS-DOC-STATUS NOT = "00"
               DISPLAY "SIN ALERTAS_DOCENTES.DAT: NO HAY ALERTAS "
                   "REGISTRADAS."
           ELSE
               PERFORM 0110-CARGAR-ALERTAS
               CLOSE DOCENTES-FILE
           END-IF.
           OPEN OUTPUT SEMANA-FILE.
           MOVE WS-FECHA-INI TO WTI-INI.
           MOVE WS-FECHA-FIN TO WTI-FIN.
           WRITE SEMANA-REC FROM WS-TITULO.

       0110-CARGAR-ALERTAS.
           PERFORM UNTIL EOF-DOCENTES
               READ DOCENTES-FILE
                   AT END SET EOF-DOCENTES TO TRUE
               END-READ
               IF NOT EOF-DOCENTES
                   ADD 1 TO WS-REG-LEIDOS
                   IF ADO-FECHA >= WS-FECHA-INI
                       AND ADO-FECHA <= WS-FECHA-FIN
                       PERFORM 0120-GUARDAR-ALERTA
                   END-IF
               END-IF
           END-PERFORM.

       0120-GUARDAR-ALERTA.
           IF WS-ALE-COUNT >= 1000
               IF NOT WS-ALE-LLENA
                   DISPLAY "ADVERTENCIA: MAS DE 1000 ALERTAS EN LA "
                       "SEMANA; LAS DEMAS NO SE CONSIDERAN."
                   SET WS-ALE-LLENA TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-ALE-COUNT
               MOVE ADO-FECHA TO WS-ALE-FECHA(WS-ALE-COUNT)
               MOVE ADO-MATRICULA TO WS-ALE-ID(WS-ALE-COUNT)
               MOVE ADO-CODIGO TO WS-ALE-CODIGO(WS-ALE-COUNT)
               MOVE ADO-MOTIVO TO WS-ALE-MOTIVO(WS-ALE-COUNT)
               MOVE ADO-PROFESOR TO WS-ALE-PROFESOR(WS-ALE-COUNT)
               MOVE "N" TO WS-HALLADO
               PERFORM VARYING WS-ALU-IDX FROM 1 BY 1
                       UNTIL WS-ALU-IDX > WS-ALU-COUNT
                          OR WS-HALLADO = "Y"
                   IF WS-ALU-ID(WS-ALU-IDX) = ADO-MATRICULA
                       MOVE "Y" TO WS-HALLADO
                       ADD 1 TO WS-ALU-ALERTAS(WS-ALU-IDX)
                   END-IF
               END-PERFORM
               IF WS-HALLADO = "N" AND WS-ALU-COUNT < 500
                   ADD 1 TO WS-ALU-COUNT
                   MOVE ADO-MATRICULA TO WS-ALU-ID(WS-ALU-COUNT)
                   MOVE ADO-APELLIDO
                       TO WS-ALU-APELLIDO(WS-ALU-COUNT)
                   MOVE ADO-DEG TO WS-ALU-DEG(WS-ALU-COUNT)
                   MOVE 1 TO WS-ALU-ALERTAS(WS-ALU-COUNT)
               END-IF
           END-IF.

       0200-PROCESO.
           PERFORM VARYING WS-ALU-IDX FROM 1 BY 1
                   UNTIL WS-ALU-IDX > WS-ALU-COUNT
               PERFORM 0210-CONTAR-PROFESORES
               IF WS-PROFESORES >= 2
                   PERFORM 0220-LISTAR-ESTUDIANTE
               END-IF
           END-PERFORM.

       0210-CONTAR-PROFESORES.
           MOVE ZERO TO WS-PROFESORES.
           INITIALIZE WS-DISTINTOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALE-COUNT
               IF WS-ALE-ID(WS-IDX) = WS-ALU-ID(WS-ALU-IDX)
                   MOVE "N" TO WS-HALLADO
                   PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                           UNTIL WS-IDX-2 > WS-PROFESORES
                       IF WS-DIS-PROFESOR(WS-IDX-2)
                           = WS-ALE-PROFESOR(WS-IDX)
                           MOVE "Y" TO WS-HALLADO
                       END-IF
                   END-PERFORM
                   IF WS-HALLADO = "N" AND WS-PROFESORES < 20
                       ADD 1 TO WS-PROFESORES
                       MOVE WS-ALE-PROFESOR(WS-IDX)
                           TO WS-DIS-PROFESOR(WS-PROFESORES)
                   END-IF
               END-IF
           END-PERFORM.

       0220-LISTAR-ESTUDIANTE.
           ADD 1 TO WS-LISTADOS.
           MOVE WS-ALU-ID(WS-ALU-IDX) TO WRS-ID.
           MOVE WS-ALU-APELLIDO(WS-ALU-IDX) TO WRS-APELLIDO.
           MOVE WS-ALU-DEG(WS-ALU-IDX) TO WRS-DEG.
           MOVE WS-PROFESORES TO WRS-PROFESORES.
           MOVE WS-ALU-ALERTAS(WS-ALU-IDX) TO WRS-ALERTAS.
           WRITE SEMANA-REC FROM WS-RESUMEN-LINEA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALE-COUNT
               IF WS-ALE-ID(WS-IDX) = WS-ALU-ID(WS-ALU-IDX)
                   MOVE WS-ALE-FECHA(WS-IDX) TO WDE-FECHA
                   MOVE WS-ALE-CODIGO(WS-IDX) TO WDE-CODIGO
                   MOVE WS-ALE-PROFESOR(WS-IDX) TO WDE-PROFESOR
                   MOVE WS-ALE-MOTIVO(WS-IDX) TO WDE-MOTIVO
                   PERFORM 0230-DESCRIBIR-MOTIVO
                   WRITE SEMANA-REC FROM WS-DETALLE-LINEA
               END-IF
           END-PERFORM.

       0230-DESCRIBIR-MOTIVO.
           EVALUATE WDE-MOTIVO
               WHEN "IN"
                   MOVE "INASISTENCIA" TO WDE-MOTIVO-DESC
               WHEN "TF"
                   MOVE "TAREAS FALTANTES" TO WDE-MOTIVO-DESC
               WHEN "BE"
                   MOVE "BAJO DESEMPENO EN EVALUACIONES"
                       TO WDE-MOTIVO-DESC
               WHEN "PA"
                   MOVE "SIN PARTICIPACION" TO WDE-MOTIVO-DESC
               WHEN OTHER
                   MOVE "CONDUCTA U OTRO MOTIVO" TO WDE-MOTIVO-DESC
           END-EVALUATE.

       0300-FIN.
           CLOSE SEMANA-FILE.
           DISPLAY "ALERTAS LEIDAS: " WS-REG-LEIDOS
               " EN LA SEMANA: " WS-ALE-COUNT
               " ESTUDIANTES CON 2+ PROFESORES: " WS-LISTADOS
               ". VER ALERTAS_SEMANA.DAT".
           IF WS-LISTADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM AlertasSemanales.
