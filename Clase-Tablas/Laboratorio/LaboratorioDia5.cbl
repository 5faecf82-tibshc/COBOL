           SELECT RIESGOC-FILE ASSIGN TO "RIESGO_CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGC-STATUS.
      * Alertas tempranas de los profesores ya validadas por
      * IntakeAlertas: una alerta vigente pone al estudiante en el
      * mismo seguimiento de riesgo que el promedio bajo, y el
      * historico y los cambios indican el origen (CALCULADO,
      * DOCENTE o AMBOS).
           SELECT ALERTASD-FILE ASSIGN TO "ALERTAS_DOCENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALD-STATUS.

      * Instantanea de las tablas de clase ya cargadas y ordenadas,
      * para que ConsultaRoster ofrezca las mismas busquedas todo el
           02  RGH-APELLIDO            PIC X(10).
           02  RGH-DEG                 PIC X(3).
           02  RGH-CORRIDAS            PIC 9(3).
      * Origen del riesgo: C calculado (o espacio, en registros
      * anteriores al campo), D alerta docente, A ambos.
           02  RGH-ORIGEN              PIC X(1).

       FD  RIESGOC-FILE.
       01  RGC-REC                     PIC X(80).

       FD  ALERTASD-FILE.
       01  ALD-REC.
           88  EOF-ALD                 VALUE HIGH-VALUE.
           02  ALD-FECHA               PIC 9(8).
           02  ALD-MATRICULA           PIC 9(7).
           02  ALD-APELLIDO            PIC X(10).
           02  ALD-DEG                 PIC X(3).
           02  ALD-CODIGO              PIC X(9).
           02  ALD-MOTIVO              PIC X(2).
           02  ALD-PROFESOR            PIC X(6).

       FD  PARAMETROS-FILE.
       01  PARM-REC.
           88  EOF-PARM                VALUE HIGH-VALUE.
           05  WS-TOP-N                PIC 99 VALUE 3.
           05  WS-TOP-IDX              PIC 99.
           05  WS-TOP-COUNT            PIC 99.
      * Reserva de directorio (VerificarReserva): la seccion TopN es
      * la parte publicable del reporte; el estudiante reservado
      * conserva su lugar pero sale sin matricula ni nombre.
           05  WS-RSV-MATRICULA        PIC 9(7).
           05  WS-RSV-RESULTADO        PIC X(1).
               88  CON-RESERVA         VALUE "S".
           05  WS-RANK-TABLE.
               10  WS-RANK-ENTRY OCCURS 10 TIMES.
                   15  WS-RANK-ID      PIC 9(7).
       01  WS-RGO-RECUPERADOS          PIC 9(3) VALUE ZERO.
       01  WS-RGO-ESCALADOS            PIC 9(3) VALUE ZERO.
       01  WS-RGO-HALLADO              PIC X.
       01  WS-ALD-STATUS               PIC X(2).
       01  WS-ALERTA-DIAS              PIC 9(3) VALUE 14.
       01  WS-ALERTA-HOY               PIC 9(7).
       01  WS-ALERTA-EDAD              PIC S9(7).
       01  WS-RGO-DOCENTES             PIC 9(3) VALUE ZERO.
       01  WS-ORIGEN-CODIGO            PIC X(1).

      * Conjunto en riesgo de ESTA corrida, con el contador de
      * corridas consecutivas heredado del historico.
               10  WS-RGO-APELLIDO     PIC X(10).
               10  WS-RGO-DEG          PIC X(3).
               10  WS-RGO-CORRIDAS     PIC 9(3).
               10  WS-RGO-ORIGEN       PIC X(1).

      * Conjunto en riesgo de la corrida ANTERIOR (el historico tal
      * como quedo la ultima vez).
               10  WS-RGP-APELLIDO     PIC X(10).
               10  WS-RGP-DEG          PIC X(3).
               10  WS-RGP-CORRIDAS     PIC 9(3).
               10  WS-RGP-ORIGEN       PIC X(1).
               10  WS-RGP-VISTO        PIC X.

       01  WS-RGC-LINEA.
           05  WGC-DEG                 PIC X(3).
           05  FILLER                  PIC X(12) VALUE " | CORRIDAS ".
           05  WGC-CORRIDAS            PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE " | ORIGEN ".
           05  WGC-ORIGEN              PIC X(9).

       01  WS-PREFIJO-LEN              PIC 99.
       01  WS-HITS                     PIC 9(3).
                   10  RP-TOP-AVG      PIC 9(2),9(2).
                   10  FILLER          PIC X(2) VALUE SPACES.
                   10  FILLER          PIC X(9) VALUE "ID.EST: ".
                   10  RP-TOP-ID       PIC X(7).
       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
                                   AND WS-PARM-NUM <= 10
                                   MOVE WS-PARM-NUM TO WS-TOP-N
                               END-IF
                           WHEN "DIAS-ALERTA"
                               IF WS-PARM-NUM >= 1
                                   AND WS-PARM-NUM <= 365
                                   MOVE WS-PARM-NUM
                                       TO WS-ALERTA-DIAS
                               END-IF
                           WHEN "LINEAS-PAGINA"
                               IF WS-PARM-NUM >= 1
                                   AND WS-PARM-NUM <= 999
      * historico: nuevos, recuperados y quienes acumulan
      * RIESGO_CORRIDAS corridas consecutivas (3 si no esta definida
      * la variable) para escalar. Al final el historico se reescribe
      * con el estado de hoy. El conjunto incluye a los alertados por
      * sus profesores (0272), con el origen de cada riesgo.
       0268-SEGUIMIENTO-RIESGO.
           DISPLAY "RIESGO_CORRIDAS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RIESGO-TEXTO FROM ENVIRONMENT-VALUE.

           INITIALIZE WS-RIESGO-ACTUAL WS-RIESGO-PREVIO.
           PERFORM 0269-JUNTAR-RIESGO-ACTUAL.
           PERFORM 0272-JUNTAR-ALERTAS THRU 0272-EXIT.

           OPEN INPUT RIESGOH-FILE.
           IF WS-RGH-STATUS = "00"
                       MOVE RGH-DEG TO WS-RGP-DEG(WS-RGP-COUNT)
                       MOVE RGH-CORRIDAS
                           TO WS-RGP-CORRIDAS(WS-RGP-COUNT)
                       MOVE RGH-ORIGEN
                           TO WS-RGP-ORIGEN(WS-RGP-COUNT)
                       MOVE "N" TO WS-RGP-VISTO(WS-RGP-COUNT)
                   END-IF
               END-PERFORM
                   MOVE WS-RGP-DEG(WS-RGO-IDX-2) TO WGC-DEG
                   MOVE WS-RGP-CORRIDAS(WS-RGO-IDX-2)
                       TO WGC-CORRIDAS
                   MOVE WS-RGP-ORIGEN(WS-RGO-IDX-2)
                       TO WS-ORIGEN-CODIGO
                   PERFORM 0273-TEXTO-ORIGEN
                   WRITE RGC-REC FROM WS-RGC-LINEA
               END-IF
           END-PERFORM.
               MOVE WS-RGO-APELLIDO(WS-RGO-IDX) TO RGH-APELLIDO
               MOVE WS-RGO-DEG(WS-RGO-IDX) TO RGH-DEG
               MOVE WS-RGO-CORRIDAS(WS-RGO-IDX) TO RGH-CORRIDAS
               MOVE WS-RGO-ORIGEN(WS-RGO-IDX) TO RGH-ORIGEN
               WRITE RGH-REC
           END-PERFORM.
           CLOSE RIESGOH-FILE.
               WS-RGO-RECUPERADOS " RECUPERADOS, "
               WS-RGO-ESCALADOS " PARA ESCALAR). VER "
               "RIESGO_CAMBIOS.DAT".
           DISPLAY "  POR ALERTA DOCENTE VIGENTE (" WS-ALERTA-DIAS
               " DIAS): " WS-RGO-DOCENTES.

       0269-JUNTAR-RIESGO-ACTUAL.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   MOVE WS-ENG-LNAME(WS-SUBSCRIPT)
                       TO WS-RGO-APELLIDO(WS-RGO-COUNT)
                   MOVE "ENG" TO WS-RGO-DEG(WS-RGO-COUNT)
                   MOVE "C" TO WS-RGO-ORIGEN(WS-RGO-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   MOVE WS-BUS-LNAME(WS-SUBSCRIPT)
                       TO WS-RGO-APELLIDO(WS-RGO-COUNT)
                   MOVE "BUS" TO WS-RGO-DEG(WS-RGO-COUNT)
                   MOVE "C" TO WS-RGO-ORIGEN(WS-RGO-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   MOVE WS-IST-LNAME(WS-SUBSCRIPT)
                       TO WS-RGO-APELLIDO(WS-RGO-COUNT)
                   MOVE "IST" TO WS-RGO-DEG(WS-RGO-COUNT)
                   MOVE "C" TO WS-RGO-ORIGEN(WS-RGO-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   MOVE WS-SCI-LNAME(WS-SUBSCRIPT)
                       TO WS-RGO-APELLIDO(WS-RGO-COUNT)
                   MOVE "SCI" TO WS-RGO-DEG(WS-RGO-COUNT)
                   MOVE "C" TO WS-RGO-ORIGEN(WS-RGO-COUNT)
               END-IF
           END-PERFORM.

           MOVE WS-RGO-APELLIDO(WS-RGO-IDX) TO WGC-APELLIDO.
           MOVE WS-RGO-DEG(WS-RGO-IDX) TO WGC-DEG.
           MOVE WS-RGO-CORRIDAS(WS-RGO-IDX) TO WGC-CORRIDAS.
           MOVE WS-RGO-ORIGEN(WS-RGO-IDX) TO WS-ORIGEN-CODIGO.
           PERFORM 0273-TEXTO-ORIGEN.
           WRITE RGC-REC FROM WS-RGC-LINEA.

      * Suma al conjunto en riesgo las alertas docentes con fecha
      * dentro de los ultimos DIAS-ALERTA dias (PARAMETROS.DAT, 14
      * por omision). Quien ya estaba por promedio pasa a origen A;
      * quien no, entra con origen D. Sin ALERTAS_DOCENTES.DAT el
      * seguimiento es solo el calculado, como antes.
       0272-JUNTAR-ALERTAS.
           MOVE ZERO TO WS-RGO-DOCENTES.
           OPEN INPUT ALERTASD-FILE.
           IF WS-ALD-STATUS NOT = "00"
               GO TO 0272-EXIT
           END-IF.
           COMPUTE WS-ALERTA-HOY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM UNTIL EOF-ALD
               READ ALERTASD-FILE
                   AT END SET EOF-ALD TO TRUE
               END-READ
               IF NOT EOF-ALD
                   AND FUNCTION TEST-DATE-YYYYMMDD(ALD-FECHA) = ZERO
                   COMPUTE WS-ALERTA-EDAD = WS-ALERTA-HOY
                       - FUNCTION INTEGER-OF-DATE(ALD-FECHA)
                   IF WS-ALERTA-EDAD >= ZERO
                       AND WS-ALERTA-EDAD < WS-ALERTA-DIAS
                       PERFORM 0274-SUMAR-ALERTA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ALERTASD-FILE.

       0272-EXIT.
           EXIT.

       0273-TEXTO-ORIGEN.
           EVALUATE WS-ORIGEN-CODIGO
               WHEN "D"
                   MOVE "DOCENTE" TO WGC-ORIGEN
               WHEN "A"
                   MOVE "AMBOS" TO WGC-ORIGEN
               WHEN OTHER
                   MOVE "CALCULADO" TO WGC-ORIGEN
           END-EVALUATE.

       0274-SUMAR-ALERTA.
           MOVE "N" TO WS-RGO-HALLADO.
           PERFORM VARYING WS-RGO-IDX FROM 1 BY 1
                   UNTIL WS-RGO-IDX > WS-RGO-COUNT
               IF WS-RGO-ID(WS-RGO-IDX) = ALD-MATRICULA
                   MOVE "Y" TO WS-RGO-HALLADO
                   IF WS-RGO-ORIGEN(WS-RGO-IDX) = "C"
                       MOVE "A" TO WS-RGO-ORIGEN(WS-RGO-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RGO-HALLADO = "N" AND WS-RGO-COUNT < 200
               ADD 1 TO WS-RGO-COUNT
               ADD 1 TO WS-RGO-DOCENTES
               MOVE ALD-MATRICULA TO WS-RGO-ID(WS-RGO-COUNT)
               MOVE ALD-APELLIDO TO WS-RGO-APELLIDO(WS-RGO-COUNT)
               MOVE ALD-DEG TO WS-RGO-DEG(WS-RGO-COUNT)
               MOVE "D" TO WS-RGO-ORIGEN(WS-RGO-COUNT)
           END-IF.

       0270-MENU.
           DISPLAY "MENU DE BUSQUEDA".
           DISPLAY "Desea buscar: Si(y)".
               MOVE WS-RANK-FNAME(WS-TOP-IDX) TO RP-TOP-FNAME
               MOVE WS-RANK-LNAME(WS-TOP-IDX) TO RP-TOP-LNAME
               MOVE WS-RANK-AVG(WS-TOP-IDX) TO RP-TOP-AVG
               PERFORM 0484-ENMASCARAR-TOP
               WRITE ENG-LN FROM RP-TOP-DET
           END-PERFORM.

               MOVE WS-RANK-FNAME(WS-TOP-IDX) TO RP-TOP-FNAME
               MOVE WS-RANK-LNAME(WS-TOP-IDX) TO RP-TOP-LNAME
               MOVE WS-RANK-AVG(WS-TOP-IDX) TO RP-TOP-AVG
               PERFORM 0484-ENMASCARAR-TOP
               WRITE BUS-LN FROM RP-TOP-DET
           END-PERFORM.

               MOVE WS-RANK-FNAME(WS-TOP-IDX) TO RP-TOP-FNAME
               MOVE WS-RANK-LNAME(WS-TOP-IDX) TO RP-TOP-LNAME
               MOVE WS-RANK-AVG(WS-TOP-IDX) TO RP-TOP-AVG
               PERFORM 0484-ENMASCARAR-TOP
               WRITE IST-LN FROM RP-TOP-DET
           END-PERFORM.

               MOVE WS-RANK-FNAME(WS-TOP-IDX) TO RP-TOP-FNAME
               MOVE WS-RANK-LNAME(WS-TOP-IDX) TO RP-TOP-LNAME
               MOVE WS-RANK-AVG(WS-TOP-IDX) TO RP-TOP-AVG
               PERFORM 0484-ENMASCARAR-TOP
               WRITE SCI-LN FROM RP-TOP-DET
           END-PERFORM.

       0484-ENMASCARAR-TOP.
           MOVE WS-RANK-ID(WS-TOP-IDX) TO WS-RSV-MATRICULA.
           CALL "VerificarReserva" USING WS-RSV-MATRICULA
               WS-RSV-RESULTADO.
           IF CON-RESERVA
               MOVE "*******" TO RP-TOP-ID
               MOVE "RESERVADO" TO RP-TOP-FNAME
               MOVE SPACES TO RP-TOP-LNAME
           END-IF.

      * Seccion de bajas del reporte de cada carrera: los estudiantes
      * no activos, fuera de las tablas y los promedios de arriba.
       0490-WRITE-BAJAS-ENG.
