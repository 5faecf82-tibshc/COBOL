       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IntakeRecuperacion.
       AUTHOR.         J R.

      * Intake de resultados del examen de recuperacion, en el molde
      * de IntakeNotas: RECUPERACION_ACTAS.DAT trae una cabecera por
      * seccion (H + codigo de seccion de 9 + cantidad esperada de 3)
      * y sus renglones (D + matricula de 7 + nota en centesimas de
      * 4 + marca opcional en 13: espacio = se presento, N = no se
      * presento). Cada renglon se valida contra el ciclo abierto
      * por ElegiblesRecuperacion en RECUPERACION.DAT: la matricula
      * debe ser elegible en esa seccion en el termino vigente y no
      * tener ya nota capturada o publicada; la nota debe estar en
      * 0-20. Los buenos pasan a estado C (o N) con la nota del
      * examen, y RECUPERACION.DAT se reescribe a un temporal que
      * reemplaza al original; los malos quedan en
      * RECUPERACION_RECHAZOS.DAT con su motivo. El conteo declarado
      * de cada acta se coteja al cerrarla, como en IntakeNotas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTAS-FILE ASSIGN TO "RECUPERACION_ACTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTAS-STATUS.
           SELECT RECUP-FILE ASSIGN TO "RECUPERACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.
           SELECT TEMP-FILE ASSIGN TO "RECUPERACION.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "RECUPERACION_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTAS-FILE.
       01  ACTA-LN                 PIC X(20).
           88  EOF-ACTAS           VALUE HIGH-VALUE.

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

       FD  TEMP-FILE.
       01  TMP-REC                 PIC X(58).

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REC             PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-ACTAS-STATUS     PIC X(2).
           05  WS-RCP-STATUS       PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-RECHAZOS-STATUS  PIC X(2).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-IDX              PIC 9(4).
           05  WS-RCP-IDX          PIC 9(4).
           05  WS-ACTA-CODIGO      PIC X(9).
           05  WS-ACTA-ESPERADOS   PIC 9(3).
           05  WS-ACTA-LEIDOS      PIC 9(3).
           05  WS-ACTA-ABIERTA     PIC X VALUE "N".
               88  ACTA-ABIERTA    VALUE "Y".
           05  WS-MATRICULA        PIC 9(7).
           05  WS-NOTA-CENT        PIC 9(4).
           05  WS-MARCA            PIC X(1).
           05  WS-CMD              PIC X(60).
           05  WS-ACTAS            PIC 9(3) VALUE ZERO.
           05  WS-REG-ACEPTADOS    PIC 9(5) VALUE ZERO.
           05  WS-REG-RECHAZADOS   PIC 9(5) VALUE ZERO.
           05  WS-ACTAS-CORTAS     PIC 9(3) VALUE ZERO.

      * RECUPERACION.DAT completo en memoria (todos los terminos),
      * para actualizar las filas del termino vigente y reescribirlo.
       01  WS-RECUPERACION.
           05  WS-RCP-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RCP-ENTRY OCCURS 3000 TIMES.
               10  WS-RCP-FILA     PIC X(58).
       01  WS-RCP-LLENA-SW         PIC X VALUE "N".
           88  WS-RCP-LLENA        VALUE "Y".

       01  WS-RECHAZO-LINEA.
           05  WRL-MOTIVO          PIC X(30).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(20).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           MOVE SPACES TO WS-TERMINO-ACTUAL.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   AT END CONTINUE
               END-READ
               MOVE TERMINO-REC TO WS-TERMINO-ACTUAL
               CLOSE TERMINO-FILE
           END-IF.
           OPEN INPUT ACTAS-FILE.
           IF WS-ACTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR RECUPERACION_ACTAS.DAT. "
                   "CODIGO: " WS-ACTAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-CARGAR-RECUPERACION.
           IF WS-RCP-COUNT = ZERO
               DISPLAY "SIN RECUPERACION.DAT (O VACIO): CORRA "
                   "ElegiblesRecuperacion PRIMERO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RCP-LLENA
               DISPLAY "RECUPERACION.DAT EXCEDE LA TABLA (3000 "
                   "FILAS); NO SE REESCRIBE PARA NO PERDER FILAS."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECHAZOS-FILE.

       0110-CARGAR-RECUPERACION.
           OPEN INPUT RECUP-FILE.
           IF WS-RCP-STATUS = "00"
               PERFORM UNTIL EOF-RCP
                   READ RECUP-FILE
                       AT END SET EOF-RCP TO TRUE
                   END-READ
                   IF NOT EOF-RCP
                       IF WS-RCP-COUNT < 3000
                           ADD 1 TO WS-RCP-COUNT
                           MOVE RCP-REC TO WS-RCP-FILA(WS-RCP-COUNT)
                       ELSE
                           SET WS-RCP-LLENA TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECUP-FILE
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-ACTAS
               MOVE SPACES TO ACTA-LN
               READ ACTAS-FILE
                   AT END SET EOF-ACTAS TO TRUE
               END-READ
               IF NOT EOF-ACTAS
                   EVALUATE ACTA-LN(1:1)
                       WHEN "H"
                           PERFORM 0220-CERRAR-ACTA
                           PERFORM 0210-ABRIR-ACTA
                       WHEN "D"
                           PERFORM 0230-PROCESAR-RENGLON
                               THRU 0230-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM 0220-CERRAR-ACTA.

       0210-ABRIR-ACTA.
           SET ACTA-ABIERTA TO TRUE.
           ADD 1 TO WS-ACTAS.
           MOVE ACTA-LN(2:9) TO WS-ACTA-CODIGO.
           IF ACTA-LN(11:3) IS NUMERIC
               MOVE ACTA-LN(11:3) TO WS-ACTA-ESPERADOS
           ELSE
               MOVE ZERO TO WS-ACTA-ESPERADOS
           END-IF.
           MOVE ZERO TO WS-ACTA-LEIDOS.
           DISPLAY "ACTA DE RECUPERACION DE " WS-ACTA-CODIGO
               " (" WS-ACTA-ESPERADOS " RENGLONES DECLARADOS).".

       0220-CERRAR-ACTA.
           IF ACTA-ABIERTA
               IF WS-ACTA-LEIDOS NOT = WS-ACTA-ESPERADOS
                   ADD 1 TO WS-ACTAS-CORTAS
                   DISPLAY "ACTA " WS-ACTA-CODIGO " CON CONTEO "
                       "MALO: DECLARADOS " WS-ACTA-ESPERADOS
                       " LEIDOS " WS-ACTA-LEIDOS
               END-IF
               MOVE "N" TO WS-ACTA-ABIERTA
           END-IF.

       0230-PROCESAR-RENGLON.
           MOVE ACTA-LN TO WRL-REGISTRO.
           IF NOT ACTA-ABIERTA
               MOVE "RENGLON SIN CABECERA DE ACTA" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           ADD 1 TO WS-ACTA-LEIDOS.
           IF ACTA-LN(2:7) IS NOT NUMERIC
               OR ACTA-LN(9:4) IS NOT NUMERIC
               MOVE "RENGLON MALFORMADO" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           MOVE ACTA-LN(2:7) TO WS-MATRICULA.
           MOVE ACTA-LN(9:4) TO WS-NOTA-CENT.
           MOVE ACTA-LN(13:1) TO WS-MARCA.
           IF WS-MARCA NOT = SPACE AND WS-MARCA NOT = "N"
               MOVE "MARCA INVALIDA (NO N)" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           IF WS-NOTA-CENT > 2000
               MOVE "NOTA FUERA DE 0-20" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           MOVE ZERO TO WS-RCP-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RCP-COUNT
               MOVE WS-RCP-FILA(WS-IDX) TO RCP-REC
               IF RCP-TERMINO = WS-TERMINO-ACTUAL
                   AND RCP-MATRICULA = WS-MATRICULA
                   AND RCP-DEGCOD = WS-ACTA-CODIGO
                   MOVE WS-IDX TO WS-RCP-IDX
               END-IF
           END-PERFORM.
           IF WS-RCP-IDX = ZERO
               MOVE "NO ELEGIBLE EN LA SECCION" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           MOVE WS-RCP-FILA(WS-RCP-IDX) TO RCP-REC.
           IF RCP-ESTADO NOT = "E"
               MOVE "RESULTADO YA CAPTURADO" TO WRL-MOTIVO
               GO TO 0230-RECHAZAR
           END-IF.
           IF WS-MARCA = "N"
               MOVE ZERO TO RCP-NOTA-EXAMEN
               MOVE RCP-NOTA-CURSO TO RCP-NOTA-FINAL
               MOVE "N" TO RCP-ESTADO
           ELSE
               COMPUTE RCP-NOTA-EXAMEN = WS-NOTA-CENT / 100
               MOVE "C" TO RCP-ESTADO
           END-IF.
           MOVE RCP-REC TO WS-RCP-FILA(WS-RCP-IDX).
           ADD 1 TO WS-REG-ACEPTADOS.
           GO TO 0230-EXIT.

       0230-RECHAZAR.
           ADD 1 TO WS-REG-RECHAZADOS.
           WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA.
           DISPLAY "RENGLON RECHAZADO (" WRL-MOTIVO "): " ACTA-LN.

       0230-EXIT.
           EXIT.

       0300-FIN.
           CLOSE ACTAS-FILE.
           CLOSE RECHAZOS-FILE.
           IF WS-REG-ACEPTADOS > ZERO
               OPEN OUTPUT TEMP-FILE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-RCP-COUNT
                   WRITE TMP-REC FROM WS-RCP-FILA(WS-IDX)
               END-PERFORM
               CLOSE TEMP-FILE
               MOVE "mv RECUPERACION.TMP RECUPERACION.DAT" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF.
           DISPLAY "INTAKE DE RECUPERACION TERMINADO. ACTAS: "
               WS-ACTAS " ACEPTADOS: " WS-REG-ACEPTADOS
               " RECHAZADOS: " WS-REG-RECHAZADOS
               " ACTAS CON CONTEO MALO: " WS-ACTAS-CORTAS.
           IF WS-REG-RECHAZADOS > ZERO OR WS-ACTAS-CORTAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM IntakeRecuperacion.
