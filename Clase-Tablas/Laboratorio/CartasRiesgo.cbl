      * carrera como contexto. Una pagina formateada por estudiante
      * en CARTAS_RIESGO.DAT lista para imprimir, en vez de que la
      * oficina de asesoria recapture cada nombre en una carta
      * machote. La carta que RegistroEmision niega por retencion
      * activa del estudiante no se imprime y se cuenta aparte.
      * Cada carta emitida deja ademas su aviso en la cola de
      * notificaciones (plantilla RIESGO) para que le llegue al
      * estudiante por correo.

       DATA DIVISION.
       FILE SECTION.
           05  WS-DEG-INDICE           PIC 9.
           05  WS-REG-LEIDOS           PIC 9(5) VALUE ZERO.
           05  WS-CARTAS               PIC 9(5) VALUE ZERO.
           05  WS-CARTAS-RETENIDAS     PIC 9(5) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(8).

       01  WS-GRADES.
           05  FILLER                  PIC X(8) VALUE "SERIAL: ".
           05  WCS-SERIAL              PIC 9(8).

      * Aviso por correo de cada carta emitida.
       01  WS-NOTIFICACION.
           COPY "NOTIFICACION-RECORD.CBL"
               REPLACING LEADING ==NT== BY ==WS-NT==.

       01  WS-CARTA-SEP                PIC X(64) VALUE ALL "=".
       01  WS-CARTA-TITULO             PIC X(40) VALUE
           "AVISO DE RIESGO ACADEMICO".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT
               IF WS-ALU-PROMEDIO(WS-IDX) < WS-UMBRAL
                   PERFORM 0240-ESCRIBIR-UNA-CARTA
                       THRU 0240-EXIT
               END-IF
           END-PERFORM.

           CALL "RegistroEmision" USING WS-EMI-TIPO
               WS-EMI-MATRICULA WS-EMI-OPERADOR WS-EMI-SERIAL
               WS-EMI-CODIGO.
           IF WS-EMI-SERIAL = ZERO
               ADD 1 TO WS-CARTAS-RETENIDAS
               GO TO 0240-EXIT
           END-IF.
           ADD 1 TO WS-CARTAS.
           WRITE CARTA-REC FROM WS-CARTA-SEP.
           WRITE CARTA-REC FROM WS-CARTA-TITULO.
           MOVE WS-EMI-SERIAL TO WCS-SERIAL.
           WRITE CARTA-REC FROM WS-CARTA-CIERRE.
           MOVE SPACES TO CARTA-REC.
           WRITE CARTA-REC.
           INITIALIZE WS-NOTIFICACION.
           MOVE "E" TO WS-NT-TIPO-DEST.
           MOVE WS-ALU-ID(WS-IDX) TO WS-NT-DESTINATARIO.
           MOVE "RIESGO" TO WS-NT-PLANTILLA.
           MOVE WCN-PROM TO WS-NT-VALOR(1).
           MOVE WCU-UMBRAL TO WS-NT-VALOR(2).
           MOVE WS-ALU-DEG(WS-IDX) TO WS-NT-VALOR(3).
           MOVE "CartasRiesgo" TO WS-NT-ORIGEN.
           CALL "EncolarNotificacion" USING WS-NOTIFICACION.

       0240-EXIT.
           EXIT.

       0300-FIN.
           CLOSE CARTAS-FILE.
           DISPLAY "CARTAS GENERADAS EN CARTAS_RIESGO.DAT. LEIDOS: "
               WS-REG-LEIDOS " CARTAS: " WS-CARTAS
               " RETENIDAS: " WS-CARTAS-RETENIDAS.
           STOP RUN.

       END PROGRAM CartasRiesgo.
