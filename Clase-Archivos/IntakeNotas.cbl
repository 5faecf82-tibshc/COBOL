      * ACTAS_RECHAZOS.DAT con su motivo. Al cerrar cada acta se
      * coteja la cantidad declarada contra los renglones leidos:
      * el acta corta se atrapa al cargar, no en el cierre.
      * ACTAS.DAT llega con el sobre de control del remitente
      * (*CAB / *PIE): ControlEntrada lo cuadra y descarta un
      * archivo ya recibido antes de cargar; esos dos
      * renglones no son registros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-NOTA             PIC 9(2)V99.
           05  WS-MARCA            PIC X(1).
           05  WS-HALLADO          PIC X.
           05  WS-SEC-HALLADO      PIC X.
           05  WS-ROS-IDX          PIC 9(3).
           05  WS-ACTAS            PIC 9(3) VALUE ZERO.
           05  WS-REG-ACEPTADOS    PIC 9(5) VALUE ZERO.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(20).

      * Tipo de archivo para ControlEntrada y su resultado.
       01  WS-ENTRADA-TIPO         PIC X(16) VALUE "ACTAS".
       01  WS-ENTRADA-RESULTADO    PIC X(1).
           88  ENTRADA-RECHAZADA   VALUE "N".

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
      * Control de entrada: sobre del remitente, cuadre de
      * cifras y archivo ya recibido; el rechazado queda
      * apartado y no se carga nada.
           CALL "ControlEntrada" USING WS-ENTRADA-TIPO
               WS-ENTRADA-RESULTADO.
           IF ENTRADA-RECHAZADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACTAS-FILE.
           IF WS-ACTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ACTAS.DAT. CODIGO: "
      * La secuencia del estudiante avanza en memoria para que dos
      * actas de la misma corrida no repitan numero.
       0250-SIGUIENTE-SECUENCIA.
           MOVE "N" TO WS-SEC-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SEC-COUNT
               IF WS-SEC-ID(WS-IDX) = WS-MATRICULA
                   MOVE "Y" TO WS-SEC-HALLADO
                   IF WS-SEC-ULTIMA(WS-IDX) < 9
                       ADD 1 TO WS-SEC-ULTIMA(WS-IDX)
                   END-IF
                   MOVE WS-SEC-ULTIMA(WS-IDX) TO NR-SECUENCIA
               END-IF
           END-PERFORM.
           IF WS-SEC-HALLADO = "N"
               MOVE 1 TO NR-SECUENCIA
               IF WS-SEC-COUNT < 300
                   ADD 1 TO WS-SEC-COUNT
