      * quedan en CONVALIDACIONES_RECHAZOS.DAT con su motivo, y una
      * convalidacion ya asentada (misma matricula y curso con
      * termino CONVAL) no se duplica.
      * CONVALIDACIONES.DAT llega con el sobre de control del remitente
      * (*CAB / *PIE): ControlEntrada lo cuadra y descarta un
      * archivo ya recibido antes de cargar; esos dos
      * renglones no son registros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(41).

      * Tipo de archivo para ControlEntrada y su resultado.
       01  WS-ENTRADA-TIPO         PIC X(16)
                                   VALUE "CONVALIDACIONES".
       01  WS-ENTRADA-RESULTADO    PIC X(1).
           88  ENTRADA-RECHAZADA   VALUE "N".

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.

       0100-INICIO.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
      * Control de entrada: sobre del remitente, cuadre de
      * cifras y archivo ya recibido; el rechazado queda
      * apartado y no se carga nada.
           CALL "ControlEntrada" USING WS-ENTRADA-TIPO
               WS-ENTRADA-RESULTADO.
           IF ENTRADA-RECHAZADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONVAL-FILE.
           IF WS-CONVAL-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CONVALIDACIONES.DAT. CODIGO: "
                   AT END SET EOF-CONVAL TO TRUE
               END-READ
               IF NOT EOF-CONVAL
                   AND CONVAL-REC(1:1) NOT = "*"
                   ADD 1 TO WS-REG-LEIDOS
                   PERFORM 0210-PROCESAR-CONVALIDACION
                       THRU 0210-EXIT
