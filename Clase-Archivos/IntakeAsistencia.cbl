      * ASISTENCIA_RECHAZOS.DAT con su motivo. Sin calendario
      * capturado la fecha no se valida, como en la captura
      * interactiva.
      * ESCANEO.DAT llega con el sobre de control del remitente
      * (*CAB / *PIE): ControlEntrada lo cuadra y descarta un
      * archivo ya recibido antes de cargar; esos dos
      * renglones no son registros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(20).

      * Tipo de archivo para ControlEntrada y su resultado.
       01  WS-ENTRADA-TIPO         PIC X(16) VALUE "ESCANEO".
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
           OPEN INPUT ESCANEO-FILE.
           IF WS-ESC-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ESCANEO.DAT. CODIGO: "
