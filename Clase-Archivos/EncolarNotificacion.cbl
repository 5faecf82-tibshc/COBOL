       IDENTIFICATION DIVISION.
       PROGRAM-ID. EncolarNotificacion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICACIONES-FILE ASSIGN TO "NOTIFICACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOT-STATUS.

      * Cola de notificaciones salientes: las cartas, retenciones,
      * notas faltantes, plazos de apelacion y decisiones de baja
      * que hoy salen como archivo o mensaje de consola y alguien
      * manda por correo a mano dejan aqui su fila en
      * NOTIFICACIONES.DAT (destinatario, plantilla, valores y fecha
      * de encolado), en estado P, para que DespachoNotificaciones
      * la entregue al gateway de correo. El llamador llena
      * destinatario, plantilla, valores y origen; el numero
      * consecutivo, la fecha y el estado se ponen aqui. El numero
      * mas alto se carga del archivo en la primera llamada de la
      * corrida y de ahi avanza en memoria, como el serial de
      * RegistroEmision.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICACIONES-FILE.
       01  NOT-REC.
           88  EOF-NOT             VALUE HIGH-VALUE.
           COPY "NOTIFICACION-RECORD.CBL".

       WORKING-STORAGE SECTION.
       01  WS-NOT-STATUS           PIC X(2).
       01  WS-CARGADO              PIC X VALUE "N".
           88  YA-CARGADO          VALUE "S".
       01  WS-ULTIMO-NUMERO        PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-NOTIFICACION.
           COPY "NOTIFICACION-RECORD.CBL"
               REPLACING LEADING ==NT== BY ==LS-NT==.

       PROCEDURE DIVISION USING LS-NOTIFICACION.
           IF NOT YA-CARGADO
               PERFORM 0100-CARGAR-ULTIMO-NUMERO
               SET YA-CARGADO TO TRUE
           END-IF.
           ADD 1 TO WS-ULTIMO-NUMERO.
           MOVE WS-ULTIMO-NUMERO TO LS-NT-NUMERO.
           ACCEPT LS-NT-FECHA-COLA FROM DATE YYYYMMDD.
           MOVE "P" TO LS-NT-ESTADO.
           MOVE ZERO TO LS-NT-FECHA-ENVIO.
           MOVE SPACES TO LS-NT-MOTIVO-REBOTE.
           OPEN EXTEND NOTIFICACIONES-FILE.
           IF WS-NOT-STATUS NOT = "00"
               OPEN OUTPUT NOTIFICACIONES-FILE
           END-IF.
           WRITE NOT-REC FROM LS-NOTIFICACION.
           CLOSE NOTIFICACIONES-FILE.
           GOBACK.

       0100-CARGAR-ULTIMO-NUMERO.
           OPEN INPUT NOTIFICACIONES-FILE.
           IF WS-NOT-STATUS = "00"
               PERFORM UNTIL EOF-NOT
                   READ NOTIFICACIONES-FILE
                       AT END SET EOF-NOT TO TRUE
                   END-READ
                   IF NOT EOF-NOT
                       AND NT-NUMERO IS NUMERIC
                       AND NT-NUMERO > WS-ULTIMO-NUMERO
                       MOVE NT-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
               END-PERFORM
               CLOSE NOTIFICACIONES-FILE
               INITIALIZE NOT-REC
           END-IF.

       END PROGRAM EncolarNotificacion.
