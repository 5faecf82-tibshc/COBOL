       IDENTIFICATION DIVISION.
       PROGRAM-ID. DespachoNotificaciones.
       AUTHOR.     EHIDALGO.

      * Despacho de la cola de notificaciones (NOTIFICACIONES.DAT,
      * que llenan los procesos via EncolarNotificacion) al gateway
      * de correo. En cada corrida:
      *   1. Aplica el archivo de retorno del gateway de la entrega
      *      anterior (CORREO_RETORNO.DAT: numero en 1-8, resultado
      *      en 9, R = rebote, motivo en 10-49): la fila enviada que
      *      rebota pasa a estado R con su motivo. Una fila ya
      *      marcada no se vuelve a contar, asi que un retorno viejo
      *      que se quede en el directorio no duplica nada.
      *   2. Entrega las filas pendientes (estado P) en el formato
      *      de carga del gateway, CORREO_SALIDA.DAT: registro H con
      *      la fecha, un registro D por mensaje con numero, tipo y
      *      clave del destinatario, plantilla y los tres valores
      *      separados por "|", y registro T de cierre con el conteo
      *      de registros D. Cada fila entregada pasa a estado E con
      *      la fecha de envio.
      * La cola se reescribe completa a un temporal y se renombra,
      * como las colas de propuestas. NOTIFICACIONES_DESPACHO.DAT
      * lleva lo entregado por plantilla y la lista de rebotes
      * nuevos, para que la oficina que origino el mensaje busque
      * al destinatario por otro medio. Con rebotes la corrida
      * termina con RETURN-CODE 4; sin cola no hay nada que hacer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICACIONES-FILE ASSIGN TO "NOTIFICACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOT-STATUS.
           SELECT NOTIFICACIONES-TMP ASSIGN TO "NOTIFICACIONES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT RETORNO-FILE ASSIGN TO "CORREO_RETORNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "CORREO_SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "NOTIFICACIONES_DESPACHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICACIONES-FILE.
       01  NOT-REC.
           88  EOF-NOT                 VALUE HIGH-VALUE.
           COPY "NOTIFICACION-RECORD.CBL".

       FD  NOTIFICACIONES-TMP.
       01  TMP-REC                     PIC X(212).

       FD  RETORNO-FILE.
       01  RET-REC.
           88  EOF-RET                 VALUE HIGH-VALUE.
           02  RET-NUMERO              PIC 9(8).
           02  RET-RESULTADO           PIC X(1).
               88  RET-REBOTE          VALUE "R".
           02  RET-MOTIVO              PIC X(40).

       FD  SALIDA-FILE.
       01  SALIDA-REC                  PIC X(160).

       FD  REPORTE-FILE.
       01  REPORTE-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-NOT-STATUS           PIC X(2).
           05  WS-TMP-STATUS           PIC X(2).
           05  WS-RET-STATUS           PIC X(2).
           05  WS-SAL-STATUS           PIC X(2).
           05  WS-REP-STATUS           PIC X(2).
           05  WS-FECHA-HOY            PIC 9(8).
           05  WS-CMD                  PIC X(60).
           05  WS-IDX                  PIC 9(3).
           05  WS-VAL                  PIC 9.
           05  WS-PTR                  PIC 9(3).
           05  WS-LEIDAS               PIC 9(7) VALUE ZERO.
           05  WS-ENVIADAS             PIC 9(7) VALUE ZERO.
           05  WS-REBOTES              PIC 9(5) VALUE ZERO.
           05  WS-REBOTES-SIN-FILA     PIC 9(5) VALUE ZERO.
           05  WS-HALLADO              PIC X.

      * Rebotes del archivo de retorno, con su marca de aplicado
      * para reportar los numeros que no estan en la cola.
       01  WS-REBOTES-TABLA.
           05  WS-REB-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-REB-ENTRY OCCURS 500 TIMES.
               10  WS-REB-NUMERO       PIC 9(8).
               10  WS-REB-MOTIVO       PIC X(40).
               10  WS-REB-APLICADO     PIC X(1).

      * Entregadas por plantilla, para el resumen.
       01  WS-PLANTILLAS.
           05  WS-PLA-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-PLA-ENTRY OCCURS 30 TIMES.
               10  WS-PLA-CODIGO       PIC X(6).
               10  WS-PLA-ENVIADAS     PIC 9(7).

       01  WS-SAL-CABECERA.
           05  FILLER                  PIC X(2) VALUE "H|".
           05  WSH-FECHA               PIC 9(8).
       01  WS-SAL-CIERRE.
           05  FILLER                  PIC X(2) VALUE "T|".
           05  WST-CONTEO              PIC 9(7).

       01  WS-REP-TITULO.
           05  FILLER                  PIC X(35) VALUE
               "DESPACHO DE NOTIFICACIONES. FECHA: ".
           05  WRT-FECHA               PIC 9(8).

       01  WS-REP-PLANTILLA.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WRP-CODIGO              PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WRP-ENVIADAS            PIC Z(6)9.

       01  WS-REP-REB-ENC              PIC X(90) VALUE
           "NUMERO   T DESTINO  PLANTI ORIGEN       ENCOLADA MOTIVO".

       01  WS-REP-REBOTE.
           05  WRR-NUMERO              PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WRR-TIPO                PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WRR-DESTINATARIO        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WRR-PLANTILLA           PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WRR-ORIGEN              PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WRR-FECHA               PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WRR-MOTIVO              PIC X(40).

       01  WS-REP-TOTALES.
           05  FILLER                  PIC X(10) VALUE "LEIDAS: ".
           05  WRX-LEIDAS              PIC Z(6)9.
           05  FILLER                  PIC X(13) VALUE "  ENVIADAS: ".
           05  WRX-ENVIADAS            PIC Z(6)9.
           05  FILLER                  PIC X(13) VALUE "  REBOTES: ".
           05  WRX-REBOTES             PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT NOTIFICACIONES-FILE.
           IF WS-NOT-STATUS NOT = "00"
               DISPLAY "SIN NOTIFICACIONES.DAT; NO HAY NADA QUE "
                   "DESPACHAR."
               STOP RUN
           END-IF.
           PERFORM 0110-CARGAR-RETORNO.
           OPEN OUTPUT NOTIFICACIONES-TMP SALIDA-FILE REPORTE-FILE.
           MOVE WS-FECHA-HOY TO WRT-FECHA.
           WRITE REPORTE-REC FROM WS-REP-TITULO.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           MOVE "REBOTES DEVUELTOS POR EL GATEWAY" TO REPORTE-REC.
           WRITE REPORTE-REC.
           WRITE REPORTE-REC FROM WS-REP-REB-ENC.
           MOVE WS-FECHA-HOY TO WSH-FECHA.
           WRITE SALIDA-REC FROM WS-SAL-CABECERA.

       0110-CARGAR-RETORNO.
           OPEN INPUT RETORNO-FILE.
           IF WS-RET-STATUS = "00"
               PERFORM UNTIL EOF-RET
                   READ RETORNO-FILE
                       AT END SET EOF-RET TO TRUE
                   END-READ
                   IF NOT EOF-RET AND RET-REBOTE
                       AND RET-NUMERO IS NUMERIC
                       IF WS-REB-COUNT < 500
                           ADD 1 TO WS-REB-COUNT
                           MOVE RET-NUMERO
                               TO WS-REB-NUMERO(WS-REB-COUNT)
                           MOVE RET-MOTIVO
                               TO WS-REB-MOTIVO(WS-REB-COUNT)
                           MOVE "N" TO WS-REB-APLICADO(WS-REB-COUNT)
                       ELSE
                           DISPLAY "MAS DE 500 REBOTES EN EL "
                               "RETORNO; SE IGNORA EL " RET-NUMERO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RETORNO-FILE
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-NOT
               READ NOTIFICACIONES-FILE
                   AT END SET EOF-NOT TO TRUE
               END-READ
               IF NOT EOF-NOT
                   ADD 1 TO WS-LEIDAS
                   EVALUATE NT-ESTADO
                       WHEN "E"
                           PERFORM 0210-APLICAR-REBOTE
                       WHEN "P"
                           PERFORM 0220-ENTREGAR
                   END-EVALUATE
                   WRITE TMP-REC FROM NOT-REC
               END-IF
           END-PERFORM.

       0210-APLICAR-REBOTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-REB-COUNT
               IF WS-REB-NUMERO(WS-IDX) = NT-NUMERO
                   MOVE "S" TO WS-REB-APLICADO(WS-IDX)
                   MOVE "R" TO NT-ESTADO
                   MOVE WS-REB-MOTIVO(WS-IDX) TO NT-MOTIVO-REBOTE
               END-IF
           END-PERFORM.
           IF NT-ESTADO = "R"
               ADD 1 TO WS-REBOTES
               MOVE NT-NUMERO TO WRR-NUMERO
               MOVE NT-TIPO-DEST TO WRR-TIPO
               MOVE NT-DESTINATARIO TO WRR-DESTINATARIO
               MOVE NT-PLANTILLA TO WRR-PLANTILLA
               MOVE NT-ORIGEN TO WRR-ORIGEN
               MOVE NT-FECHA-COLA TO WRR-FECHA
               MOVE NT-MOTIVO-REBOTE TO WRR-MOTIVO
               WRITE REPORTE-REC FROM WS-REP-REBOTE
           END-IF.

       0220-ENTREGAR.
           MOVE SPACES TO SALIDA-REC.
           MOVE 1 TO WS-PTR.
           STRING "D|" NT-NUMERO "|" NT-TIPO-DEST "|"
               NT-DESTINATARIO DELIMITED BY SPACE
               "|" NT-PLANTILLA DELIMITED BY SIZE
               INTO SALIDA-REC WITH POINTER WS-PTR.
           PERFORM VARYING WS-VAL FROM 1 BY 1 UNTIL WS-VAL > 3
               STRING "|" NT-VALOR(WS-VAL) DELIMITED BY "  "
                   INTO SALIDA-REC WITH POINTER WS-PTR
           END-PERFORM.
           WRITE SALIDA-REC.
           ADD 1 TO WS-ENVIADAS.
           MOVE "E" TO NT-ESTADO.
           MOVE WS-FECHA-HOY TO NT-FECHA-ENVIO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PLA-COUNT
               IF WS-PLA-CODIGO(WS-IDX) = NT-PLANTILLA
                   ADD 1 TO WS-PLA-ENVIADAS(WS-IDX)
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-PLA-COUNT < 30
               ADD 1 TO WS-PLA-COUNT
               MOVE NT-PLANTILLA TO WS-PLA-CODIGO(WS-PLA-COUNT)
               MOVE 1 TO WS-PLA-ENVIADAS(WS-PLA-COUNT)
           END-IF.

       0300-FIN.
           CLOSE NOTIFICACIONES-FILE NOTIFICACIONES-TMP.
           MOVE "mv NOTIFICACIONES.TMP NOTIFICACIONES.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE WS-ENVIADAS TO WST-CONTEO.
           WRITE SALIDA-REC FROM WS-SAL-CIERRE.
           CLOSE SALIDA-FILE.
      * Rebotes cuyo numero no esta en la cola enviada (ya marcados
      * en una corrida anterior no cuentan: quedaron aplicados).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-REB-COUNT
               IF WS-REB-APLICADO(WS-IDX) = "N"
                   ADD 1 TO WS-REBOTES-SIN-FILA
               END-IF
           END-PERFORM.
           IF WS-REBOTES-SIN-FILA > ZERO
               DISPLAY "REBOTES DEL RETORNO SIN FILA ENVIADA EN LA "
                   "COLA (YA APLICADOS O DESCONOCIDOS): "
                   WS-REBOTES-SIN-FILA
           END-IF.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           MOVE "ENTREGADAS AL GATEWAY POR PLANTILLA" TO REPORTE-REC.
           WRITE REPORTE-REC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PLA-COUNT
               MOVE WS-PLA-CODIGO(WS-IDX) TO WRP-CODIGO
               MOVE WS-PLA-ENVIADAS(WS-IDX) TO WRP-ENVIADAS
               WRITE REPORTE-REC FROM WS-REP-PLANTILLA
           END-PERFORM.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           MOVE WS-LEIDAS TO WRX-LEIDAS.
           MOVE WS-ENVIADAS TO WRX-ENVIADAS.
           MOVE WS-REBOTES TO WRX-REBOTES.
           WRITE REPORTE-REC FROM WS-REP-TOTALES.
           CLOSE REPORTE-FILE.
           DISPLAY WS-REP-TOTALES.
           IF WS-REBOTES > ZERO
               DISPLAY "HAY REBOTES; VER NOTIFICACIONES_DESPACHO.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM DespachoNotificaciones.
