      * reparados en REPROCESO.DAT, en el layout de carga que el
      * intake de altas consume (se renombra a ALTAS.DAT y se corre
      * IntakeAltas). Lo que no queda reparado sigue en su archivo de
      * origen para el siguiente intento. REPROCESO.DAT sale con el
      * sobre de control (cabecera *CAB y pie *PIE con cantidad y
      * total de matriculas) que ControlEntrada exige a ALTAS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  REP-CODIGO          PIC X(9).
           02  REP-MATERIA         PIC X(3).
           02  REP-GENERO          PIC X(1).
       01  REPROCESO-CONTROL.
           COPY "CONTROL-ENTRADA-RECORD.CBL"
               REPLACING LEADING ==CE== BY ==RPC==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
               88  REPARAR         VALUE "S".
           05  WS-REG-LEIDOS       PIC 9(5) VALUE ZERO.
           05  WS-REG-REPARADOS    PIC 9(5) VALUE ZERO.
           05  WS-REP-TOTAL        PIC 9(15) VALUE ZERO.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-CAPTURA          PIC X(10).
           05  WS-ESTADO-VALIDACION PIC X(1).
               88  ESTUDIANTE-VALIDO VALUE "S".
               STOP RUN
           END-IF.
           OPEN OUTPUT REPROCESO-FILE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO REPROCESO-CONTROL.
           SET RPC-CABECERA TO TRUE.
           MOVE "ALTAS" TO RPC-TIPO.
           MOVE WS-FECHA-HOY TO RPC-FECHA-REMITENTE.
           MOVE "REPARACION RECHAZOS" TO RPC-REMITENTE.
           WRITE REPROCESO-CONTROL.

       0200-PROCESO.
           PERFORM UNTIL EOF-RECH OR TERMINAR
               MOVE WR-GENERO    TO REP-GENERO
               WRITE REPROCESO-REC
               ADD 1 TO WS-REG-REPARADOS
               ADD WR-MATRICULA TO WS-REP-TOTAL
               DISPLAY "REPARADO Y LISTO PARA REPROCESO."
           ELSE
               DISPLAY "SIGUE INVALIDO; QUEDA EN SU ARCHIVO DE "

       0300-FIN.
           CLOSE RECHAZOS-FILE.
           MOVE SPACES TO REPROCESO-CONTROL.
           SET RPC-PIE TO TRUE.
           MOVE WS-REG-REPARADOS TO RPC-CANTIDAD.
           MOVE WS-REP-TOTAL TO RPC-TOTAL.
           WRITE REPROCESO-CONTROL.
           CLOSE REPROCESO-FILE.
           DISPLAY "REVISADOS: " WS-REG-LEIDOS
               " REPARADOS EN REPROCESO.DAT: " WS-REG-REPARADOS.
