      *   4  CargarMaestroIdx   (reconstruye STUDENTS_1.IDX)
      *   5  avanzar el termino (TERMINO-ACTUAL.DAT)
      *
      * Con el termino nuevo abierto corre VerificarCalendario sobre
      * su calendario. Es un aviso, no un paso: no entra al control
      * de reinicio (la llave ya es el termino nuevo) ni marca el
      * cierre como fallido; sus hallazgos quedan en la bitacora y en
      * CALENDARIO_VERIFICACION.DAT para corregirlos con
      * MantenimientoCalendario antes de la primera semana.
      *
      * El avance del termino va AL FINAL a proposito: el control de
      * reinicio esta llaveado por el termino leido al arrancar, y
      * avanzarlo con pasos restartables pendientes haria que la
           PERFORM 0400-PASO-3-SEMBRAR-ROSTER.
           PERFORM 0500-PASO-4-RECONSTRUIR-IDX.
           PERFORM 0600-PASO-5-AVANZAR-TERMINO.
           PERFORM 0700-VERIFICAR-CALENDARIO.

           MOVE "FIN CIERRE DE TERMINO" TO LOG-LN.
           WRITE LOG-LN.
               MOVE 8 TO WS-STEP-RC
           END-IF.

       0700-VERIFICAR-CALENDARIO.
           IF NOT HUBO-FALLO
               CALL "SYSTEM" USING "./VerificarCalendario"
               COMPUTE WS-STEP-RC = RETURN-CODE / 256
               MOVE 0 TO RETURN-CODE
               MOVE WS-STEP-RC TO WS-RC-EDIT
               MOVE SPACES TO LOG-LN
               STRING "VERIFICACION DEL CALENDARIO DEL TERMINO NUEVO "
                   "RC: " WS-RC-EDIT
                   DELIMITED BY SIZE INTO LOG-LN
               WRITE LOG-LN
               DISPLAY LOG-LN
               IF WS-STEP-RC NOT = ZERO
                   DISPLAY "AVISO: EL CALENDARIO DEL TERMINO NUEVO "
                       "TIENE HALLAZGOS; VER "
                       "CALENDARIO_VERIFICACION.DAT."
               END-IF
           END-IF.

       0180-SALTAR-POR-FALLO.
           MOVE SPACES TO LOG-LN.
           STRING WS-STEP-NOMBRE
