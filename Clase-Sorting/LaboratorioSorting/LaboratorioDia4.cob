       01 W-REGISTRO-LEADERBOARD.
          05 O-RANK             PIC ZZ9.
          05 S6                 PIC X(3) VALUE " | ".
          05 O-L-MATRICULA      PIC X(7).
          05 S7                 PIC X(3) VALUE " | ".
          05 O-L-APELLIDO       PIC X(10).
          05 S8                 PIC X(1) VALUE " ".

       01 WS-RANK                    PIC 9(5) VALUE ZERO.

      * Reserva de directorio (VerificarReserva): la tabla de
      * posiciones se publica, asi que el estudiante que pidio no
      * aparecer conserva su lugar pero sale sin matricula ni nombre.
       01 WS-RSV-MATRICULA           PIC 9(7).
       01 WS-RSV-RESULTADO           PIC X(1).
          88 CON-RESERVA             VALUE "S".

      * Acumulados por genero (1=M, 2=F, 3=OTROS) y por carrera y
      * genero (M/F) para la brecha, que hasta ahora se calculaba en
      * una hoja de calculo desde ORDENADOS.DAT aunque el GENERO
              MOVE NOMBRE            TO O-L-NOMBRE
              MOVE CARRERA           TO O-L-CARRERA
              MOVE NOTA              TO O-L-NOTA
              PERFORM 415-ENMASCARAR-RESERVA

              MOVE " | " TO S6 S7 S9 S10
              MOVE " "   TO S8
           END-PERFORM.


       415-ENMASCARAR-RESERVA.
           MOVE NUMERO-MATRICULA TO WS-RSV-MATRICULA.
           CALL "VerificarReserva" USING WS-RSV-MATRICULA
               WS-RSV-RESULTADO.
           IF CON-RESERVA
               MOVE "*******"    TO O-L-MATRICULA
               MOVE "RESERVADO"  TO O-L-APELLIDO
               MOVE SPACES       TO O-L-NOMBRE
           END-IF.

      * Deja el resumen estandar del paso en RESUMEN_PASOS.DAT para
      * que BatchDiario arme el reporte consolidado del stream.
       8000-ESCRIBIR-RESUMEN-PASO.
