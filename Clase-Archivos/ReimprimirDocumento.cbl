      * Transcript en modo lote y deja la pagina regenerada en
      * REIMPRESION.SAL; la reimpresion toma su propio serial nuevo
      * en el registro, ligado en consola al original, de modo que
      * la cadena de emisiones queda completa. Un diploma (tipo DIP)
      * se reproduce igual: Diplomas en modo reimpresion deja su
      * renglon en DIPLOMAS_IMPRENTA.DAT con serial nuevo, ligado al
      * original en el registro de diplomas. Los otros tipos (CAR,
      * BEC, PYS, CON, EDC, ITE) se reproducen volviendo a correr su
      * generador, que el programa indica.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-FECHA            PIC 9(8).
           05  WS-OPERADOR         PIC X(8).
           05  WS-RC               PIC S9(4).
           05  WS-COMANDO          PIC X(60).

       PROCEDURE DIVISION.
       0100-INICIO.
                   DISPLAY "REPRODUZCA LA LISTA CORRIENDO Becas; "
                       "EL REGISTRO YA DIO FE DE LA EMISION "
                       "ORIGINAL."
               WHEN "DIP"
                   PERFORM 0300-REIMPRIMIR-DIPLOMA
               WHEN "PYS"
                   DISPLAY "REPRODUZCA EL PAZ Y SALVO CORRIENDO "
                       "PazYSalvo; EL REGISTRO YA DIO FE DE LA "
                       "EMISION ORIGINAL."
               WHEN "CON"
                   DISPLAY "EMITA UNA CONSTANCIA NUEVA CON "
                       "ConstanciaEstudios; LA CARGA DEL TERMINO "
                       "PUDO CAMBIAR DESDE LA ORIGINAL."
               WHEN "EDC"
                   DISPLAY "EMITA UN ESTADO DE CUENTA NUEVO CON "
                       "EstadoCuenta; LOS SALDOS PUDIERON CAMBIAR "
                       "DESDE EL ORIGINAL."
               WHEN "ITE"
                   DISPLAY "REENVIE EL INTERCAMBIO CORRIENDO "
                       "IntercambioTranscript; EL ENVIO NUEVO LLEVA "
                       "SU PROPIO SERIAL."
               WHEN OTHER
                   DISPLAY "TIPO DE DOCUMENTO DESCONOCIDO: "
                       WS-TIPO
               " EN REIMPRESION.SAL (CON SU SERIAL NUEVO EN EL "
               "REGISTRO).".

      * Diplomas toma el serial del ambiente y deja el renglon para
      * la imprenta en DIPLOMAS_IMPRENTA.DAT.
       0300-REIMPRIMIR-DIPLOMA.
           MOVE SPACES TO WS-COMANDO.
           STRING "DIPLOMAS_REIMPRIMIR=" WS-SERIAL-BUSCADO
               " ./Diplomas" DELIMITED BY SIZE INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           COMPUTE WS-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-RC NOT = ZERO
               DISPLAY "Diplomas TERMINO CON RC " WS-RC
                   "; REVISE LA SALIDA."
           ELSE
               DISPLAY "REIMPRESION DEL SERIAL " WS-SERIAL-BUSCADO
                   " EN DIPLOMAS_IMPRENTA.DAT (CON SU SERIAL NUEVO "
                   "EN EL REGISTRO)."
           END-IF.

       END PROGRAM ReimprimirDocumento.
