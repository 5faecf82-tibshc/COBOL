       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ExonerarRecargos.
       AUTHOR.         J R.

      * Exoneracion de recargos por mora (RECARGOS.DAT, de
      * AsignarRecargos): solo el supervisor firmado via
      * IniciarSesion entra. Para una matricula se listan sus
      * recargos asignados; el supervisor escoge uno, da el motivo y
      * confirma. El recargo queda en el registro en estado E con la
      * fecha y el supervisor, y su fila de CARTERA.DAT (misma
      * matricula, termino y tipo) se reversa a facturado cero; lo
      * que ya se hubiera abonado al recargo queda a favor en esa
      * fila. Registro y cartera se reescriben a temporales que
      * reemplazan a los originales. Cada exoneracion deja en
      * RECARGOS_AUDIT.LOG la imagen del recargo y el motivo. Un
      * recargo exonerado no se vuelve a asignar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECARGOS-FILE ASSIGN TO "RECARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-CHECK-KEY.
           SELECT RECARGOS-TMP ASSIGN TO "RECARGOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTM-STATUS.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT CARTERA-TMP ASSIGN TO "CARTERA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "RECARGOS_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECARGOS-FILE.
       01  RECARGO-REC.
           88  EOF-RECARGOS        VALUE HIGH-VALUE.
           COPY "RECARGO-RECORD.CBL"
               REPLACING LEADING ==RG== BY ==RCG==.

       FD  RECARGOS-TMP.
       01  RTM-REC                 PIC X(66).

       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  CARTERA-TMP.
       01  CTM-REC                 PIC X(45).

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(147).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-RTM-STATUS       PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-CTM-STATUS       PIC X(2).
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-AUDIT-FECHA      PIC 9(8).
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "2".
           05  WS-CONFIRMA         PIC X.
           05  WS-CMD              PIC X(60).
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-NUMERO-TEXTO     PIC X(2).
           05  WS-NUMERO           PIC 9(2).
           05  WS-MOTIVO           PIC X(40).
           05  WS-MONTO-ED         PIC Z(6)9.99.
           05  WS-EXONERADOS       PIC 9(3) VALUE ZERO.
           05  WS-FILA-HALLADA     PIC X.
               88  SE-HALLO-FILA   VALUE "Y".

       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Recargos asignados (estado A) de la matricula consultada.
       01  WS-LISTA.
           05  WS-LIS-COUNT        PIC 9(2).
           05  WS-LIS-ENTRY OCCURS 20 TIMES.
               10  WS-LIS-TERMINO  PIC X(6).
               10  WS-LIS-TIPO     PIC X(3).
               10  WS-LIS-MONTO    PIC 9(7)V99.
               10  WS-LIS-FECHA    PIC 9(8).

      * Recargo escogido.
       01  WS-ELEGIDO.
           05  WS-ELE-TERMINO      PIC X(6).
           05  WS-ELE-TIPO         PIC X(3).

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-OPERADOR        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-ACCION          PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAL-REGISTRO        PIC X(66).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAL-MOTIVO          PIC X(40).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "EXONERAR RECARGOS REQUIERE NIVEL SUPERVISOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-EXONERAR-RECARGO
                           THRU 0200-EXIT
                   WHEN "2"
                       DISPLAY "RECARGOS EXONERADOS EN LA SESION: "
                           WS-EXONERADOS
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  EXONERACION DE RECARGOS POR MORA".
           DISPLAY "=====================================".
           DISPLAY "1. EXONERAR UN RECARGO".
           DISPLAY "2. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0200-EXONERAR-RECARGO.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
               GO TO 0200-EXIT
           END-IF.
           MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA.
           PERFORM 0210-LISTAR-RECARGOS.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "SIN RECARGOS.DAT; CORRA AsignarRecargos "
                   "PRIMERO."
               GO TO 0200-EXIT
           END-IF.
           IF WS-LIS-COUNT = ZERO
               DISPLAY "LA MATRICULA " WS-MATRICULA-BUSCADA
                   " NO TIENE RECARGOS ASIGNADOS."
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "NUMERO DEL RECARGO A EXONERAR: ".
           ACCEPT WS-NUMERO-TEXTO.
           IF FUNCTION TEST-NUMVAL(WS-NUMERO-TEXTO) NOT = ZERO
               DISPLAY "NUMERO INVALIDO."
               GO TO 0200-EXIT
           END-IF.
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUMERO-TEXTO).
           IF WS-NUMERO = ZERO OR WS-NUMERO > WS-LIS-COUNT
               DISPLAY "NUMERO FUERA DE LA LISTA."
               GO TO 0200-EXIT
           END-IF.
           MOVE WS-LIS-TERMINO(WS-NUMERO) TO WS-ELE-TERMINO.
           MOVE WS-LIS-TIPO(WS-NUMERO) TO WS-ELE-TIPO.
           DISPLAY "MOTIVO DE LA EXONERACION: ".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "LA EXONERACION REQUIERE MOTIVO."
               GO TO 0200-EXIT
           END-IF.
           MOVE WS-LIS-MONTO(WS-NUMERO) TO WS-MONTO-ED.
           DISPLAY "EXONERAR " WS-ELE-TIPO " DEL TERMINO "
               WS-ELE-TERMINO " POR " WS-MONTO-ED " (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "EXONERACION CANCELADA."
               GO TO 0200-EXIT
           END-IF.
           PERFORM 0300-REVERSAR-CARTERA.
           IF NOT SE-HALLO-FILA
               DISPLAY "SIN FILA " WS-ELE-TIPO " DEL TERMINO "
                   WS-ELE-TERMINO " EN CARTERA.DAT; NO SE EXONERA."
               GO TO 0200-EXIT
           END-IF.
           PERFORM 0400-MARCAR-REGISTRO.
           ADD 1 TO WS-EXONERADOS.
           DISPLAY "RECARGO EXONERADO: " WS-MATRICULA-BUSCADA " "
               WS-ELE-TERMINO " " WS-ELE-TIPO.

       0200-EXIT.
           EXIT.

       0210-LISTAR-RECARGOS.
           MOVE ZERO TO WS-LIS-COUNT.
           OPEN INPUT RECARGOS-FILE.
           IF FILE-CHECK-KEY = "00"
               PERFORM UNTIL EOF-RECARGOS
                   READ RECARGOS-FILE
                       AT END SET EOF-RECARGOS TO TRUE
                   END-READ
                   IF NOT EOF-RECARGOS
                       AND RCG-MATRICULA = WS-MATRICULA-BUSCADA
                       AND RCG-ASIGNADO
                       AND WS-LIS-COUNT < 20
                       ADD 1 TO WS-LIS-COUNT
                       MOVE RCG-TERMINO TO WS-LIS-TERMINO(WS-LIS-COUNT)
                       MOVE RCG-TIPO TO WS-LIS-TIPO(WS-LIS-COUNT)
                       MOVE RCG-MONTO TO WS-LIS-MONTO(WS-LIS-COUNT)
                       MOVE RCG-FECHA TO WS-LIS-FECHA(WS-LIS-COUNT)
                       MOVE RCG-MONTO TO WS-MONTO-ED
                       DISPLAY WS-LIS-COUNT ". TERMINO " RCG-TERMINO
                           " | " RCG-TIPO " | MONTO " WS-MONTO-ED
                           " | ASIGNADO " RCG-FECHA
                   END-IF
               END-PERFORM
               CLOSE RECARGOS-FILE
               INITIALIZE RECARGO-REC
           END-IF.

      * La fila del recargo en la cartera queda facturada en cero.
       0300-REVERSAR-CARTERA.
           MOVE "N" TO WS-FILA-HALLADA.
           OPEN INPUT CARTERA-FILE.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARTERA.DAT. CODIGO: "
                   WS-CAR-STATUS
           ELSE
               OPEN OUTPUT CARTERA-TMP
               PERFORM UNTIL EOF-CARTERA
                   READ CARTERA-FILE
                       AT END SET EOF-CARTERA TO TRUE
                   END-READ
                   IF NOT EOF-CARTERA
                       IF CAR-MATRICULA = WS-MATRICULA-BUSCADA
                           AND CAR-TERMINO = WS-ELE-TERMINO
                           AND CAR-TIPO = WS-ELE-TIPO
                           AND NOT SE-HALLO-FILA
                           SET SE-HALLO-FILA TO TRUE
                           MOVE ZERO TO CAR-FACTURADO
                           IF CAR-PAGADO > ZERO
                               DISPLAY "LO YA ABONADO AL RECARGO "
                                   "QUEDA A FAVOR EN LA CARTERA."
                           END-IF
                       END-IF
                       WRITE CTM-REC FROM CARTERA-REC
                   END-IF
               END-PERFORM
               CLOSE CARTERA-FILE
               CLOSE CARTERA-TMP
               INITIALIZE CARTERA-REC
               IF SE-HALLO-FILA
                   MOVE "mv CARTERA.TMP CARTERA.DAT" TO WS-CMD
                   CALL "SYSTEM" USING WS-CMD
               END-IF
           END-IF.

       0400-MARCAR-REGISTRO.
           OPEN INPUT RECARGOS-FILE.
           OPEN OUTPUT RECARGOS-TMP.
           PERFORM UNTIL EOF-RECARGOS
               READ RECARGOS-FILE
                   AT END SET EOF-RECARGOS TO TRUE
               END-READ
               IF NOT EOF-RECARGOS
                   IF RCG-MATRICULA = WS-MATRICULA-BUSCADA
                       AND RCG-TERMINO = WS-ELE-TERMINO
                       AND RCG-TIPO = WS-ELE-TIPO
                       AND RCG-ASIGNADO
                       MOVE "E" TO RCG-ESTADO
                       MOVE WS-FECHA-HOY TO RCG-FECHA-EXONERADO
                       MOVE WS-SES-OPERADOR TO RCG-OPERADOR
                       MOVE "EXONER" TO WAL-ACCION
                       PERFORM 0900-ESCRIBIR-AUDITORIA
                   END-IF
                   WRITE RTM-REC FROM RECARGO-REC
               END-IF
           END-PERFORM.
           CLOSE RECARGOS-FILE.
           CLOSE RECARGOS-TMP.
           INITIALIZE RECARGO-REC.
           MOVE "mv RECARGOS.TMP RECARGOS.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       0900-ESCRIBIR-AUDITORIA.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE WS-AUDIT-FECHA TO WAL-FECHA.
           MOVE WS-AUDIT-HORA TO WAL-HORA.
           MOVE WS-SES-OPERADOR TO WAL-OPERADOR.
           MOVE RECARGO-REC TO WAL-REGISTRO.
           MOVE WS-MOTIVO TO WAL-MOTIVO.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
           CLOSE AUDIT-FILE.

       END PROGRAM ExonerarRecargos.
