       IDENTIFICATION DIVISION.
       PROGRAM-ID.     AprobarCastigos.
       AUTHOR.         J R.

      * Castigo de cartera incobrable y cierre financiero de un
      * termino: solo el supervisor firmado via IniciarSesion entra.
      * La opcion 1 recorre las propuestas pendientes de un termino
      * (CASTIGOS.DAT, de PropuestasCastigo) una por una con el saldo
      * que el estudiante debe hoy en CARTERA.DAT; A la aprueba, R la
      * rechaza, otra tecla la deja pendiente. Un castigo aprobado se
      * asienta en la cartera como filas CAS propias (facturado cero,
      * pagado el castigo), una por cada cargo abierto del termino,
      * del mas viejo al mas nuevo, con la fecha del cargo para que
      * la antiguedad se netee en su misma banda. El registro guarda
      * el monto castigado, la fecha y el supervisor que lo firmo. Si
      * el saldo ya se cubrio desde la propuesta, la propuesta se
      * rechaza sola. El registro se reescribe a un temporal que
      * reemplaza al original. La opcion 2 cierra el termino cuando
      * ya no le quedan propuestas pendientes: queda en
      * TERMINOS_CERRADOS.DAT y desde entonces AplicarPagos,
      * AplicarBecas y AsignarRecargos no tocan sus filas. Cada
      * decision y cada cierre dejan su imagen en CASTIGOS_AUDIT.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASTIGOS-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.
           SELECT CASTIGOS-TMP ASSIGN TO "CASTIGOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT CERRADOS-FILE ASSIGN TO "TERMINOS_CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CASTIGOS_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASTIGOS-FILE.
       01  CASTIGO-REC.
           88  EOF-CASTIGOS        VALUE HIGH-VALUE.
           COPY "CASTIGO-RECORD.CBL"
               REPLACING LEADING ==CS== BY ==CAS==.

       FD  CASTIGOS-TMP.
       01  TMP-REC                 PIC X(72).

       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  CERRADOS-FILE.
       01  CERRADO-REC.
           88  EOF-CERRADOS        VALUE HIGH-VALUE.
           COPY "TERMINO-CERRADO-RECORD.CBL"
               REPLACING LEADING ==TC== BY ==CER==.

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CAS-STATUS       PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-CER-STATUS       PIC X(2).
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-AUDIT-FECHA      PIC 9(8).
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "3".
           05  WS-DECISION         PIC X(1).
           05  WS-CONFIRMA         PIC X.
           05  WS-CMD              PIC X(60).
           05  WS-TERMINO          PIC X(6).
           05  WS-SALDO-HOY        PIC S9(7)V99.
           05  WS-RESTANTE         PIC S9(7)V99.
           05  WS-ABONO            PIC 9(7)V99.
           05  WS-MONTO-ED         PIC Z(6)9.99.
           05  WS-SALDO-ED         PIC -Z(6)9.99.
           05  WS-IDX              PIC 9(2).
           05  WS-MENOR            PIC 9(2).
           05  WS-PENDIENTES       PIC 9(3).
           05  WS-FILAS-TERMINO    PIC 9(5).
           05  WS-CERRADO          PIC X.
               88  TERMINO-CERRADO VALUE "Y".
           05  WS-APROBADOS        PIC 9(3) VALUE ZERO.
           05  WS-RECHAZADOS       PIC 9(3) VALUE ZERO.
           05  WS-SALTADOS         PIC 9(3) VALUE ZERO.
           05  WS-TOT-CASTIGADO    PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-ED           PIC Z(8)9.99.

       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Cargos abiertos del estudiante en el termino revisado.
       01  WS-CARGOS.
           05  WS-CGO-COUNT        PIC 9(2).
           05  WS-CGO-ENTRY OCCURS 30 TIMES.
               10  WS-CGO-CARRERA  PIC X(3).
               10  WS-CGO-FECHA    PIC 9(8).
               10  WS-CGO-ABIERTO  PIC 9(7)V99.

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-OPERADOR        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-ACCION          PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAL-REGISTRO        PIC X(72).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "APROBAR CASTIGOS REQUIERE NIVEL SUPERVISOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-REVISAR-PROPUESTAS
                           THRU 0200-EXIT
                   WHEN "2"
                       PERFORM 0500-CERRAR-TERMINO
                           THRU 0500-EXIT
                   WHEN "3"
                       MOVE WS-TOT-CASTIGADO TO WS-TOT-ED
                       DISPLAY "CASTIGOS APROBADOS EN LA SESION: "
                           WS-APROBADOS " POR " WS-TOT-ED
                           " RECHAZADOS: " WS-RECHAZADOS
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  CASTIGO DE CARTERA Y CIERRE".
           DISPLAY "=====================================".
           DISPLAY "1. REVISAR CASTIGOS PROPUESTOS".
           DISPLAY "2. CERRAR UN TERMINO".
           DISPLAY "3. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0200-REVISAR-PROPUESTAS.
           DISPLAY "TERMINO A REVISAR (AAAATT): ".
           ACCEPT WS-TERMINO.
           IF WS-TERMINO = SPACES
               DISPLAY "TERMINO INVALIDO."
               GO TO 0200-EXIT
           END-IF.
           OPEN INPUT CASTIGOS-FILE.
           IF WS-CAS-STATUS NOT = "00"
               DISPLAY "SIN CASTIGOS.DAT; CORRA PropuestasCastigo "
                   "PRIMERO."
               GO TO 0200-EXIT
           END-IF.
           OPEN OUTPUT CASTIGOS-TMP.
           PERFORM UNTIL EOF-CASTIGOS
               READ CASTIGOS-FILE
                   AT END SET EOF-CASTIGOS TO TRUE
               END-READ
               IF NOT EOF-CASTIGOS
                   IF CAS-PROPUESTO
                       AND CAS-TERMINO = WS-TERMINO
                       PERFORM 0210-DECIDIR-CASTIGO THRU 0210-EXIT
                   END-IF
                   WRITE TMP-REC FROM CASTIGO-REC
               END-IF
           END-PERFORM.
           CLOSE CASTIGOS-FILE.
           CLOSE CASTIGOS-TMP.
           INITIALIZE CASTIGO-REC.
           MOVE "mv CASTIGOS.TMP CASTIGOS.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           DISPLAY "REVISION TERMINADA. PENDIENTES: " WS-SALTADOS.

       0200-EXIT.
           EXIT.

       0210-DECIDIR-CASTIGO.
           PERFORM 0300-LEER-CARGOS.
           IF WS-SALDO-HOY NOT > ZERO
               DISPLAY "CASTIGO " CAS-MATRICULA " " CAS-TERMINO
                   ": EL SALDO YA SE CUBRIO; SE RECHAZA."
               MOVE "R" TO CAS-ESTADO
               MOVE ZERO TO CAS-MONTO
               MOVE WS-FECHA-HOY TO CAS-FECHA-DECISION
               MOVE WS-SES-OPERADOR TO CAS-OPERADOR
               ADD 1 TO WS-RECHAZADOS
               MOVE "RECHAZ" TO WAL-ACCION
               PERFORM 0900-ESCRIBIR-AUDITORIA
               GO TO 0210-EXIT
           END-IF.
           MOVE CAS-SALDO TO WS-MONTO-ED.
           DISPLAY "CASTIGO: " CAS-MATRICULA " CARRERA " CAS-CARRERA
               " TERMINO " CAS-TERMINO " PROPUESTO "
               CAS-FECHA-PROPUESTA.
           MOVE WS-SALDO-HOY TO WS-SALDO-ED.
           DISPLAY "  SALDO PROPUESTO " WS-MONTO-ED " SALDO HOY "
               WS-SALDO-ED " CARGO DEL " CAS-FECHA-FACTURA " ("
               CAS-DIAS " DIAS)".
           DISPLAY "DECISION (A=APROBAR R=RECHAZAR "
               "OTRA=DEJAR PENDIENTE): ".
           ACCEPT WS-DECISION.
           IF WS-DECISION NOT = "A" AND WS-DECISION NOT = "R"
               ADD 1 TO WS-SALTADOS
               GO TO 0210-EXIT
           END-IF.
           MOVE WS-DECISION TO CAS-ESTADO.
           MOVE WS-FECHA-HOY TO CAS-FECHA-DECISION.
           MOVE WS-SES-OPERADOR TO CAS-OPERADOR.
           IF CAS-APROBADO
               MOVE WS-SALDO-HOY TO CAS-MONTO
               PERFORM 0400-ASENTAR-CASTIGO
               ADD 1 TO WS-APROBADOS
               ADD CAS-MONTO TO WS-TOT-CASTIGADO
               MOVE "APRUEB" TO WAL-ACCION
           ELSE
               MOVE ZERO TO CAS-MONTO
               ADD 1 TO WS-RECHAZADOS
               MOVE "RECHAZ" TO WAL-ACCION
           END-IF.
           PERFORM 0900-ESCRIBIR-AUDITORIA.

       0210-EXIT.
           EXIT.

      * Saldo neto de hoy y cargos abiertos del estudiante en el
      * termino.
       0300-LEER-CARGOS.
           MOVE ZERO TO WS-SALDO-HOY WS-CGO-COUNT.
           OPEN INPUT CARTERA-FILE.
           IF WS-CAR-STATUS = "00"
               PERFORM UNTIL EOF-CARTERA
                   READ CARTERA-FILE
                       AT END SET EOF-CARTERA TO TRUE
                   END-READ
                   IF NOT EOF-CARTERA
                       AND CAR-MATRICULA = CAS-MATRICULA
                       AND CAR-TERMINO = CAS-TERMINO
                       COMPUTE WS-SALDO-HOY = WS-SALDO-HOY
                           + CAR-FACTURADO - CAR-PAGADO
                       IF CAR-FACTURADO > CAR-PAGADO
                           AND WS-CGO-COUNT < 30
                           ADD 1 TO WS-CGO-COUNT
                           MOVE CAR-CARRERA
                               TO WS-CGO-CARRERA(WS-CGO-COUNT)
                           MOVE CAR-FECHA TO WS-CGO-FECHA(WS-CGO-COUNT)
                           COMPUTE WS-CGO-ABIERTO(WS-CGO-COUNT) =
                               CAR-FACTURADO - CAR-PAGADO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CARTERA-FILE
               INITIALIZE CARTERA-REC
           END-IF.

      * Una fila CAS por cargo abierto, del mas viejo al mas nuevo,
      * hasta cubrir el saldo castigado.
       0400-ASENTAR-CASTIGO.
           MOVE CAS-MONTO TO WS-RESTANTE.
           OPEN EXTEND CARTERA-FILE.
           IF WS-CAR-STATUS NOT = "00"
               OPEN OUTPUT CARTERA-FILE
           END-IF.
           PERFORM UNTIL WS-RESTANTE NOT > ZERO OR WS-CGO-COUNT = ZERO
               MOVE 1 TO WS-MENOR
               PERFORM VARYING WS-IDX FROM 2 BY 1
                       UNTIL WS-IDX > WS-CGO-COUNT
                   IF WS-CGO-FECHA(WS-IDX) < WS-CGO-FECHA(WS-MENOR)
                       MOVE WS-IDX TO WS-MENOR
                   END-IF
               END-PERFORM
               IF WS-CGO-ABIERTO(WS-MENOR) < WS-RESTANTE
                   MOVE WS-CGO-ABIERTO(WS-MENOR) TO WS-ABONO
               ELSE
                   MOVE WS-RESTANTE TO WS-ABONO
               END-IF
               INITIALIZE CARTERA-REC
               MOVE CAS-TERMINO TO CAR-TERMINO
               MOVE CAS-MATRICULA TO CAR-MATRICULA
               MOVE WS-CGO-CARRERA(WS-MENOR) TO CAR-CARRERA
               MOVE ZERO TO CAR-FACTURADO
               MOVE WS-ABONO TO CAR-PAGADO
               MOVE WS-CGO-FECHA(WS-MENOR) TO CAR-FECHA
               MOVE "CAS" TO CAR-TIPO
               WRITE CARTERA-REC
               SUBTRACT WS-ABONO FROM WS-RESTANTE
               MOVE WS-CGO-ENTRY(WS-CGO-COUNT)
                   TO WS-CGO-ENTRY(WS-MENOR)
               SUBTRACT 1 FROM WS-CGO-COUNT
           END-PERFORM.
           CLOSE CARTERA-FILE.
           INITIALIZE CARTERA-REC.

       0500-CERRAR-TERMINO.
           DISPLAY "TERMINO A CERRAR (AAAATT): ".
           ACCEPT WS-TERMINO.
           IF WS-TERMINO = SPACES
               DISPLAY "TERMINO INVALIDO."
               GO TO 0500-EXIT
           END-IF.
           MOVE "N" TO WS-CERRADO.
           OPEN INPUT CERRADOS-FILE.
           IF WS-CER-STATUS = "00"
               PERFORM UNTIL EOF-CERRADOS
                   READ CERRADOS-FILE
                       AT END SET EOF-CERRADOS TO TRUE
                   END-READ
                   IF NOT EOF-CERRADOS
                       AND CER-TERMINO = WS-TERMINO
                       SET TERMINO-CERRADO TO TRUE
                   END-IF
               END-PERFORM
               CLOSE CERRADOS-FILE
               INITIALIZE CERRADO-REC
           END-IF.
           IF TERMINO-CERRADO
               DISPLAY "EL TERMINO " WS-TERMINO " YA ESTA CERRADO."
               GO TO 0500-EXIT
           END-IF.
           MOVE ZERO TO WS-FILAS-TERMINO.
           OPEN INPUT CARTERA-FILE.
           IF WS-CAR-STATUS = "00"
               PERFORM UNTIL EOF-CARTERA
                   READ CARTERA-FILE
                       AT END SET EOF-CARTERA TO TRUE
                   END-READ
                   IF NOT EOF-CARTERA
                       AND CAR-TERMINO = WS-TERMINO
                       ADD 1 TO WS-FILAS-TERMINO
                   END-IF
               END-PERFORM
               CLOSE CARTERA-FILE
               INITIALIZE CARTERA-REC
           END-IF.
           IF WS-FILAS-TERMINO = ZERO
               DISPLAY "EL TERMINO " WS-TERMINO
                   " NO TIENE CARTERA; NO SE CIERRA."
               GO TO 0500-EXIT
           END-IF.
           MOVE ZERO TO WS-PENDIENTES.
           OPEN INPUT CASTIGOS-FILE.
           IF WS-CAS-STATUS = "00"
               PERFORM UNTIL EOF-CASTIGOS
                   READ CASTIGOS-FILE
                       AT END SET EOF-CASTIGOS TO TRUE
                   END-READ
                   IF NOT EOF-CASTIGOS
                       AND CAS-TERMINO = WS-TERMINO
                       AND CAS-PROPUESTO
                       ADD 1 TO WS-PENDIENTES
                   END-IF
               END-PERFORM
               CLOSE CASTIGOS-FILE
               INITIALIZE CASTIGO-REC
           END-IF.
           IF WS-PENDIENTES > ZERO
               DISPLAY "EL TERMINO " WS-TERMINO " TIENE "
                   WS-PENDIENTES " CASTIGOS PENDIENTES; "
                   "REVISELOS ANTES DE CERRAR."
               GO TO 0500-EXIT
           END-IF.
           DISPLAY "CERRAR EL TERMINO " WS-TERMINO
               "; DESPUES NO SE LE APLICAN PAGOS, BECAS NI "
               "RECARGOS (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CIERRE CANCELADO."
               GO TO 0500-EXIT
           END-IF.
           INITIALIZE CERRADO-REC.
           MOVE WS-TERMINO TO CER-TERMINO.
           MOVE WS-FECHA-HOY TO CER-FECHA.
           MOVE WS-SES-OPERADOR TO CER-OPERADOR.
           OPEN EXTEND CERRADOS-FILE.
           IF WS-CER-STATUS NOT = "00"
               OPEN OUTPUT CERRADOS-FILE
           END-IF.
           WRITE CERRADO-REC.
           CLOSE CERRADOS-FILE.
           MOVE "CIERRE" TO WAL-ACCION.
           MOVE CERRADO-REC TO CASTIGO-REC.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           INITIALIZE CERRADO-REC CASTIGO-REC.
           DISPLAY "TERMINO " WS-TERMINO " CERRADO.".

       0500-EXIT.
           EXIT.

       0900-ESCRIBIR-AUDITORIA.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE WS-AUDIT-FECHA TO WAL-FECHA.
           MOVE WS-AUDIT-HORA TO WAL-HORA.
           MOVE WS-SES-OPERADOR TO WAL-OPERADOR.
           MOVE CASTIGO-REC TO WAL-REGISTRO.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
           CLOSE AUDIT-FILE.

       END PROGRAM AprobarCastigos.
