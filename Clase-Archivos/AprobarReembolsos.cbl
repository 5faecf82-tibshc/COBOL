       IDENTIFICATION DIVISION.
       PROGRAM-ID.     AprobarReembolsos.
       AUTHOR.         J R.

      * Revision de los reembolsos por baja (REEMBOLSOS.DAT, de
      * MantenimientoRoster) antes de pagarlos: solo el supervisor
      * firmado via IniciarSesion entra. Cada reembolso pendiente con
      * monto se muestra con su estudiante, termino, semana y banda;
      * A lo aprueba, R lo rechaza, otra tecla lo deja pendiente. La
      * aprobacion y el rechazo piden comentario y quedan en el
      * registro con la fecha y el supervisor; el archivo se
      * reescribe a un temporal que reemplaza al original. Cada
      * decision deja en REEMBOLSOS_AUDIT.LOG la imagen del
      * reembolso. Los aprobados los paga PagoReembolsos en el
      * archivo para el banco; un reembolso en cero no hay que
      * pagarlo y no se revisa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEMBOLSOS-FILE ASSIGN TO "REEMBOLSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REE-STATUS.
           SELECT REEMBOLSOS-TMP ASSIGN TO "REEMBOLSOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "REEMBOLSOS_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REEMBOLSOS-FILE.
       01  REEMBOLSO-REC.
           88  EOF-REE             VALUE HIGH-VALUE.
           COPY "REEMBOLSO-RECORD.CBL"
               REPLACING LEADING ==RB== BY ==REE==.

       FD  REEMBOLSOS-TMP.
       01  TMP-REC                 PIC X(150).

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(188).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-REE-STATUS       PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-AUDIT-FECHA      PIC 9(8).
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-DECISION         PIC X(1).
           05  WS-COMENTARIO       PIC X(40).
           05  WS-CMD              PIC X(60).
           05  WS-MONTO            PIC 9(7)V99.
           05  WS-MONTO-ED         PIC Z(6)9.99.
           05  WS-APROBADOS        PIC 9(3) VALUE ZERO.
           05  WS-RECHAZADOS       PIC 9(3) VALUE ZERO.
           05  WS-SALTADOS         PIC 9(3) VALUE ZERO.
           05  WS-TOT-APROBADO     PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-ED           PIC Z(8)9.99.

       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-OPERADOR        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-ACCION          PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAL-REGISTRO        PIC X(150).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "APROBAR REEMBOLSOS REQUIERE NIVEL SUPERVISOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT REEMBOLSOS-FILE.
           IF WS-REE-STATUS NOT = "00"
               DISPLAY "SIN REEMBOLSOS.DAT; NO HAY REEMBOLSOS QUE "
                   "REVISAR."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REEMBOLSOS-TMP.
           PERFORM UNTIL EOF-REE
               READ REEMBOLSOS-FILE
                   AT END SET EOF-REE TO TRUE
               END-READ
               IF NOT EOF-REE
                   IF REE-PENDIENTE
                       AND REE-MATRICULA IS NUMERIC
                       AND REE-MONTO-ENTERO IS NUMERIC
                       AND REE-MONTO-DECIMAL IS NUMERIC
                       COMPUTE WS-MONTO = REE-MONTO-ENTERO
                           + REE-MONTO-DECIMAL / 100
                       IF WS-MONTO > ZERO
                           PERFORM 0200-DECIDIR-REEMBOLSO
                               THRU 0200-EXIT
                       END-IF
                   END-IF
                   WRITE TMP-REC FROM REEMBOLSO-REC
               END-IF
           END-PERFORM.
           CLOSE REEMBOLSOS-FILE.
           CLOSE REEMBOLSOS-TMP.
           MOVE "mv REEMBOLSOS.TMP REEMBOLSOS.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE WS-TOT-APROBADO TO WS-TOT-ED.
           DISPLAY "REVISION TERMINADA. APROBADOS: " WS-APROBADOS
               " POR " WS-TOT-ED " RECHAZADOS: " WS-RECHAZADOS
               " PENDIENTES: " WS-SALTADOS.
           STOP RUN.

       0200-DECIDIR-REEMBOLSO.
           MOVE WS-MONTO TO WS-MONTO-ED.
           DISPLAY "REEMBOLSO: " REE-MATRICULA " " REE-APELLIDO " "
               REE-NOMBRE " TERMINO " REE-TERMINO " BAJA " REE-FECHA.
           DISPLAY "  SEMANA " REE-SEMANA " BANDA " REE-PCT
               "% MONTO " WS-MONTO-ED.
           DISPLAY "DECISION (A=APROBAR R=RECHAZAR "
               "OTRA=DEJAR PENDIENTE): ".
           ACCEPT WS-DECISION.
           IF WS-DECISION NOT = "A" AND WS-DECISION NOT = "R"
               ADD 1 TO WS-SALTADOS
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "COMENTARIO: ".
           ACCEPT WS-COMENTARIO.
           IF WS-COMENTARIO = SPACES
               DISPLAY "LA DECISION REQUIERE COMENTARIO; EL REEMBOLSO "
                   "QUEDA PENDIENTE."
               ADD 1 TO WS-SALTADOS
               GO TO 0200-EXIT
           END-IF.
           MOVE WS-DECISION TO REE-ESTADO.
           MOVE WS-FECHA-HOY TO REE-FECHA-DECISION.
           MOVE WS-SES-OPERADOR TO REE-OPERADOR.
           MOVE WS-COMENTARIO TO REE-COMENTARIO.
           MOVE ZERO TO REE-FECHA-PAGO.
           IF REE-APROBADO
               ADD 1 TO WS-APROBADOS
               ADD WS-MONTO TO WS-TOT-APROBADO
               MOVE "APRUEB" TO WAL-ACCION
           ELSE
               ADD 1 TO WS-RECHAZADOS
               MOVE "RECHAZ" TO WAL-ACCION
           END-IF.
           PERFORM 0900-ESCRIBIR-AUDITORIA.

       0200-EXIT.
           EXIT.

       0900-ESCRIBIR-AUDITORIA.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE WS-AUDIT-FECHA TO WAL-FECHA.
           MOVE WS-AUDIT-HORA TO WAL-HORA.
           MOVE WS-SES-OPERADOR TO WAL-OPERADOR.
           MOVE REEMBOLSO-REC TO WAL-REGISTRO.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
           CLOSE AUDIT-FILE.

       END PROGRAM AprobarReembolsos.
