       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargosVarios.
       AUTHOR.     EHIDALGO.

      * Lote de cargos varios de las oficinas: cuotas de
      * laboratorio, multas de biblioteca, reposicion de carne y
      * demas cobros que hasta hoy se hacian en efectivo con recibo
      * a mano y nunca llegaban a la cuenta. Cada fila de CARGOS.DAT
      * (matricula en 1-7, tipo de cargo en 8-10, monto en
      * centesimas en 11-19, fecha en 20-27, oficina que origina en
      * 28-30) entra a CARTERA.DAT por RegistrarCargo, la misma
      * entrada que usa RegistroEmision para las cuotas de
      * documento; un monto en cero cobra la tarifa del tipo en
      * CARGOS_TIPOS.DAT. Las filas con estudiante que no esta en
      * el maestro, tipo desconocido, monto o fecha invalidos van a
      * CARGOS_RECHAZOS.DAT con el motivo; el lote sale con RC 4 si
      * hubo rechazos. Al final se muestran los totales por tipo
      * para que cada oficina cuadre lo que mando.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGOS-FILE ASSIGN TO "CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT TIPOS-FILE ASSIGN TO "CARGOS_TIPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIP-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "CARGOS_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARGOS-FILE.
       01  CARGO-REC.
           88  EOF-CARGOS          VALUE HIGH-VALUE.
           02  CGO-MATRICULA       PIC X(7).
           02  CGO-TIPO            PIC X(3).
           02  CGO-MONTO           PIC X(9).
           02  CGO-FECHA           PIC X(8).
           02  CGO-OFICINA         PIC X(3).

       FD  TIPOS-FILE.
       01  TIP-REC                 PIC X(40).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REC             PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-TIP-STATUS       PIC X(2).
           05  WS-RECH-STATUS      PIC X(2).
           05  WS-IDX              PIC 9(2).
           05  WS-HALLADO          PIC X.
           05  WS-REG-LEIDOS       PIC 9(5) VALUE ZERO.
           05  WS-REG-CARGADOS     PIC 9(5) VALUE ZERO.
           05  WS-REG-RECHAZADOS   PIC 9(5) VALUE ZERO.
           05  WS-TOT-CARGADO      PIC 9(9)V99 VALUE ZERO.
           05  WS-MONTO-ED         PIC Z(8)9.99.

      * Parametros de RegistrarCargo.
       01  WS-CARGO.
           05  WS-CGO-MATRICULA    PIC 9(7).
           05  WS-CGO-TIPO         PIC X(3).
           05  WS-CGO-MONTO        PIC 9(7)V99.
           05  WS-CGO-FECHA        PIC 9(8).
           05  WS-CGO-OFICINA      PIC X(3).
           05  WS-CGO-SERIAL       PIC 9(8) VALUE ZERO.
           05  WS-CGO-RESULTADO    PIC X(1).

      * Totales del lote por tipo de cargo.
       01  WS-TIPOS-TOT.
           05  WS-TIP-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-TIP-ENTRY OCCURS 30 TIMES.
               10  WS-TIP-CODIGO   PIC X(3).
               10  WS-TIP-CARGOS   PIC 9(5).
               10  WS-TIP-MONTO    PIC 9(9)V99.

       01  WS-RECHAZO-LINEA.
           05  WRL-MOTIVO          PIC X(30).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-REGISTRO        PIC X(30).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           OPEN INPUT TIPOS-FILE.
           IF WS-TIP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARGOS_TIPOS.DAT. CODIGO: "
                   WS-TIP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE TIPOS-FILE.
           OPEN INPUT CARGOS-FILE.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARGOS.DAT. CODIGO: "
                   WS-CAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECHAZOS-FILE.

       0200-PROCESO.
           PERFORM UNTIL EOF-CARGOS
               READ CARGOS-FILE
                   AT END SET EOF-CARGOS TO TRUE
               END-READ
               IF NOT EOF-CARGOS
                   ADD 1 TO WS-REG-LEIDOS
                   PERFORM 0210-CARGAR-FILA THRU 0210-EXIT
               END-IF
           END-PERFORM.
           CLOSE CARGOS-FILE.

       0210-CARGAR-FILA.
           IF CGO-MATRICULA IS NOT NUMERIC
               MOVE "MATRICULA INVALIDA" TO WRL-MOTIVO
               GO TO 0210-RECHAZAR
           END-IF.
           IF CGO-MONTO IS NOT NUMERIC
               MOVE "MONTO INVALIDO" TO WRL-MOTIVO
               GO TO 0210-RECHAZAR
           END-IF.
           IF CGO-FECHA IS NOT NUMERIC
               MOVE "FECHA INVALIDA" TO WRL-MOTIVO
               GO TO 0210-RECHAZAR
           END-IF.
           MOVE CGO-FECHA TO WS-CGO-FECHA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CGO-FECHA) NOT = ZERO
               MOVE "FECHA INVALIDA" TO WRL-MOTIVO
               GO TO 0210-RECHAZAR
           END-IF.
           IF CGO-OFICINA = SPACES
               MOVE "SIN OFICINA QUE ORIGINA" TO WRL-MOTIVO
               GO TO 0210-RECHAZAR
           END-IF.
           MOVE CGO-MATRICULA TO WS-CGO-MATRICULA.
           MOVE CGO-TIPO TO WS-CGO-TIPO.
           MOVE CGO-OFICINA TO WS-CGO-OFICINA.
           COMPUTE WS-CGO-MONTO = FUNCTION NUMVAL(CGO-MONTO) / 100.
           CALL "RegistrarCargo" USING WS-CGO-MATRICULA WS-CGO-TIPO
               WS-CGO-MONTO WS-CGO-FECHA WS-CGO-OFICINA
               WS-CGO-SERIAL WS-CGO-RESULTADO.
           EVALUATE WS-CGO-RESULTADO
               WHEN "S"
                   CONTINUE
               WHEN "E"
                   MOVE "ESTUDIANTE DESCONOCIDO" TO WRL-MOTIVO
                   GO TO 0210-RECHAZAR
               WHEN "N"
                   MOVE "SIN MONTO NI TARIFA DEL TIPO" TO WRL-MOTIVO
                   GO TO 0210-RECHAZAR
               WHEN OTHER
                   MOVE "TIPO DE CARGO DESCONOCIDO" TO WRL-MOTIVO
                   GO TO 0210-RECHAZAR
           END-EVALUATE.
           ADD 1 TO WS-REG-CARGADOS.
           ADD WS-CGO-MONTO TO WS-TOT-CARGADO.
           PERFORM 0220-SUMAR-TIPO.
           GO TO 0210-EXIT.

       0210-RECHAZAR.
           ADD 1 TO WS-REG-RECHAZADOS.
           MOVE CARGO-REC TO WRL-REGISTRO.
           WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA.
           DISPLAY "CARGO RECHAZADO: " CGO-MATRICULA " " CGO-TIPO
               " - " WRL-MOTIVO.

       0210-EXIT.
           EXIT.

       0220-SUMAR-TIPO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TIP-COUNT OR WS-HALLADO = "Y"
               IF WS-TIP-CODIGO(WS-IDX) = WS-CGO-TIPO
                   MOVE "Y" TO WS-HALLADO
                   ADD 1 TO WS-TIP-CARGOS(WS-IDX)
                   ADD WS-CGO-MONTO TO WS-TIP-MONTO(WS-IDX)
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-TIP-COUNT < 30
               ADD 1 TO WS-TIP-COUNT
               MOVE WS-CGO-TIPO TO WS-TIP-CODIGO(WS-TIP-COUNT)
               MOVE 1 TO WS-TIP-CARGOS(WS-TIP-COUNT)
               MOVE WS-CGO-MONTO TO WS-TIP-MONTO(WS-TIP-COUNT)
           END-IF.

       0300-FIN.
           CLOSE RECHAZOS-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TIP-COUNT
               MOVE WS-TIP-MONTO(WS-IDX) TO WS-MONTO-ED
               DISPLAY "TIPO " WS-TIP-CODIGO(WS-IDX) ": "
                   WS-TIP-CARGOS(WS-IDX) " CARGOS POR " WS-MONTO-ED
           END-PERFORM.
           MOVE WS-TOT-CARGADO TO WS-MONTO-ED.
           DISPLAY "CARGOS APLICADOS: " WS-REG-CARGADOS
               " POR " WS-MONTO-ED " RECHAZADOS: " WS-REG-RECHAZADOS
               " DE " WS-REG-LEIDOS " LEIDOS.".
           IF WS-REG-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM CargosVarios.
