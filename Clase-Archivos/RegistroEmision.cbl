      * mas alto se carga del archivo en la primera llamada de la
      * corrida, como los pesos en "Promedio", y de ahi en adelante
      * avanza en memoria.
      * Ningun documento oficial sale a nombre de un estudiante con
      * retencion activa en RETENCIONES.DAT (VerificarRetencion): la
      * emision se niega con la oficina y el motivo, no se asienta,
      * y el serial regresa en cero para que el llamador no imprima
      * la pagina. Los documentos sin matricula (la lista de becas)
      * no se verifican, ni el estado de cuenta (tipo EDC): es
      * justamente lo que el estudiante retenido necesita ver.
      * Si el tipo de documento tiene tarifa en CARGOS_TIPOS.DAT
      * (el transcript, TRN), la emision asentada carga esa cuota a
      * la cuenta del estudiante en el mismo momento, con el serial
      * del documento (RegistrarCargo, oficina EMI).

       DATA DIVISION.
       FILE SECTION.
           88  YA-CARGADO          VALUE "S".
       01  WS-ULTIMO-SERIAL        PIC 9(8) VALUE ZERO.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-CARGO.
           05  WS-CARGO-MONTO      PIC 9(7)V99.
           05  WS-CARGO-OFICINA    PIC X(3) VALUE "EMI".
           05  WS-CARGO-RESULTADO  PIC X(1).
       01  WS-RETENCION.
           05  WS-RTN-RESULTADO    PIC X(1).
               88  CON-RETENCION   VALUE "S".
           05  WS-RTN-OFICINA      PIC X(3).
           05  WS-RTN-MOTIVO       PIC X(40).

       LINKAGE SECTION.
       01  LS-TIPO                 PIC X(3).

       PROCEDURE DIVISION USING LS-TIPO LS-MATRICULA LS-OPERADOR
               LS-SERIAL LS-CODIGO.
           IF LS-MATRICULA NOT = ZERO AND LS-TIPO NOT = "EDC"
               CALL "VerificarRetencion" USING LS-MATRICULA
                   WS-RTN-RESULTADO WS-RTN-OFICINA WS-RTN-MOTIVO
               IF CON-RETENCION
                   DISPLAY "EMISION NEGADA (" LS-TIPO ") A "
                       LS-MATRICULA ": RETENCION DE " WS-RTN-OFICINA
                       " - " WS-RTN-MOTIVO
                   MOVE ZERO TO LS-SERIAL
                   GOBACK
               END-IF
           END-IF.
           IF NOT YA-CARGADO
               PERFORM 0100-CARGAR-ULTIMO-SERIAL
               SET YA-CARGADO TO TRUE
           MOVE LS-CODIGO TO EMI-CODIGO.
           WRITE EMI-REC.
           CLOSE EMISIONES-FILE.
           IF LS-MATRICULA NOT = ZERO
               MOVE ZERO TO WS-CARGO-MONTO
               CALL "RegistrarCargo" USING LS-MATRICULA LS-TIPO
                   WS-CARGO-MONTO WS-FECHA-HOY WS-CARGO-OFICINA
                   LS-SERIAL WS-CARGO-RESULTADO
           END-IF.
           GOBACK.

       0100-CARGAR-ULTIMO-SERIAL.
