       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificarRetencion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

      * Consulta del maestro de retenciones RETENCIONES.DAT
      * (MantenimientoRetenciones) para los puntos de servicio: la
      * inscripcion (IntakeAltas), el transcript en lote, la
      * emision de cualquier documento oficial (RegistroEmision) y
      * la corrida de candidatos a graduacion. Regresa si la
      * matricula tiene alguna retencion activa (fecha de
      * liberacion en ceros) y, de la primera que encuentra, la
      * oficina que la puso y el motivo, para que el punto de
      * servicio rechace diciendo por que. El archivo se lee en cada
      * llamada: una retencion liberada en la ventanilla vale desde
      * ese momento. Sin RETENCIONES.DAT no hay retenciones.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENCIONES-FILE.
       01  RET-REC.
           88  EOF-RET             VALUE HIGH-VALUE.
           COPY "RETENCION-RECORD.CBL"
               REPLACING LEADING ==RT== BY ==RET==.

       WORKING-STORAGE SECTION.
       01  WS-RET-STATUS           PIC X(2).

       LINKAGE SECTION.
       01  LS-MATRICULA            PIC 9(7).
       01  LS-RESULTADO            PIC X(1).
           88  CON-RETENCION       VALUE "S".
           88  SIN-RETENCION       VALUE "N".
       01  LS-OFICINA              PIC X(3).
       01  LS-MOTIVO               PIC X(40).

       PROCEDURE DIVISION USING LS-MATRICULA LS-RESULTADO LS-OFICINA
               LS-MOTIVO.
           SET SIN-RETENCION TO TRUE.
           MOVE SPACES TO LS-OFICINA LS-MOTIVO.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-RET-STATUS = "00"
               PERFORM UNTIL EOF-RET OR CON-RETENCION
                   READ RETENCIONES-FILE
                       AT END SET EOF-RET TO TRUE
                   END-READ
                   IF NOT EOF-RET
                       AND RET-MATRICULA = LS-MATRICULA
                       AND (RET-FECHA-LIBERADA = ZERO
                           OR RET-FECHA-LIBERADA = SPACES)
                       SET CON-RETENCION TO TRUE
                       MOVE RET-OFICINA TO LS-OFICINA
                       MOVE RET-MOTIVO TO LS-MOTIVO
                   END-IF
               END-PERFORM
               CLOSE RETENCIONES-FILE
               INITIALIZE RET-REC
           END-IF.
           GOBACK.

       END PROGRAM VerificarRetencion.
