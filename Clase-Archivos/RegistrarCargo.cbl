       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrarCargo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIPOS-FILE ASSIGN TO "CARGOS_TIPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIP-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT CARGOS-FILE ASSIGN TO "CARGOS_APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAG-STATUS.

      * Cargo vario a la cuenta de un estudiante: la misma entrada
      * para el lote de cargos de las oficinas (CargosVarios) y para
      * la cuota de documento que RegistroEmision cobra al emitir.
      * El tipo debe estar en CARGOS_TIPOS.DAT (tipo en 1-3,
      * descripcion en 4-33, tarifa en centesimas en 34-40); si el
      * monto llega en cero se cobra la tarifa del tipo. El cargo
      * entra a CARTERA.DAT como fila propia del termino vigente
      * (TERMINO-ACTUAL.DAT) con la carrera del maestro, y queda en
      * CARGOS_APLICADOS.DAT con la oficina y el serial del
      * documento. Resultado: S = cargado, T = tipo desconocido (o
      * reservado para colegiatura, recargos, ajustes, reembolsos
      * y castigos), E = estudiante que no esta en MAESTRO.DAT,
      * N = sin monto que cobrar (el tipo no tiene tarifa). Los
      * archivos se leen en cada llamada, como en VerificarRetencion.

       DATA DIVISION.
       FILE SECTION.
       FD  TIPOS-FILE.
       01  TIP-REC.
           88  EOF-TIPOS           VALUE HIGH-VALUE.
           02  TIP-TIPO            PIC X(3).
           02  TIP-DESCRIPCION     PIC X(30).
           02  TIP-TARIFA          PIC 9(7).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  CARTERA-FILE.
       01  CARTERA-REC.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  CARGOS-FILE.
       01  CARGO-REC.
           COPY "CARGO-RECORD.CBL"
               REPLACING LEADING ==CG== BY ==CAG==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-TIP-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-CAG-STATUS       PIC X(2).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-CARRERA          PIC X(3).
           05  WS-TARIFA           PIC 9(7)V99.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-HALLADO          PIC X.
               88  SE-HALLO        VALUE "Y".

       LINKAGE SECTION.
       01  LS-MATRICULA            PIC 9(7).
       01  LS-TIPO                 PIC X(3).
       01  LS-MONTO                PIC 9(7)V99.
       01  LS-FECHA                PIC 9(8).
       01  LS-OFICINA              PIC X(3).
       01  LS-SERIAL               PIC 9(8).
       01  LS-RESULTADO            PIC X(1).

       PROCEDURE DIVISION USING LS-MATRICULA LS-TIPO LS-MONTO
               LS-FECHA LS-OFICINA LS-SERIAL LS-RESULTADO.
           MOVE "T" TO LS-RESULTADO.
           IF LS-TIPO = "COL" OR "R60" OR "R90" OR "AJD" OR "AJC"
               OR "RBJ" OR "CAS" OR SPACES
               GOBACK
           END-IF.
           PERFORM 0100-BUSCAR-TIPO.
           IF NOT SE-HALLO
               GOBACK
           END-IF.
           IF LS-MONTO = ZERO
               MOVE WS-TARIFA TO LS-MONTO
           END-IF.
           IF LS-MONTO = ZERO
               MOVE "N" TO LS-RESULTADO
               GOBACK
           END-IF.
           PERFORM 0200-BUSCAR-ESTUDIANTE.
           IF NOT SE-HALLO
               MOVE "E" TO LS-RESULTADO
               GOBACK
           END-IF.
           PERFORM 0300-LEER-TERMINO.
           PERFORM 0400-ESCRIBIR-CARGO.
           MOVE "S" TO LS-RESULTADO.
           GOBACK.

       0100-BUSCAR-TIPO.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-TARIFA.
           OPEN INPUT TIPOS-FILE.
           IF WS-TIP-STATUS = "00"
               PERFORM UNTIL EOF-TIPOS OR SE-HALLO
                   READ TIPOS-FILE
                       AT END SET EOF-TIPOS TO TRUE
                   END-READ
                   IF NOT EOF-TIPOS
                       AND TIP-TIPO = LS-TIPO
                       SET SE-HALLO TO TRUE
                       IF TIP-TARIFA IS NUMERIC
                           COMPUTE WS-TARIFA = TIP-TARIFA / 100
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TIPOS-FILE
               INITIALIZE TIP-REC
           END-IF.

       0200-BUSCAR-ESTUDIANTE.
           MOVE "N" TO WS-HALLADO.
           MOVE SPACES TO WS-CARRERA.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS = "00"
               PERFORM UNTIL EOF-MAESTRO OR SE-HALLO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       AND MAE-MATRICULA = LS-MATRICULA
                       SET SE-HALLO TO TRUE
                       MOVE MAE-DEG TO WS-CARRERA
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
               INITIALIZE MAESTRO-REC
           END-IF.

       0300-LEER-TERMINO.
           MOVE SPACES TO WS-TERMINO-ACTUAL.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   AT END CONTINUE
               END-READ
               MOVE TERMINO-REC TO WS-TERMINO-ACTUAL
               CLOSE TERMINO-FILE
           END-IF.

       0400-ESCRIBIR-CARGO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND CARTERA-FILE.
           IF WS-CAR-STATUS NOT = "00"
               OPEN OUTPUT CARTERA-FILE
           END-IF.
           MOVE WS-TERMINO-ACTUAL TO CAR-TERMINO.
           MOVE LS-MATRICULA TO CAR-MATRICULA.
           MOVE WS-CARRERA TO CAR-CARRERA.
           MOVE LS-MONTO TO CAR-FACTURADO.
           MOVE ZERO TO CAR-PAGADO.
           MOVE LS-FECHA TO CAR-FECHA.
           MOVE LS-TIPO TO CAR-TIPO.
           WRITE CARTERA-REC.
           CLOSE CARTERA-FILE.
           OPEN EXTEND CARGOS-FILE.
           IF WS-CAG-STATUS NOT = "00"
               OPEN OUTPUT CARGOS-FILE
           END-IF.
           MOVE LS-MATRICULA TO CAG-MATRICULA.
           MOVE WS-TERMINO-ACTUAL TO CAG-TERMINO.
           MOVE LS-TIPO TO CAG-TIPO.
           MOVE WS-CARRERA TO CAG-CARRERA.
           MOVE LS-MONTO TO CAG-MONTO.
           MOVE LS-FECHA TO CAG-FECHA.
           MOVE LS-OFICINA TO CAG-OFICINA.
           MOVE LS-SERIAL TO CAG-SERIAL.
           MOVE WS-FECHA-HOY TO CAG-FECHA-APLICADO.
           WRITE CARGO-REC.
           CLOSE CARGOS-FILE.

       END PROGRAM RegistrarCargo.
