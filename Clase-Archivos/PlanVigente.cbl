       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanVigente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REQUISITOS-FILE ASSIGN TO "REQUISITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT ASIGNADOS-FILE ASSIGN TO "PLANES_ASIGNADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASI-STATUS.

      * Plan de estudios (ano de catalogo) que le toca a un
      * estudiante en una carrera, para los que leen REQUISITOS.DAT
      * (AuditoriaGrado, PronosticoDemanda, CambiarCarrera,
      * MantenimientoRequisitos). La regla: el plan en vigor en su
      * primer termino de HISTORICO.DAT, con la misma regla de
      * ingreso que CohorteRetencion (las filas CONVAL no son
      * terminos cursados). Plan en vigor en un ano = el plan mas
      * reciente de la carrera cuyo ano no pasa del de ingreso; si
      * la carrera solo tiene planes posteriores, el mas antiguo.
      * Sin historico (recien admitido) cuenta el ano en curso. Una
      * asignacion supervisada en PLANES_ASIGNADOS.DAT (la ultima de
      * la matricula en esa carrera) manda sobre la regla. Los
      * archivos se leen en cada llamada, como en VerificarRetencion:
      * una asignacion hecha en la pantalla vale desde ese momento.
      * Una carrera sin filas en REQUISITOS.DAT regresa el plan 0000.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       01  HIST-REC.
           88  EOF-HIST            VALUE HIGH-VALUE.
           02  HIST-TERMINO        PIC X(6).
           02  HIST-MATRICULA      PIC 9(7).
           02  HIST-APELLIDO       PIC X(10).
           02  HIST-NOMBRE         PIC X(10).
           02  HIST-DEGCOD         PIC X(9).
           02  HIST-DEG            PIC X(3).
           02  HIST-NOTA           PIC 9(2)V99 OCCURS 3 TIMES.
           02  HIST-PROMEDIO       PIC 9(2)V99.

       FD  REQUISITOS-FILE.
       01  REQ-REC.
           88  EOF-REQ             VALUE HIGH-VALUE.
           COPY "REQUISITO-RECORD.CBL"
               REPLACING LEADING ==RQ== BY ==REQ==.

       FD  ASIGNADOS-FILE.
       01  ASI-REC.
           88  EOF-ASI             VALUE HIGH-VALUE.
           COPY "PLAN-ASIGNADO-RECORD.CBL"
               REPLACING LEADING ==PA== BY ==ASI==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-HIST-STATUS      PIC X(2).
           05  WS-REQ-STATUS       PIC X(2).
           05  WS-ASI-STATUS       PIC X(2).
           05  WS-PRIMER-TERMINO   PIC X(6).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-ANO-INGRESO      PIC 9(4).
           05  WS-PLAN-FILA        PIC 9(4).
           05  WS-PLAN-VIGENTE     PIC 9(4).
           05  WS-PLAN-MINIMO      PIC 9(4).
           05  WS-HAY-VIGENTE      PIC X.
               88  HAY-VIGENTE     VALUE "Y".
           05  WS-HAY-PLANES       PIC X.
               88  HAY-PLANES      VALUE "Y".

       LINKAGE SECTION.
       01  LS-MATRICULA            PIC 9(7).
       01  LS-CARRERA              PIC X(3).
       01  LS-PLAN                 PIC 9(4).
      * I = por termino de ingreso, N = sin historico (ano en
      * curso), S = asignado por supervisor.
       01  LS-ORIGEN               PIC X(1).
           88  PLAN-POR-INGRESO    VALUE "I".
           88  PLAN-SIN-HISTORICO  VALUE "N".
           88  PLAN-ASIGNADO       VALUE "S".

       PROCEDURE DIVISION USING LS-MATRICULA LS-CARRERA LS-PLAN
               LS-ORIGEN.
           MOVE HIGH-VALUES TO WS-PRIMER-TERMINO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF-HIST
                   READ HISTORICO-FILE
                       AT END SET EOF-HIST TO TRUE
                   END-READ
                   IF NOT EOF-HIST
                       AND HIST-MATRICULA = LS-MATRICULA
                       AND HIST-TERMINO NOT = "CONVAL"
                       AND HIST-TERMINO < WS-PRIMER-TERMINO
                       MOVE HIST-TERMINO TO WS-PRIMER-TERMINO
                   END-IF
               END-PERFORM
               CLOSE HISTORICO-FILE
               INITIALIZE HIST-REC
           END-IF.
           IF WS-PRIMER-TERMINO = HIGH-VALUES
               OR WS-PRIMER-TERMINO(1:4) IS NOT NUMERIC
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WS-FECHA-HOY(1:4) TO WS-ANO-INGRESO
               SET PLAN-SIN-HISTORICO TO TRUE
           ELSE
               MOVE WS-PRIMER-TERMINO(1:4) TO WS-ANO-INGRESO
               SET PLAN-POR-INGRESO TO TRUE
           END-IF.

           MOVE ZERO TO WS-PLAN-VIGENTE WS-PLAN-MINIMO.
           MOVE "N" TO WS-HAY-VIGENTE WS-HAY-PLANES.
           OPEN INPUT REQUISITOS-FILE.
           IF WS-REQ-STATUS = "00"
               PERFORM UNTIL EOF-REQ
                   READ REQUISITOS-FILE
                       AT END SET EOF-REQ TO TRUE
                   END-READ
                   IF NOT EOF-REQ AND REQ-CARRERA = LS-CARRERA
                       PERFORM 0100-ANOTAR-PLAN
                   END-IF
               END-PERFORM
               CLOSE REQUISITOS-FILE
               INITIALIZE REQ-REC
           END-IF.
           IF HAY-VIGENTE
               MOVE WS-PLAN-VIGENTE TO LS-PLAN
           ELSE
               MOVE WS-PLAN-MINIMO TO LS-PLAN
           END-IF.

           OPEN INPUT ASIGNADOS-FILE.
           IF WS-ASI-STATUS = "00"
               PERFORM UNTIL EOF-ASI
                   READ ASIGNADOS-FILE
                       AT END SET EOF-ASI TO TRUE
                   END-READ
                   IF NOT EOF-ASI
                       AND ASI-MATRICULA = LS-MATRICULA
                       AND ASI-CARRERA = LS-CARRERA
                       MOVE ASI-PLAN TO LS-PLAN
                       SET PLAN-ASIGNADO TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ASIGNADOS-FILE
               INITIALIZE ASI-REC
           END-IF.
           GOBACK.

      * Fila de la carrera: el plan en blanco es el plan base 0000.
       0100-ANOTAR-PLAN.
           IF REQ-PLAN IS NUMERIC
               MOVE REQ-PLAN TO WS-PLAN-FILA
           ELSE
               MOVE ZERO TO WS-PLAN-FILA
           END-IF.
           IF NOT HAY-PLANES OR WS-PLAN-FILA < WS-PLAN-MINIMO
               MOVE WS-PLAN-FILA TO WS-PLAN-MINIMO
           END-IF.
           SET HAY-PLANES TO TRUE.
           IF WS-PLAN-FILA NOT > WS-ANO-INGRESO
               IF NOT HAY-VIGENTE
                   OR WS-PLAN-FILA > WS-PLAN-VIGENTE
                   MOVE WS-PLAN-FILA TO WS-PLAN-VIGENTE
               END-IF
               SET HAY-VIGENTE TO TRUE
           END-IF.

       END PROGRAM PlanVigente.
