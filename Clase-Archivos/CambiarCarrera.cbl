      *
      * Regla de arrastre del historico: las filas de HISTORICO.DAT
      * del estudiante cuyo numero de curso es obligatorio en la
      * carrera nueva (REQUISITOS.DAT, en el plan que PlanVigente le
      * da en esa carrera segun su termino de ingreso) se
      * reetiquetan a la carrera nueva y cuentan en su auditoria de
      * grado; las demas conservan su carrera original y quedan
      * como evidencia, no como avance. Cada fila tocada o
      * conservada sale en el mapa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  REQUISITOS-FILE.
       01  REQ-REC.
           88  EOF-REQ             VALUE HIGH-VALUE.
           COPY "REQUISITO-RECORD.CBL"
               REPLACING LEADING ==RQ== BY ==REQ==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-CMD              PIC X(120).
           05  WS-RC               PIC S9(4).
           05  WS-PLAN             PIC 9(4).
           05  WS-PLAN-FILA        PIC 9(4).
           05  WS-PLAN-ORIGEN      PIC X(1).

      * Sesion de operador: el cambio de carrera exige supervisor y
      * su identidad viaja al mapa.
           STOP RUN.

       0110-CARGAR-OBLIGATORIOS.
           CALL "PlanVigente" USING WS-MATRICULA WS-CARRERA-NUEVA
               WS-PLAN WS-PLAN-ORIGEN.
           DISPLAY "PLAN DE " WS-CARRERA-NUEVA " QUE LE CORRESPONDE: "
               WS-PLAN.
           OPEN INPUT REQUISITOS-FILE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "SIN REQUISITOS.DAT: NINGUNA FILA DEL "
                   READ REQUISITOS-FILE
                       AT END SET EOF-REQ TO TRUE
                   END-READ
                   IF REQ-PLAN IS NUMERIC
                       MOVE REQ-PLAN TO WS-PLAN-FILA
                   ELSE
                       MOVE ZERO TO WS-PLAN-FILA
                   END-IF
                   IF NOT EOF-REQ
                       AND REQ-CARRERA = WS-CARRERA-NUEVA
                       AND REQ-TIPO = "C"
                       AND NOT REQ-DE-MENOR
                       AND WS-PLAN-FILA = WS-PLAN
                       AND WS-OBL-COUNT < 50
                       ADD 1 TO WS-OBL-COUNT
                       MOVE REQ-CURSO
