      * al aplicarlas.
      * Fila de la cola: matricula 1-7, numero de nota 8, valor en
      * centesimas 9-12, motivo 13-42, estado 43, aprobador 44-51,
      * comentario 52-81, capturista 82-89. El capturista viene de
      * NOTAS_CORRECCIONES.DAT (43-50, el operador que tecleo la
      * correccion) o de Apelaciones (el que resolvio el caso); el
      * reporte de segregacion de funciones lo coteja contra el
      * aprobador y contra quien aplica.

       DATA DIVISION.
       FILE SECTION.
           02  COR-NOTA-NUM        PIC 9(1).
           02  COR-VALOR           PIC 9(4).
           02  COR-MOTIVO          PIC X(30).
           02  COR-CAPTURISTA      PIC X(8).

       FD  PENDIENTES-FILE.
       01  PEN-REC.
           02  PEN-ESTADO          PIC X(1).
           02  PEN-APROBADOR       PIC X(8).
           02  PEN-COMENTARIO      PIC X(30).
           02  PEN-CAPTURISTA      PIC X(8).

       FD  PENDIENTES-TMP.
       01  TMP-REC                 PIC X(89).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
                       MOVE COR-MOTIVO TO PEN-MOTIVO
                       MOVE "P" TO PEN-ESTADO
                       MOVE SPACES TO PEN-APROBADOR PEN-COMENTARIO
                       MOVE COR-CAPTURISTA TO PEN-CAPTURISTA
                       WRITE PEN-REC
                   END-IF
               END-PERFORM
           COMPUTE WS-VALOR-ED = PEN-VALOR / 100.
           DISPLAY "PENDIENTE: " PEN-MATRICULA " NOTA "
               PEN-NOTA-NUM " -> " WS-VALOR-ED " | "
               PEN-MOTIVO " | CAPTURO " PEN-CAPTURISTA.
           DISPLAY "DECISION (A=APROBAR R=RECHAZAR OTRA=SALTAR): ".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
