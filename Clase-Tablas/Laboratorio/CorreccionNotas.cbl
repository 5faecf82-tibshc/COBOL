      * temporal que reemplaza al original, y la cola se reescribe
      * marcando X las filas aplicadas. Cada cambio queda en
      * NOTAS_AUDITORIA.LOG con valor anterior, valor nuevo, motivo,
      * operador que aplico, quien aprobo, quien capturo, y
      * fecha/hora: lo que el proximo examen academico va a pedir.

       DATA DIVISION.
       FILE SECTION.
           02  COR-ESTADO              PIC X(1).
           02  COR-APROBADOR           PIC X(8).
           02  COR-COMENTARIO          PIC X(30).
           02  COR-CAPTURISTA          PIC X(8).

       FD  PENDIENTES-TMP.
       01  PTMP-REC                    PIC X(89).

       FD  TEMP-FILE.
       01  TMP-REC.
           02  TMP-ESTADO              PIC X(1).

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(140).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
               10  WS-COR-VALOR        PIC 9(2)V99.
               10  WS-COR-MOTIVO       PIC X(30).
               10  WS-COR-APROBADOR    PIC X(8).
               10  WS-COR-CAPTURISTA   PIC X(8).
               10  WS-COR-APLICADA     PIC X.
       01  WS-COR-LLENA-SW             PIC X VALUE "N".
           88  WS-COR-LLENA            VALUE "Y".
           05  WAL-MOTIVO              PIC X(30).
           05  FILLER                  PIC X(8) VALUE " APROBO ".
           05  WAL-APROBADOR           PIC X(8).
           05  FILLER                  PIC X(9) VALUE " CAPTURO ".
           05  WAL-CAPTURISTA          PIC X(8).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
                           TO WS-COR-MOTIVO(WS-COR-COUNT)
                       MOVE COR-APROBADOR
                           TO WS-COR-APROBADOR(WS-COR-COUNT)
                       MOVE COR-CAPTURISTA
                           TO WS-COR-CAPTURISTA(WS-COR-COUNT)
                       MOVE "N" TO WS-COR-APLICADA(WS-COR-COUNT)
                   ELSE
                       IF NOT WS-COR-LLENA
           MOVE WS-NOTA-NUEVA TO WAL-NUEVA.
           MOVE WS-COR-MOTIVO(WS-IDX) TO WAL-MOTIVO.
           MOVE WS-COR-APROBADOR(WS-IDX) TO WAL-APROBADOR.
           MOVE WS-COR-CAPTURISTA(WS-IDX) TO WAL-CAPTURISTA.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
      * La correccion aplicada tambien se anota en el diario de
      * cambios que consume la regeneracion incremental.
