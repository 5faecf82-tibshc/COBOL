       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificarReserva.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAE-STATUS.

      * Consulta de la reserva de informacion de directorio para las
      * salidas publicas: el cuadro de honor, la tabla de posiciones
      * de LaboratorioDia4, el TopN de los reportes de
      * LaboratorioDia5 y las listas de clase impresas de
      * LaboratorioDia3. Regresa "S" si el estudiante pidio que su
      * nombre no se publique (MR-RESERVA del maestro, capturada en
      * MantenimientoRoster) y "N" en cualquier otro caso. Las
      * matriculas reservadas se cargan de MAESTRO.DAT en la primera
      * llamada de la corrida, como el serial de RegistroEmision: las
      * listas consultan estudiante por estudiante y el maestro no se
      * relee cada vez. Sin MAESTRO.DAT no hay reservas.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       WORKING-STORAGE SECTION.
       01  WS-MAE-STATUS           PIC X(2).
       01  WS-CARGADO              PIC X VALUE "N".
           88  YA-CARGADO          VALUE "S".
       01  WS-IDX                  PIC 9(4).
       01  WS-RESERVAS.
           05  WS-RES-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RES-MATRICULA    PIC 9(7) OCCURS 2000 TIMES.

       LINKAGE SECTION.
       01  LS-MATRICULA            PIC 9(7).
       01  LS-RESULTADO            PIC X(1).
           88  CON-RESERVA         VALUE "S".
           88  SIN-RESERVA         VALUE "N".

       PROCEDURE DIVISION USING LS-MATRICULA LS-RESULTADO.
           IF NOT YA-CARGADO
               PERFORM 0100-CARGAR-RESERVAS
               SET YA-CARGADO TO TRUE
           END-IF.
           SET SIN-RESERVA TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RES-COUNT OR CON-RESERVA
               IF WS-RES-MATRICULA(WS-IDX) = LS-MATRICULA
                   SET CON-RESERVA TO TRUE
               END-IF
           END-PERFORM.
           GOBACK.

       0100-CARGAR-RESERVAS.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAE-STATUS = "00"
               PERFORM UNTIL EOF-MAESTRO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO AND MAE-RESERVADO
                       IF WS-RES-COUNT < 2000
                           ADD 1 TO WS-RES-COUNT
                           MOVE MAE-MATRICULA
                               TO WS-RES-MATRICULA(WS-RES-COUNT)
                       ELSE
                           DISPLAY "MAS DE 2000 RESERVAS DE "
                               "DIRECTORIO; NO SE CARGA "
                               MAE-MATRICULA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
               INITIALIZE MAESTRO-REC
           END-IF.

       END PROGRAM VerificarReserva.
