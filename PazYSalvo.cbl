       IDENTIFICATION DIVISION.
       PROGRAM-ID. PazYSalvo.
       AUTHOR.     EHIDALGO.

      * Corrida de paz y salvo de graduacion: para cada candidato de
      * GRADUACION_CANDIDATOS.DAT (CandidatosGraduacion) verifica en
      * una sola pasada por archivo lo que hoy se confirma llamando
      * a cada oficina:
      *   CAJA       saldo abierto en CARTERA.DAT (facturado mayor
      *              que pagado en cualquier termino);
      *   RETENCION  retencion activa en RETENCIONES.DAT
      *              (VerificarRetencion), con la oficina que la puso;
      *   REGISTRO   apelacion abierta en APELACIONES.DAT (estado P
      *              o R), incompleto sin resolver en NOTAS.DAT
      *              (marca I), o fecha de nacimiento o municipio
      *              faltantes en MAESTRO.DAT, que exige el anexo
      *              ministerial.
      * El candidato limpio recibe su certificado en PAZ_Y_SALVO.DAT,
      * asentado en el registro de emision (RegistroEmision, tipo
      * PYS) con serial y codigo de verificacion (CodigoVerificacion)
      * como cualquier documento oficial. Los demas van a
      * PAZ_Y_SALVO_PENDIENTES.DAT con una linea por cada oficina que
      * todavia tiene que firmar y el motivo. Termina con RC 4 si
      * queda algun pendiente; sin lista de candidatos, RC 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATOS-FILE ASSIGN TO "GRADUACION_CANDIDATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-STATUS.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTERA-STATUS.
           SELECT APELACIONES-FILE ASSIGN TO "APELACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APE-STATUS.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT CERTIFICADOS-FILE ASSIGN TO "PAZ_Y_SALVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-STATUS.
           SELECT PENDIENTES-FILE
               ASSIGN TO "PAZ_Y_SALVO_PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Linea de GRADUACION_CANDIDATOS.DAT; la primera es el titulo.
       FD  CANDIDATOS-FILE.
       01  CAN-REC.
           88  EOF-CAN             VALUE HIGH-VALUE.
           02  CAN-MATRICULA       PIC X(7).
           02  FILLER              PIC X(3).
           02  CAN-APELLIDO        PIC X(10).
           02  FILLER              PIC X(1).
           02  CAN-NOMBRE          PIC X(10).
           02  FILLER              PIC X(3).
           02  CAN-CARRERA         PIC X(3).
           02  FILLER              PIC X(43).

       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  APELACIONES-FILE.
       01  APE-REC.
           88  EOF-APE             VALUE HIGH-VALUE.
           02  APE-MATRICULA       PIC 9(7).
           02  APE-CURSO           PIC X(4).
           02  APE-FECHA           PIC 9(8).
           02  APE-LIMITE          PIC 9(8).
           02  APE-ESTADO          PIC X(1).
           02  APE-DECISION        PIC X(1).
           02  APE-NOTA-NUM        PIC 9(1).
           02  APE-VALOR           PIC 9(4).
           02  APE-MOTIVO          PIC X(30).
           02  APE-PRESENTO        PIC X(8).
           02  APE-RESOLVIO        PIC X(8).

       FD  NOTAS-FILE.
       01  NOTA-REC.
           88  EOF-NOTAS           VALUE HIGH-VALUE.
           02  NR-MATRICULA        PIC 9(7).
           02  NR-APELLIDO         PIC X(10).
           02  NR-NOMBRE           PIC X(10).
           02  NR-DEGCOD           PIC X(9).
           02  NR-DEG              PIC X(3).
           02  NR-SECUENCIA        PIC 9(1).
           02  NR-NOTA             PIC 9(2)V99.
           02  NR-ESTADO           PIC X(1).
           02  NR-MARCA            PIC X(1).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  CERTIFICADOS-FILE.
       01  CER-REC                 PIC X(80).

       FD  PENDIENTES-FILE.
       01  PEN-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CAN-STATUS       PIC X(2).
           05  WS-CARTERA-STATUS   PIC X(2).
           05  WS-APE-STATUS       PIC X(2).
           05  WS-NOTAS-STATUS     PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-CER-STATUS       PIC X(2).
           05  WS-PEN-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-PENDIENTE        PIC X(1).
               88  HAY-PENDIENTE   VALUE "S".
           05  WS-CAN-LEIDOS       PIC 9(3) VALUE ZERO.
           05  WS-CERTIFICADOS     PIC 9(3) VALUE ZERO.
           05  WS-PENDIENTES       PIC 9(3) VALUE ZERO.
           05  WS-NEGADOS          PIC 9(3) VALUE ZERO.

      * Candidatos con lo que cada archivo dice de ellos; el estado
      * del maestro es N mientras no aparezca, F con demograficos
      * faltantes y S con el registro completo.
       01  WS-CANDIDATOS.
           05  WS-CAN-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CAN-ENTRY OCCURS 300 TIMES.
               10  WS-CAN-ID       PIC 9(7).
               10  WS-CAN-APELLIDO PIC X(10).
               10  WS-CAN-NOMBRE   PIC X(10).
               10  WS-CAN-CARRERA  PIC X(3).
               10  WS-CAN-SALDO    PIC S9(7)V99.
               10  WS-CAN-APELACIONES PIC 9(3).
               10  WS-CAN-INCOMPLETOS PIC 9(3).
               10  WS-CAN-MAESTRO  PIC X(1).
       01  WS-CAN-LLENA-SW         PIC X VALUE "N".
           88  WS-CAN-LLENA        VALUE "Y".

      * Respuesta de VerificarRetencion para el candidato.
       01  WS-RETENCION.
           05  WS-RTN-RESULTADO    PIC X(1).
               88  CON-RETENCION   VALUE "S".
           05  WS-RTN-OFICINA      PIC X(3).
           05  WS-RTN-MOTIVO       PIC X(40).

      * Registro de emision: el operador es USER del ambiente (la
      * corrida es de lote) o LOTE si no esta.
       01  WS-EMI-TIPO             PIC X(3) VALUE "PYS".
       01  WS-EMI-OPERADOR         PIC X(8).
       01  WS-EMI-SERIAL           PIC 9(8).

      * Contenido del codigo de verificacion del certificado.
       01  WS-VC-CONTENIDO.
           05  WS-VC-MATRICULA     PIC 9(7).
           05  WS-VC-FECHA         PIC 9(8).
           05  WS-VC-CARRERA       PIC X(3).
           05  WS-VC-LEYENDA       PIC X(11) VALUE "PAZ Y SALVO".
           05  FILLER              PIC X(31) VALUE SPACES.
       01  WS-VC-CODIGO            PIC 9(6).

       01  WS-PEN-LINEA.
           05  WPL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WPL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WPL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WPL-OFICINA         PIC X(13).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WPL-MOTIVO          PIC X(50).

       01  WS-PEN-TITULO.
           05  FILLER              PIC X(36) VALUE
               "PAZ Y SALVO PENDIENTE - CORRIDA DEL ".
           05  WPT-FECHA           PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMI-OPERADOR FROM ENVIRONMENT-VALUE.
           IF WS-EMI-OPERADOR = SPACES
               MOVE "LOTE" TO WS-EMI-OPERADOR
           END-IF.
           OPEN INPUT CANDIDATOS-FILE.
           IF WS-CAN-STATUS NOT = "00"
               DISPLAY "SIN GRADUACION_CANDIDATOS.DAT; CORRA "
                   "CandidatosGraduacion PRIMERO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-CARGAR-CANDIDATOS.
           PERFORM 0120-REVISAR-CARTERA.
           PERFORM 0130-REVISAR-APELACIONES.
           PERFORM 0140-REVISAR-NOTAS.
           PERFORM 0150-REVISAR-MAESTRO.
           OPEN OUTPUT CERTIFICADOS-FILE.
           OPEN OUTPUT PENDIENTES-FILE.
           MOVE WS-FECHA-HOY TO WPT-FECHA.
           WRITE PEN-REC FROM WS-PEN-TITULO.

      * La linea de titulo y cualquier otra sin matricula numerica
      * se saltan.
       0110-CARGAR-CANDIDATOS.
           PERFORM UNTIL EOF-CAN
               READ CANDIDATOS-FILE
                   AT END SET EOF-CAN TO TRUE
               END-READ
               IF NOT EOF-CAN AND CAN-MATRICULA IS NUMERIC
                   ADD 1 TO WS-CAN-LEIDOS
                   IF WS-CAN-COUNT < 300
                       ADD 1 TO WS-CAN-COUNT
                       MOVE CAN-MATRICULA TO WS-CAN-ID(WS-CAN-COUNT)
                       MOVE CAN-APELLIDO
                           TO WS-CAN-APELLIDO(WS-CAN-COUNT)
                       MOVE CAN-NOMBRE TO WS-CAN-NOMBRE(WS-CAN-COUNT)
                       MOVE CAN-CARRERA
                           TO WS-CAN-CARRERA(WS-CAN-COUNT)
                       MOVE ZERO TO WS-CAN-SALDO(WS-CAN-COUNT)
                           WS-CAN-APELACIONES(WS-CAN-COUNT)
                           WS-CAN-INCOMPLETOS(WS-CAN-COUNT)
                       MOVE "N" TO WS-CAN-MAESTRO(WS-CAN-COUNT)
                   ELSE
                       IF NOT WS-CAN-LLENA
                           DISPLAY "ADVERTENCIA: MAS DE 300 "
                               "CANDIDATOS; LOS DEMAS NO SE "
                               "PROCESAN."
                           SET WS-CAN-LLENA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CANDIDATOS-FILE.

      * Sin CARTERA.DAT no hay saldos que cobrar.
       0120-REVISAR-CARTERA.
           OPEN INPUT CARTERA-FILE.
           IF WS-CARTERA-STATUS = "00"
               PERFORM UNTIL EOF-CARTERA
                   READ CARTERA-FILE
                       AT END SET EOF-CARTERA TO TRUE
                   END-READ
                   IF NOT EOF-CARTERA
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-CAN-COUNT
                           IF WS-CAN-ID(WS-IDX) = CAR-MATRICULA
                               COMPUTE WS-CAN-SALDO(WS-IDX) =
                                   WS-CAN-SALDO(WS-IDX)
                                   + CAR-FACTURADO - CAR-PAGADO
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE CARTERA-FILE
           END-IF.

      * Abierta = presentada (P) o en revision (R); S ya resolvio.
       0130-REVISAR-APELACIONES.
           OPEN INPUT APELACIONES-FILE.
           IF WS-APE-STATUS = "00"
               PERFORM UNTIL EOF-APE
                   READ APELACIONES-FILE
                       AT END SET EOF-APE TO TRUE
                   END-READ
                   IF NOT EOF-APE
                       AND (APE-ESTADO = "P" OR APE-ESTADO = "R")
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-CAN-COUNT
                           IF WS-CAN-ID(WS-IDX) = APE-MATRICULA
                               ADD 1 TO WS-CAN-APELACIONES(WS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE APELACIONES-FILE
           END-IF.

       0140-REVISAR-NOTAS.
           OPEN INPUT NOTAS-FILE.
           IF WS-NOTAS-STATUS = "00"
               PERFORM UNTIL EOF-NOTAS
                   READ NOTAS-FILE
                       AT END SET EOF-NOTAS TO TRUE
                   END-READ
                   IF NOT EOF-NOTAS AND NR-MARCA = "I"
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-CAN-COUNT
                           IF WS-CAN-ID(WS-IDX) = NR-MATRICULA
                               ADD 1 TO WS-CAN-INCOMPLETOS(WS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE NOTAS-FILE
           END-IF.

      * Sin MAESTRO.DAT nadie tiene sus demograficos comprobados y
      * todos quedan pendientes en registro.
       0150-REVISAR-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
           ELSE
               PERFORM UNTIL EOF-MAESTRO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-CAN-COUNT
                           IF WS-CAN-ID(WS-IDX) = MAE-MATRICULA
                               PERFORM 0155-EVALUAR-DEMOGRAFICOS
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

       0155-EVALUAR-DEMOGRAFICOS.
           IF MAE-FECHA-NAC IS NOT NUMERIC
               OR MAE-FECHA-NAC = ZERO
               OR MAE-MUNICIPIO = SPACES
               MOVE "F" TO WS-CAN-MAESTRO(WS-IDX)
           ELSE
               MOVE "S" TO WS-CAN-MAESTRO(WS-IDX)
           END-IF.

       0200-PROCESO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAN-COUNT
               PERFORM 0210-EVALUAR-CANDIDATO
           END-PERFORM.

       0210-EVALUAR-CANDIDATO.
           MOVE "N" TO WS-PENDIENTE.
           MOVE WS-CAN-ID(WS-IDX) TO WPL-MATRICULA.
           MOVE WS-CAN-APELLIDO(WS-IDX) TO WPL-APELLIDO.
           MOVE WS-CAN-NOMBRE(WS-IDX) TO WPL-NOMBRE.
           IF WS-CAN-SALDO(WS-IDX) > ZERO
               MOVE "CAJA" TO WPL-OFICINA
               MOVE "SALDO ABIERTO EN CARTERA" TO WPL-MOTIVO
               PERFORM 0220-ESCRIBIR-PENDIENTE
           END-IF.
           CALL "VerificarRetencion" USING WS-CAN-ID(WS-IDX)
               WS-RTN-RESULTADO WS-RTN-OFICINA WS-RTN-MOTIVO.
           IF CON-RETENCION
               MOVE SPACES TO WPL-OFICINA
               STRING "RETENCION " WS-RTN-OFICINA
                   DELIMITED BY SIZE INTO WPL-OFICINA
               MOVE WS-RTN-MOTIVO TO WPL-MOTIVO
               PERFORM 0220-ESCRIBIR-PENDIENTE
           END-IF.
           IF WS-CAN-APELACIONES(WS-IDX) > ZERO
               MOVE "REGISTRO" TO WPL-OFICINA
               MOVE "APELACION DE CALIFICACION ABIERTA"
                   TO WPL-MOTIVO
               PERFORM 0220-ESCRIBIR-PENDIENTE
           END-IF.
           IF WS-CAN-INCOMPLETOS(WS-IDX) > ZERO
               MOVE "REGISTRO" TO WPL-OFICINA
               MOVE "INCOMPLETO SIN RESOLVER EN NOTAS"
                   TO WPL-MOTIVO
               PERFORM 0220-ESCRIBIR-PENDIENTE
           END-IF.
           EVALUATE WS-CAN-MAESTRO(WS-IDX)
               WHEN "N"
                   MOVE "REGISTRO" TO WPL-OFICINA
                   MOVE "NO ESTA EN EL MAESTRO" TO WPL-MOTIVO
                   PERFORM 0220-ESCRIBIR-PENDIENTE
               WHEN "F"
                   MOVE "REGISTRO" TO WPL-OFICINA
                   MOVE "FALTA FECHA DE NACIMIENTO O MUNICIPIO"
                       TO WPL-MOTIVO
                   PERFORM 0220-ESCRIBIR-PENDIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF HAY-PENDIENTE
               ADD 1 TO WS-PENDIENTES
           ELSE
               PERFORM 0230-EMITIR-CERTIFICADO
           END-IF.

       0220-ESCRIBIR-PENDIENTE.
           SET HAY-PENDIENTE TO TRUE.
           WRITE PEN-REC FROM WS-PEN-LINEA.

      * El certificado se asienta antes de imprimirse; si el registro
      * de emision lo niega (serial cero), no se imprime.
       0230-EMITIR-CERTIFICADO.
           MOVE WS-CAN-ID(WS-IDX) TO WS-VC-MATRICULA.
           MOVE WS-FECHA-HOY TO WS-VC-FECHA.
           MOVE WS-CAN-CARRERA(WS-IDX) TO WS-VC-CARRERA.
           CALL "CodigoVerificacion" USING WS-VC-CONTENIDO
               WS-VC-CODIGO.
           CALL "RegistroEmision" USING WS-EMI-TIPO
               WS-CAN-ID(WS-IDX) WS-EMI-OPERADOR WS-EMI-SERIAL
               WS-VC-CODIGO.
           IF WS-EMI-SERIAL = ZERO
               ADD 1 TO WS-NEGADOS
           ELSE
               ADD 1 TO WS-CERTIFICADOS
               PERFORM 0240-ESCRIBIR-CERTIFICADO
           END-IF.

       0240-ESCRIBIR-CERTIFICADO.
           MOVE ALL "=" TO CER-REC.
           WRITE CER-REC.
           MOVE SPACES TO CER-REC.
           STRING "CERTIFICADO DE PAZ Y SALVO  SERIAL: "
               WS-EMI-SERIAL
               DELIMITED BY SIZE INTO CER-REC.
           WRITE CER-REC.
           MOVE SPACES TO CER-REC.
           STRING "CODIGO DE VERIFICACION: " WS-VC-CODIGO
               DELIMITED BY SIZE INTO CER-REC.
           WRITE CER-REC.
           MOVE ALL "=" TO CER-REC.
           WRITE CER-REC.
           MOVE SPACES TO CER-REC.
           STRING "MATRICULA: " WS-CAN-ID(WS-IDX)
               "  " WS-CAN-APELLIDO(WS-IDX)
               " " WS-CAN-NOMBRE(WS-IDX)
               "  CARRERA: " WS-CAN-CARRERA(WS-IDX)
               DELIMITED BY SIZE INTO CER-REC.
           WRITE CER-REC.
           MOVE "EL ESTUDIANTE ESTA A PAZ Y SALVO CON CAJA, LAS"
               TO CER-REC.
           WRITE CER-REC.
           MOVE "OFICINAS CON RETENCIONES Y REGISTRO ACADEMICO."
               TO CER-REC.
           WRITE CER-REC.
           MOVE SPACES TO CER-REC.
           STRING "FECHA DE EMISION: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO CER-REC.
           WRITE CER-REC.
           MOVE SPACES TO CER-REC.
           WRITE CER-REC.

       0300-FIN.
           CLOSE CERTIFICADOS-FILE.
           CLOSE PENDIENTES-FILE.
           DISPLAY "PAZ Y SALVO. CANDIDATOS: " WS-CAN-LEIDOS
               " CERTIFICADOS: " WS-CERTIFICADOS
               " PENDIENTES: " WS-PENDIENTES
               " NEGADOS POR EL REGISTRO: " WS-NEGADOS.
           IF WS-PENDIENTES > ZERO OR WS-NEGADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM PazYSalvo.
