       IDENTIFICATION DIVISION.
       PROGRAM-ID. TituladosMinisterio.
       AUTHOR.     EHIDALGO.

      * Retorno anual de titulados al ministerio de educacion: la
      * otra mitad de lo que pide el ministerio ademas del extracto
      * de matricula (ExtractoMinisterio). Los titulados del anio son
      * los candidatos a graduacion que recibieron diploma: cada
      * diploma original del registro DIPLOMAS.DAT (Diplomas) cuyo
      * termino de graduacion cae en el anio del retorno
      * (TITULADOS_ANIO en el ambiente o, sin el, el anio de
      * TERMINO-ACTUAL.DAT). TITULADOS_MINISTERIO.DAT sale con los
      * mismos registros de control que MINISTERIO.DAT:
      *   H + codigo de institucion (MINISTERIO_INSTITUCION) +
      *       periodo (anio + "TI", para distinguirlo en el registro
      *       de envios de los periodos de matricula) + fecha
      *   D + matricula + apellido + nombre + carrera en las mismas
      *       posiciones que el extracto de matricula, + codigo de
      *       programa del ministerio (CARRERAS.DAT) + serial del
      *       diploma + termino de graduacion + fecha de nacimiento y
      *       municipio (MAESTRO.DAT) + terminos hasta el grado
      *   T + cantidad de registros D + suma de control de los
      *       seriales de diploma
      * Los terminos hasta el grado cuentan, como en ProyeccionGrado,
      * desde el primer termino cursado en HISTORICO.DAT (las filas
      * CONVAL no son terminos cursados) hasta el de graduacion, tres
      * por anio. El titulado al que le falta un dato obligatorio se
      * rechaza a TITULADOS_RECHAZOS.DAT con su motivo, igual que el
      * candidato de GRADUACION_CANDIDATOS.DAT que sigue sin diploma
      * en el registro. El acuse que regresa el ministerio se
      * concilia con ProcesarAcuseMinisterio en modo TITULADOS.
      * Sin institucion o sin anio, RC 8; sin DIPLOMAS.DAT, RC 16;
      * con rechazos, RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIPLOMAS-FILE ASSIGN TO "DIPLOMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIP-STATUS.
           SELECT CANDIDATOS-FILE ASSIGN TO "GRADUACION_CANDIDATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CARRERAS-FILE ASSIGN TO "CARRERAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "TITULADOS_MINISTERIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "TITULADOS_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIPLOMAS-FILE.
       01  DIP-REC.
           88  EOF-DIP             VALUE HIGH-VALUE.
           COPY "DIPLOMA-RECORD.CBL"
               REPLACING LEADING ==DP== BY ==DIP==.

      * Linea de GRADUACION_CANDIDATOS.DAT; la primera es el titulo.
       FD  CANDIDATOS-FILE.
       01  CAN-REC.
           88  EOF-CAN             VALUE HIGH-VALUE.
           02  CAN-MATRICULA       PIC X(7).
           02  FILLER              PIC X(27).
           02  CAN-CARRERA         PIC X(3).
           02  FILLER              PIC X(43).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  HISTORICO-FILE.
       01  HIST-REC.
           88  EOF-HIST            VALUE HIGH-VALUE.
           02  HIST-TERMINO        PIC X(6).
           02  HIST-MATRICULA      PIC 9(7).
           02  FILLER              PIC X(52).

       FD  CARRERAS-FILE.
       01  CAR-REC.
           88  EOF-CAR             VALUE HIGH-VALUE.
           COPY "CARRERA-RECORD.CBL".

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  SALIDA-FILE.
       01  SALIDA-REC              PIC X(83).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-DIP-STATUS       PIC X(2).
           05  WS-CAN-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-HIST-STATUS      PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-SALIDA-STATUS    PIC X(2).
           05  WS-RECHAZOS-STATUS  PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-IDX-CAR          PIC 9(3).
           05  WS-INSTITUCION      PIC X(8).
           05  WS-ANIO             PIC X(4).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-PROGRAMA         PIC X(8).
           05  WS-IDX-INICIO       PIC 9(6).
           05  WS-IDX-GRADO        PIC 9(6).
           05  WS-TERMINOS         PIC 9(4).
           05  WS-REG-ESCRITOS     PIC 9(6) VALUE ZERO.
           05  WS-REG-RECHAZADOS   PIC 9(5) VALUE ZERO.
           05  WS-SIN-DIPLOMA      PIC 9(5) VALUE ZERO.
           05  WS-HASH-SERIALES    PIC 9(12) VALUE ZERO.
           05  WS-MOTIVO           PIC X(40).
           05  WS-HALLADO          PIC X.
               88  SE-HALLO        VALUE "S".

      * Termino YYYYTT partido para pasarlo a un indice corrido
      * (anio * 3 + termino - 1), como en ProyeccionGrado.
       01  WS-TERMINO-DET.
           05  WS-TER-ANIO         PIC 9(4).
           05  WS-TER-NUM          PIC 9(2).

      * Titulados del anio, con lo que cada archivo dice de ellos;
      * el primer termino queda en HIGH-VALUES mientras el historico
      * no traiga ninguno.
       01  WS-TITULADOS.
           05  WS-TIT-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-TIT-ENTRY OCCURS 500 TIMES.
               10  WS-TIT-MATRICULA PIC 9(7).
               10  WS-TIT-SERIAL   PIC 9(8).
               10  WS-TIT-CARRERA  PIC X(3).
               10  WS-TIT-TERMINO  PIC X(6).
               10  WS-TIT-APELLIDO PIC X(10).
               10  WS-TIT-NOMBRE   PIC X(10).
               10  WS-TIT-FECHA-NAC PIC 9(8).
               10  WS-TIT-MUNICIPIO PIC X(20).
               10  WS-TIT-EN-MAESTRO PIC X(1).
               10  WS-TIT-PRIMERO  PIC X(6).
       01  WS-TIT-LLENA-SW         PIC X VALUE "N".
           88  WS-TIT-LLENA        VALUE "Y".

      * Codigo de programa del ministerio por carrera.
       01  WS-CARRERAS.
           05  WS-CAR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CAR-ENTRY OCCURS 50 TIMES.
               10  WS-CAR-CODIGO   PIC X(3).
               10  WS-CAR-PROGRAMA PIC X(8).

       01  WS-HEADER.
           05  FILLER              PIC X(1) VALUE "H".
           05  WH-INSTITUCION      PIC X(8).
           05  WH-ANIO             PIC X(4).
           05  FILLER              PIC X(2) VALUE "TI".
           05  WH-FECHA            PIC 9(8).

       01  WS-DETALLE.
           05  FILLER              PIC X(1) VALUE "D".
           05  WD-MATRICULA        PIC 9(7).
           05  WD-APELLIDO         PIC X(10).
           05  WD-NOMBRE           PIC X(10).
           05  WD-CARRERA          PIC X(3).
           05  WD-PROGRAMA         PIC X(8).
           05  WD-SERIAL           PIC 9(8).
           05  WD-TERMINO          PIC X(6).
           05  WD-FECHA-NAC        PIC 9(8).
           05  WD-MUNICIPIO        PIC X(20).
           05  WD-TERMINOS         PIC 9(2).

       01  WS-TRAILER.
           05  FILLER              PIC X(1) VALUE "T".
           05  WT-CANTIDAD         PIC 9(6).
           05  WT-HASH             PIC 9(12).

       01  WS-RECHAZO-LINEA.
           05  WRL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRL-CARRERA         PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRL-SERIAL          PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-MOTIVO          PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "MINISTERIO_INSTITUCION" UPON ENVIRONMENT-NAME.
           ACCEPT WS-INSTITUCION FROM ENVIRONMENT-VALUE.
           IF WS-INSTITUCION = SPACES
               DISPLAY "MINISTERIO_INSTITUCION NO DEFINIDO: EL "
                   "MINISTERIO RECHAZA RETORNOS SIN CODIGO DE "
                   "INSTITUCION."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "TITULADOS_ANIO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ANIO FROM ENVIRONMENT-VALUE.
           IF WS-ANIO = SPACES
               OPEN INPUT TERMINO-FILE
               IF WS-TERMINO-STATUS = "00"
                   MOVE SPACES TO TERMINO-REC
                   READ TERMINO-FILE
                       AT END CONTINUE
                   END-READ
                   MOVE TERMINO-REC(1:4) TO WS-ANIO
                   CLOSE TERMINO-FILE
               END-IF
           END-IF.
           IF WS-ANIO IS NOT NUMERIC
               DISPLAY "SIN ANIO DEL RETORNO (TITULADOS_ANIO NI "
                   "TERMINO-ACTUAL.DAT): EL PERIODO ES CAMPO "
                   "OBLIGATORIO DEL ENCABEZADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-CARGAR-DIPLOMAS.
           PERFORM 0120-CARGAR-MAESTRO.
           PERFORM 0130-CARGAR-HISTORICO.
           PERFORM 0140-CARGAR-CARRERAS.
           OPEN OUTPUT SALIDA-FILE RECHAZOS-FILE.
           MOVE WS-INSTITUCION TO WH-INSTITUCION.
           MOVE WS-ANIO TO WH-ANIO.
           MOVE WS-FECHA-HOY TO WH-FECHA.
           WRITE SALIDA-REC FROM WS-HEADER.

      * Diplomas originales (las reimpresiones llevan el serial del
      * original y no son otro titulado) de un termino del anio.
       0110-CARGAR-DIPLOMAS.
           OPEN INPUT DIPLOMAS-FILE.
           IF WS-DIP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DIPLOMAS.DAT. CODIGO: "
                   WS-DIP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-DIP
               READ DIPLOMAS-FILE
                   AT END SET EOF-DIP TO TRUE
               END-READ
               IF NOT EOF-DIP
                   AND DIP-ORIGINAL = ZERO
                   AND DIP-TERMINO(1:4) = WS-ANIO
                   IF WS-TIT-COUNT < 500
                       ADD 1 TO WS-TIT-COUNT
                       MOVE DIP-MATRICULA
                           TO WS-TIT-MATRICULA(WS-TIT-COUNT)
                       MOVE DIP-SERIAL TO WS-TIT-SERIAL(WS-TIT-COUNT)
                       MOVE DIP-CARRERA
                           TO WS-TIT-CARRERA(WS-TIT-COUNT)
                       MOVE DIP-TERMINO
                           TO WS-TIT-TERMINO(WS-TIT-COUNT)
                       MOVE SPACES TO WS-TIT-APELLIDO(WS-TIT-COUNT)
                           WS-TIT-NOMBRE(WS-TIT-COUNT)
                           WS-TIT-MUNICIPIO(WS-TIT-COUNT)
                       MOVE ZERO TO WS-TIT-FECHA-NAC(WS-TIT-COUNT)
                       MOVE "N" TO WS-TIT-EN-MAESTRO(WS-TIT-COUNT)
                       MOVE HIGH-VALUES
                           TO WS-TIT-PRIMERO(WS-TIT-COUNT)
                   ELSE
                       IF NOT WS-TIT-LLENA
                           DISPLAY "ADVERTENCIA: MAS DE 500 "
                               "TITULADOS EN EL ANIO; EL EXCEDENTE "
                               "NO SE REPORTA."
                           SET WS-TIT-LLENA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DIPLOMAS-FILE.

       0120-CARGAR-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS = "00"
               PERFORM UNTIL EOF-MAESTRO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       PERFORM 0125-ANOTAR-MAESTRO
                           VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-TIT-COUNT
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
           ELSE
               DISPLAY "SIN MAESTRO.DAT; NINGUN TITULADO TIENE "
                   "FECHA DE NACIMIENTO NI MUNICIPIO."
           END-IF.

       0125-ANOTAR-MAESTRO.
           IF WS-TIT-MATRICULA(WS-IDX) = MAE-MATRICULA
               MOVE "S" TO WS-TIT-EN-MAESTRO(WS-IDX)
               MOVE MAE-APELLIDO TO WS-TIT-APELLIDO(WS-IDX)
               MOVE MAE-NOMBRE TO WS-TIT-NOMBRE(WS-IDX)
               IF MAE-FECHA-NAC IS NUMERIC
                   MOVE MAE-FECHA-NAC TO WS-TIT-FECHA-NAC(WS-IDX)
               END-IF
               MOVE MAE-MUNICIPIO TO WS-TIT-MUNICIPIO(WS-IDX)
           END-IF.

       0130-CARGAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF-HIST
                   READ HISTORICO-FILE
                       AT END SET EOF-HIST TO TRUE
                   END-READ
                   IF NOT EOF-HIST
                       AND HIST-TERMINO NOT = "CONVAL"
                       AND HIST-TERMINO IS NUMERIC
                       PERFORM 0135-ANOTAR-TERMINO
                           VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-TIT-COUNT
                   END-IF
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

       0135-ANOTAR-TERMINO.
           IF WS-TIT-MATRICULA(WS-IDX) = HIST-MATRICULA
               AND HIST-TERMINO < WS-TIT-PRIMERO(WS-IDX)
               MOVE HIST-TERMINO TO WS-TIT-PRIMERO(WS-IDX)
           END-IF.

       0140-CARGAR-CARRERAS.
           OPEN INPUT CARRERAS-FILE.
           IF WS-CAR-STATUS = "00"
               PERFORM UNTIL EOF-CAR
                   MOVE SPACES TO CAR-REC
                   READ CARRERAS-FILE
                       AT END SET EOF-CAR TO TRUE
                   END-READ
                   IF NOT EOF-CAR AND WS-CAR-COUNT < 50
                       ADD 1 TO WS-CAR-COUNT
                       MOVE CAR-CODIGO TO WS-CAR-CODIGO(WS-CAR-COUNT)
                       MOVE CAR-PROGRAMA-MIN
                           TO WS-CAR-PROGRAMA(WS-CAR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CARRERAS-FILE
           END-IF.

       0200-PROCESO.
           PERFORM 0210-MAPEAR-TITULADO THRU 0210-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TIT-COUNT.
           PERFORM 0250-CANDIDATOS-SIN-DIPLOMA.

       0210-MAPEAR-TITULADO.
           MOVE SPACES TO WS-PROGRAMA.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > WS-CAR-COUNT
               IF WS-CAR-CODIGO(WS-IDX-CAR) = WS-TIT-CARRERA(WS-IDX)
                   MOVE WS-CAR-PROGRAMA(WS-IDX-CAR) TO WS-PROGRAMA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN WS-TIT-EN-MAESTRO(WS-IDX) NOT = "S"
                   MOVE "NO ESTA EN EL MAESTRO DE ESTUDIANTES"
                       TO WS-MOTIVO
               WHEN WS-TIT-FECHA-NAC(WS-IDX) = ZERO
                   MOVE "FALTA FECHA DE NACIMIENTO" TO WS-MOTIVO
               WHEN WS-TIT-MUNICIPIO(WS-IDX) = SPACES
                   MOVE "FALTA MUNICIPIO" TO WS-MOTIVO
               WHEN WS-PROGRAMA = SPACES
                   MOVE "CARRERA SIN PROGRAMA DEL MINISTERIO"
                       TO WS-MOTIVO
               WHEN WS-TIT-TERMINO(WS-IDX) IS NOT NUMERIC
                   MOVE "TERMINO DE GRADUACION INVALIDO" TO WS-MOTIVO
               WHEN WS-TIT-PRIMERO(WS-IDX) = HIGH-VALUES
                   MOVE "SIN TERMINOS CURSADOS EN HISTORICO.DAT"
                       TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
               PERFORM 0240-RECHAZAR
               GO TO 0210-EXIT
           END-IF.

           MOVE WS-TIT-PRIMERO(WS-IDX) TO WS-TERMINO-DET.
           COMPUTE WS-IDX-INICIO = WS-TER-ANIO * 3 + WS-TER-NUM - 1.
           MOVE WS-TIT-TERMINO(WS-IDX) TO WS-TERMINO-DET.
           COMPUTE WS-IDX-GRADO = WS-TER-ANIO * 3 + WS-TER-NUM - 1.
           IF WS-IDX-GRADO < WS-IDX-INICIO
               MOVE "PRIMER TERMINO POSTERIOR AL DE GRADUACION"
                   TO WS-MOTIVO
               PERFORM 0240-RECHAZAR
               GO TO 0210-EXIT
           END-IF.
           COMPUTE WS-TERMINOS = WS-IDX-GRADO - WS-IDX-INICIO + 1.

           MOVE WS-TIT-MATRICULA(WS-IDX) TO WD-MATRICULA.
           MOVE WS-TIT-APELLIDO(WS-IDX) TO WD-APELLIDO.
           MOVE WS-TIT-NOMBRE(WS-IDX) TO WD-NOMBRE.
           MOVE WS-TIT-CARRERA(WS-IDX) TO WD-CARRERA.
           MOVE WS-PROGRAMA TO WD-PROGRAMA.
           MOVE WS-TIT-SERIAL(WS-IDX) TO WD-SERIAL.
           MOVE WS-TIT-TERMINO(WS-IDX) TO WD-TERMINO.
           MOVE WS-TIT-FECHA-NAC(WS-IDX) TO WD-FECHA-NAC.
           MOVE WS-TIT-MUNICIPIO(WS-IDX) TO WD-MUNICIPIO.
           MOVE WS-TERMINOS TO WD-TERMINOS.
           WRITE SALIDA-REC FROM WS-DETALLE.
           ADD 1 TO WS-REG-ESCRITOS.
           ADD WS-TIT-SERIAL(WS-IDX) TO WS-HASH-SERIALES.

       0210-EXIT.
           EXIT.

       0240-RECHAZAR.
           ADD 1 TO WS-REG-RECHAZADOS.
           MOVE WS-TIT-MATRICULA(WS-IDX) TO WRL-MATRICULA.
           MOVE WS-TIT-CARRERA(WS-IDX) TO WRL-CARRERA.
           MOVE WS-TIT-SERIAL(WS-IDX) TO WRL-SERIAL.
           MOVE WS-MOTIVO TO WRL-MOTIVO.
           WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA.
           DISPLAY "RECHAZADO (" WS-MOTIVO "): "
               WS-TIT-MATRICULA(WS-IDX).

      * El candidato de la lista vigente que no tiene diploma
      * original en el registro no es titulado todavia: se rechaza
      * para que la oficina lo siga, sin serial.
       0250-CANDIDATOS-SIN-DIPLOMA.
           OPEN INPUT CANDIDATOS-FILE.
           IF WS-CAN-STATUS = "00"
               PERFORM UNTIL EOF-CAN
                   READ CANDIDATOS-FILE
                       AT END SET EOF-CAN TO TRUE
                   END-READ
                   IF NOT EOF-CAN AND CAN-MATRICULA IS NUMERIC
                       PERFORM 0255-BUSCAR-DIPLOMA
                   END-IF
               END-PERFORM
               CLOSE CANDIDATOS-FILE
           END-IF.

       0255-BUSCAR-DIPLOMA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TIT-COUNT
               IF WS-TIT-MATRICULA(WS-IDX) = CAN-MATRICULA
                   SET SE-HALLO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SE-HALLO
               ADD 1 TO WS-SIN-DIPLOMA
               ADD 1 TO WS-REG-RECHAZADOS
               MOVE CAN-MATRICULA TO WRL-MATRICULA
               MOVE CAN-CARRERA TO WRL-CARRERA
               MOVE ZERO TO WRL-SERIAL
               MOVE "CANDIDATO SIN DIPLOMA EMITIDO EN EL ANIO"
                   TO WRL-MOTIVO
               WRITE RECHAZO-REC FROM WS-RECHAZO-LINEA
               DISPLAY "RECHAZADO (" WRL-MOTIVO "): " CAN-MATRICULA
           END-IF.

       0300-FIN.
           MOVE WS-REG-ESCRITOS TO WT-CANTIDAD.
           MOVE WS-HASH-SERIALES TO WT-HASH.
           WRITE SALIDA-REC FROM WS-TRAILER.
           CLOSE SALIDA-FILE RECHAZOS-FILE.
           DISPLAY "TITULADOS_MINISTERIO.DAT GENERADO. ANIO: " WS-ANIO
               " TITULADOS: " WS-REG-ESCRITOS
               " RECHAZADOS: " WS-REG-RECHAZADOS
               " (SIN DIPLOMA: " WS-SIN-DIPLOMA ")".
           IF WS-REG-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM TituladosMinisterio.
