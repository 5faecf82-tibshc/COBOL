       IDENTIFICATION DIVISION.
       PROGRAM-ID. Diplomas.
       AUTHOR.     EHIDALGO.

      * Produccion de diplomas: para cada candidato de
      * GRADUACION_CANDIDATOS.DAT (CandidatosGraduacion) que ya tiene
      * su paz y salvo asentado en el registro de emision (tipo PYS,
      * de PazYSalvo) escribe el renglon del archivo de imprenta
      * DIPLOMAS_IMPRENTA.DAT y lo asienta en el registro de diplomas
      * DIPLOMAS.DAT. Nada se teclea a mano: el nombre legal sale de
      * MAESTRO.DAT, la descripcion completa de la carrera de
      * CARRERAS.DAT (activa o no: el titulo es el de la carrera que
      * curso) y la mencion de honor de la lista de candidatos. El
      * serial del diploma lo da RegistroEmision (tipo DIP), con su
      * codigo de verificacion (CodigoVerificacion), de modo que
      * VerificarDocumento contesta si el diploma N es genuino.
      * El termino de graduacion es GRADUACION_TERMINO o, sin el, el
      * de TERMINO-ACTUAL.DAT. A quien ya tiene su diploma original
      * en el registro no se le emite otro.
      * Reimpresion: con DIPLOMAS_REIMPRIMIR=<serial> solo se
      * reproduce ese diploma, con el nombre y la carrera vigentes
      * en los archivos pero la carrera, el termino y la mencion del
      * registro; toma serial nuevo y el registro lo liga al serial
      * original (el de la primera emision aunque se de el de otra
      * reimpresion). ReimprimirDocumento la lanza para el tipo DIP.
      * Renglon de DIPLOMAS_IMPRENTA.DAT (ancho fijo, 124 columnas):
      *   1-8     serial del diploma
      *   9-48    nombre legal (nombre y apellido)
      *   49-78   carrera, descripcion completa
      *   79-88   mencion (CON HONOR o blancos)
      *   89-94   termino de graduacion
      *   95-102  fecha de emision AAAAMMDD
      *   103-108 codigo de verificacion
      *   109-116 serial original si es reimpresion, si no ceros
      *   117-124 blancos
      * Sin lista de candidatos, RC 16; serial de reimpresion que no
      * esta en el registro, RC 8; candidato con paz y salvo que no
      * pudo recibir diploma (sin maestro, carrera desconocida o
      * emision negada), RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATOS-FILE ASSIGN TO "GRADUACION_CANDIDATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-STATUS.
           SELECT EMISIONES-FILE ASSIGN TO "EMISIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMI-STATUS.
           SELECT DIPLOMAS-FILE ASSIGN TO "DIPLOMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIP-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT CARRERAS-FILE ASSIGN TO "CARRERAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT IMPRENTA-FILE ASSIGN TO "DIPLOMAS_IMPRENTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Linea de GRADUACION_CANDIDATOS.DAT; la primera es el titulo.
       FD  CANDIDATOS-FILE.
       01  CAN-REC.
           88  EOF-CAN             VALUE HIGH-VALUE.
           02  CAN-MATRICULA       PIC X(7).
           02  FILLER              PIC X(27).
           02  CAN-CARRERA         PIC X(3).
           02  FILLER              PIC X(16).
           02  CAN-HONOR           PIC X(10).
           02  FILLER              PIC X(17).

       FD  EMISIONES-FILE.
       01  EMI-REC.
           88  EOF-EMI             VALUE HIGH-VALUE.
           02  EMI-SERIAL          PIC 9(8).
           02  EMI-TIPO            PIC X(3).
           02  EMI-MATRICULA       PIC 9(7).
           02  EMI-FECHA           PIC 9(8).
           02  EMI-OPERADOR        PIC X(8).
           02  EMI-CODIGO          PIC 9(6).

       FD  DIPLOMAS-FILE.
       01  DIP-REC.
           88  EOF-DIP             VALUE HIGH-VALUE.
           COPY "DIPLOMA-RECORD.CBL"
               REPLACING LEADING ==DP== BY ==DIP==.

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  CARRERAS-FILE.
       01  CAR-REC.
           88  EOF-CAR             VALUE HIGH-VALUE.
           COPY "CARRERA-RECORD.CBL".

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  IMPRENTA-FILE.
       01  IMP-REC.
           02  IMP-SERIAL          PIC 9(8).
           02  IMP-NOMBRE          PIC X(40).
           02  IMP-CARRERA         PIC X(30).
           02  IMP-MENCION         PIC X(10).
           02  IMP-TERMINO         PIC X(6).
           02  IMP-FECHA           PIC 9(8).
           02  IMP-CODIGO          PIC 9(6).
           02  IMP-ORIGINAL        PIC 9(8).
           02  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CAN-STATUS       PIC X(2).
           05  WS-EMI-STATUS       PIC X(2).
           05  WS-DIP-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-IMP-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-IDX-CAR          PIC 9(3).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-TERMINO          PIC X(6).
           05  WS-REIMPRIMIR       PIC X(8).
           05  WS-SERIAL-BUSCADO   PIC 9(8).
           05  WS-SERIAL-ORIGINAL  PIC 9(8) VALUE ZERO.
           05  WS-MODO             PIC X(1) VALUE "N".
               88  MODO-REIMPRESION VALUE "R".
           05  WS-CARRERA-DESC     PIC X(30).
           05  WS-CAN-LEIDOS       PIC 9(3) VALUE ZERO.
           05  WS-EMITIDOS         PIC 9(3) VALUE ZERO.
           05  WS-SIN-PYS          PIC 9(3) VALUE ZERO.
           05  WS-YA-EMITIDOS      PIC 9(3) VALUE ZERO.
           05  WS-OMITIDOS         PIC 9(3) VALUE ZERO.

      * Candidatos con lo que cada archivo dice de ellos: PYS = S
      * con paz y salvo asentado, DIPLOMA = S con diploma original
      * ya en el registro, nombre legal en blanco mientras no
      * aparezca en el maestro.
       01  WS-CANDIDATOS.
           05  WS-CAN-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CAN-ENTRY OCCURS 300 TIMES.
               10  WS-CAN-ID       PIC 9(7).
               10  WS-CAN-CARRERA  PIC X(3).
               10  WS-CAN-HONOR    PIC X(10).
               10  WS-CAN-TERMINO  PIC X(6).
               10  WS-CAN-NOMBRE   PIC X(40).
               10  WS-CAN-PYS      PIC X(1).
               10  WS-CAN-DIPLOMA  PIC X(1).
       01  WS-CAN-LLENA-SW         PIC X VALUE "N".
           88  WS-CAN-LLENA        VALUE "Y".

      * Todas las carreras de CARRERAS.DAT, activas o no.
       01  WS-CARRERAS.
           05  WS-CAR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CAR-ENTRY OCCURS 50 TIMES.
               10  WS-CAR-CODIGO   PIC X(3).
               10  WS-CAR-DESC     PIC X(30).

      * Registro de emision: el operador es USER del ambiente (la
      * corrida es de lote) o LOTE si no esta.
       01  WS-EMI-TIPO             PIC X(3) VALUE "DIP".
       01  WS-EMI-OPERADOR         PIC X(8).
       01  WS-EMI-SERIAL           PIC 9(8).

      * Contenido del codigo de verificacion del diploma.
       01  WS-VC-CONTENIDO.
           05  WS-VC-MATRICULA     PIC 9(7).
           05  WS-VC-CARRERA       PIC X(3).
           05  WS-VC-TERMINO       PIC X(6).
           05  WS-VC-FECHA         PIC 9(8).
           05  WS-VC-LEYENDA       PIC X(7) VALUE "DIPLOMA".
           05  FILLER              PIC X(29) VALUE SPACES.
       01  WS-VC-CODIGO            PIC 9(6).

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
           DISPLAY "GRADUACION_TERMINO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERMINO FROM ENVIRONMENT-VALUE.
           IF WS-TERMINO = SPACES
               OPEN INPUT TERMINO-FILE
               IF WS-TERMINO-STATUS = "00"
                   READ TERMINO-FILE
                       AT END CONTINUE
                   END-READ
                   MOVE TERMINO-REC TO WS-TERMINO
                   CLOSE TERMINO-FILE
               END-IF
           END-IF.
           DISPLAY "DIPLOMAS_REIMPRIMIR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REIMPRIMIR FROM ENVIRONMENT-VALUE.
           IF WS-REIMPRIMIR NOT = SPACES
               SET MODO-REIMPRESION TO TRUE
               IF WS-REIMPRIMIR IS NOT NUMERIC
                   DISPLAY "DIPLOMAS_REIMPRIMIR DEBE SER EL SERIAL "
                       "DE 8 DIGITOS: " WS-REIMPRIMIR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-REIMPRIMIR TO WS-SERIAL-BUSCADO
               DISPLAY "DIPLOMAS. REIMPRESION DEL SERIAL "
                   WS-SERIAL-BUSCADO
               PERFORM 0150-BUSCAR-ORIGINAL
           ELSE
               DISPLAY "DIPLOMAS. TERMINO DE GRADUACION: "
                   WS-TERMINO
               OPEN INPUT CANDIDATOS-FILE
               IF WS-CAN-STATUS NOT = "00"
                   DISPLAY "SIN GRADUACION_CANDIDATOS.DAT; CORRA "
                       "CandidatosGraduacion PRIMERO."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0110-CARGAR-CANDIDATOS
               PERFORM 0120-REVISAR-EMISIONES
               PERFORM 0130-REVISAR-DIPLOMAS
           END-IF.
           PERFORM 0140-REVISAR-MAESTRO.
           PERFORM 0160-CARGAR-CARRERAS.
           OPEN EXTEND DIPLOMAS-FILE.
           IF WS-DIP-STATUS NOT = "00"
               OPEN OUTPUT DIPLOMAS-FILE
           END-IF.
           OPEN OUTPUT IMPRENTA-FILE.

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
                       MOVE CAN-CARRERA
                           TO WS-CAN-CARRERA(WS-CAN-COUNT)
                       MOVE CAN-HONOR TO WS-CAN-HONOR(WS-CAN-COUNT)
                       MOVE WS-TERMINO
                           TO WS-CAN-TERMINO(WS-CAN-COUNT)
                       MOVE SPACES TO WS-CAN-NOMBRE(WS-CAN-COUNT)
                       MOVE "N" TO WS-CAN-PYS(WS-CAN-COUNT)
                           WS-CAN-DIPLOMA(WS-CAN-COUNT)
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

      * Paz y salvo asentado: cualquier emision PYS de la matricula.
       0120-REVISAR-EMISIONES.
           OPEN INPUT EMISIONES-FILE.
           IF WS-EMI-STATUS = "00"
               PERFORM UNTIL EOF-EMI
                   READ EMISIONES-FILE
                       AT END SET EOF-EMI TO TRUE
                   END-READ
                   IF NOT EOF-EMI AND EMI-TIPO = "PYS"
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-CAN-COUNT
                           IF WS-CAN-ID(WS-IDX) = EMI-MATRICULA
                               MOVE "S" TO WS-CAN-PYS(WS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE EMISIONES-FILE
           END-IF.

      * Diploma original ya emitido; las reimpresiones no cuentan.
       0130-REVISAR-DIPLOMAS.
           OPEN INPUT DIPLOMAS-FILE.
           IF WS-DIP-STATUS = "00"
               PERFORM UNTIL EOF-DIP
                   READ DIPLOMAS-FILE
                       AT END SET EOF-DIP TO TRUE
                   END-READ
                   IF NOT EOF-DIP AND DIP-ORIGINAL = ZERO
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-CAN-COUNT
                           IF WS-CAN-ID(WS-IDX) = DIP-MATRICULA
                               MOVE "S" TO WS-CAN-DIPLOMA(WS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE DIPLOMAS-FILE
           END-IF.

      * Nombre legal tal como esta en el maestro: nombre y apellido.
       0140-REVISAR-MAESTRO.
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
                               MOVE SPACES TO WS-CAN-NOMBRE(WS-IDX)
                               STRING FUNCTION TRIM(MAE-NOMBRE)
                                   " " FUNCTION TRIM(MAE-APELLIDO)
                                   DELIMITED BY SIZE
                                   INTO WS-CAN-NOMBRE(WS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

      * El diploma a reimprimir se toma del registro; si el serial
      * es de una reimpresion, la nueva se liga al mismo original.
       0150-BUSCAR-ORIGINAL.
           OPEN INPUT DIPLOMAS-FILE.
           IF WS-DIP-STATUS = "00"
               PERFORM UNTIL EOF-DIP OR WS-CAN-COUNT > ZERO
                   READ DIPLOMAS-FILE
                       AT END SET EOF-DIP TO TRUE
                   END-READ
                   IF NOT EOF-DIP
                       AND DIP-SERIAL = WS-SERIAL-BUSCADO
                       MOVE 1 TO WS-CAN-COUNT
                       MOVE DIP-MATRICULA TO WS-CAN-ID(1)
                       MOVE DIP-CARRERA TO WS-CAN-CARRERA(1)
                       MOVE DIP-HONOR TO WS-CAN-HONOR(1)
                       MOVE DIP-TERMINO TO WS-CAN-TERMINO(1)
                       MOVE SPACES TO WS-CAN-NOMBRE(1)
                       MOVE "S" TO WS-CAN-PYS(1)
                       MOVE "N" TO WS-CAN-DIPLOMA(1)
                       IF DIP-ORIGINAL = ZERO
                           MOVE DIP-SERIAL TO WS-SERIAL-ORIGINAL
                       ELSE
                           MOVE DIP-ORIGINAL TO WS-SERIAL-ORIGINAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DIPLOMAS-FILE
           END-IF.
           IF WS-CAN-COUNT = ZERO
               DISPLAY "EL SERIAL " WS-SERIAL-BUSCADO " NO ESTA EN "
                   "EL REGISTRO DE DIPLOMAS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-CAN-LEIDOS.

       0160-CARGAR-CARRERAS.
           OPEN INPUT CARRERAS-FILE.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARRERAS.DAT. CODIGO: "
                   WS-CAR-STATUS
           ELSE
               PERFORM UNTIL EOF-CAR
                   READ CARRERAS-FILE
                       AT END SET EOF-CAR TO TRUE
                   END-READ
                   IF NOT EOF-CAR AND WS-CAR-COUNT < 50
                       ADD 1 TO WS-CAR-COUNT
                       MOVE CAR-CODIGO TO WS-CAR-CODIGO(WS-CAR-COUNT)
                       MOVE CAR-DESC TO WS-CAR-DESC(WS-CAR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CARRERAS-FILE
           END-IF.

       0200-PROCESO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAN-COUNT
               PERFORM 0210-EVALUAR-CANDIDATO THRU 0210-EXIT
           END-PERFORM.

       0210-EVALUAR-CANDIDATO.
           IF WS-CAN-PYS(WS-IDX) NOT = "S"
               ADD 1 TO WS-SIN-PYS
               GO TO 0210-EXIT
           END-IF.
           IF WS-CAN-DIPLOMA(WS-IDX) = "S"
               ADD 1 TO WS-YA-EMITIDOS
               DISPLAY "YA TIENE DIPLOMA ORIGINAL, SE OMITE: "
                   WS-CAN-ID(WS-IDX)
               GO TO 0210-EXIT
           END-IF.
           IF WS-CAN-NOMBRE(WS-IDX) = SPACES
               ADD 1 TO WS-OMITIDOS
               DISPLAY "SIN REGISTRO EN MAESTRO.DAT, NO HAY NOMBRE "
                   "LEGAL: " WS-CAN-ID(WS-IDX)
               GO TO 0210-EXIT
           END-IF.
           MOVE SPACES TO WS-CARRERA-DESC.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > WS-CAR-COUNT
               IF WS-CAR-CODIGO(WS-IDX-CAR) = WS-CAN-CARRERA(WS-IDX)
                   MOVE WS-CAR-DESC(WS-IDX-CAR) TO WS-CARRERA-DESC
               END-IF
           END-PERFORM.
           IF WS-CARRERA-DESC = SPACES
               ADD 1 TO WS-OMITIDOS
               DISPLAY "CARRERA " WS-CAN-CARRERA(WS-IDX)
                   " SIN DESCRIPCION EN CARRERAS.DAT: "
                   WS-CAN-ID(WS-IDX)
               GO TO 0210-EXIT
           END-IF.
           PERFORM 0220-EMITIR-DIPLOMA.

       0210-EXIT.
           EXIT.

      * El diploma se asienta antes de ir a la imprenta; si el
      * registro de emision lo niega (serial cero), no se imprime.
       0220-EMITIR-DIPLOMA.
           MOVE WS-CAN-ID(WS-IDX) TO WS-VC-MATRICULA.
           MOVE WS-CAN-CARRERA(WS-IDX) TO WS-VC-CARRERA.
           MOVE WS-CAN-TERMINO(WS-IDX) TO WS-VC-TERMINO.
           MOVE WS-FECHA-HOY TO WS-VC-FECHA.
           CALL "CodigoVerificacion" USING WS-VC-CONTENIDO
               WS-VC-CODIGO.
           CALL "RegistroEmision" USING WS-EMI-TIPO
               WS-CAN-ID(WS-IDX) WS-EMI-OPERADOR WS-EMI-SERIAL
               WS-VC-CODIGO.
           IF WS-EMI-SERIAL = ZERO
               ADD 1 TO WS-OMITIDOS
           ELSE
               ADD 1 TO WS-EMITIDOS
               MOVE WS-EMI-SERIAL TO DIP-SERIAL
               MOVE WS-CAN-ID(WS-IDX) TO DIP-MATRICULA
               MOVE WS-CAN-CARRERA(WS-IDX) TO DIP-CARRERA
               MOVE WS-CAN-TERMINO(WS-IDX) TO DIP-TERMINO
               MOVE WS-CAN-HONOR(WS-IDX) TO DIP-HONOR
               MOVE WS-FECHA-HOY TO DIP-FECHA
               MOVE WS-EMI-OPERADOR TO DIP-OPERADOR
               MOVE WS-SERIAL-ORIGINAL TO DIP-ORIGINAL
               MOVE WS-VC-CODIGO TO DIP-CODIGO
               WRITE DIP-REC
               MOVE SPACES TO IMP-REC
               MOVE WS-EMI-SERIAL TO IMP-SERIAL
               MOVE WS-CAN-NOMBRE(WS-IDX) TO IMP-NOMBRE
               MOVE WS-CARRERA-DESC TO IMP-CARRERA
               MOVE WS-CAN-HONOR(WS-IDX) TO IMP-MENCION
               MOVE WS-CAN-TERMINO(WS-IDX) TO IMP-TERMINO
               MOVE WS-FECHA-HOY TO IMP-FECHA
               MOVE WS-VC-CODIGO TO IMP-CODIGO
               MOVE WS-SERIAL-ORIGINAL TO IMP-ORIGINAL
               WRITE IMP-REC
               IF MODO-REIMPRESION
                   DISPLAY "REIMPRESION DEL DIPLOMA "
                       WS-SERIAL-ORIGINAL " CON SERIAL NUEVO "
                       WS-EMI-SERIAL
               END-IF
           END-IF.

       0300-FIN.
           CLOSE DIPLOMAS-FILE.
           CLOSE IMPRENTA-FILE.
           DISPLAY "DIPLOMAS_IMPRENTA.DAT ESCRITO. CANDIDATOS: "
               WS-CAN-LEIDOS " DIPLOMAS: " WS-EMITIDOS
               " SIN PAZ Y SALVO: " WS-SIN-PYS
               " YA EMITIDOS: " WS-YA-EMITIDOS
               " NO EMITIDOS: " WS-OMITIDOS.
           IF WS-OMITIDOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM Diplomas.
