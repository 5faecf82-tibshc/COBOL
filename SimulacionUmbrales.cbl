       IDENTIFICATION DIVISION.
       PROGRAM-ID. SimulacionUmbrales.
       AUTHOR.     EHIDALGO.

      * Simulacion de cambios de umbral antes de publicarlos. Cada
      * vez que el consejo discute mover una linea la pregunta es a
      * cuantos estudiantes afecta; esto la contesta sin correr los
      * procesos reales. Lee STUDENTS_5.DAT con los mismos promedios
      * que usa cada proceso y aplica, lado a lado, el valor vigente
      * y el propuesto de:
      *   UMBRAL-RIESGO  marca *RIESGO* de LaboratorioDia5
      *                  (PARAMETROS.DAT, 14,00 por omision)
      *   CIERRE_LINEA   promocion de CierreTermino (14,00)
      *   HONOR_CORTE    cuadro de honor de CuadroHonor (17,00)
      *   BECAS_PISO     elegibilidad de Becas (16,00), con el cupo
      *                  vigente por carrera (BECAS_CUPO, 3)
      * El valor vigente es el que correria hoy (el archivo o la
      * variable de entorno del proceso, o su omision); el propuesto
      * viene de SIMULA_UMBRAL_RIESGO, SIMULA_CIERRE_LINEA,
      * SIMULA_HONOR_CORTE y SIMULA_BECAS_PISO (centesimas) o se
      * pide por pantalla, y en blanco deja el vigente.
      * No escribe PARAMETROS.DAT ni ningun archivo de los procesos
      * ni pide seriales de emision: el unico archivo que deja es
      * SIMULACION_UMBRALES.DAT, con el cuadro por carrera (vigente,
      * propuesto, cuantos entran y cuantos salen de cada condicion)
      * y la lista de matriculas afectadas. Bajas y licencias no
      * participan, igual que en los procesos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ARCHIVOS-FISICOS.CBL"
               REPLACING ==FIS-FILE== BY ==INPUT-FILE==
                         ==FIS-DAT==  BY =="STUDENTS_5.DAT"==.
           SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SIMULACION-FILE ASSIGN TO "SIMULACION_UMBRALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  STUDENT-INFO.
           88  EOF                     VALUE HIGH-VALUE.
           COPY "STUDENT-RECORD.CBL"
               REPLACING ==SR-ID==    BY ==STUDENT-ID==
                         ==SR-LNAME== BY ==STUDENT-LNAME==
                         ==SR-FNAME== BY ==STUDENT-FNAME==.
           02  STUDENT-DEGCOD          PIC X(9).
           02  STUDENT-DEG             PIC X(3).
           02  STUDENT-GRADE           PIC 9(2)V99 OCCURS 3 TIMES.
           02  STUDENT-ESTADO          PIC X(1).
               88  ESTUDIANTE-ACTIVO   VALUE "A" SPACE.

       FD  PARAMETROS-FILE.
       01  PARM-REC.
           88  EOF-PARM                VALUE HIGH-VALUE.
           02  PARM-CLAVE              PIC X(14).
           02  PARM-VALOR              PIC X(6).

       FD  SIMULACION-FILE.
       01  SIMULACION-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY          PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-SIM-STATUS           PIC X(2).
           05  WS-PARM-NUM             PIC 9(6).
           05  WS-TEXTO                PIC X(5).
           05  WS-BATCH-MODE           PIC X(1) VALUE "N".
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-IDX                  PIC 9(3).
           05  WS-SUB-IDX              PIC 9(3).
           05  WS-MED                  PIC 9.
           05  WS-CAR                  PIC 9.
           05  WS-DEG-INDICE           PIC 9.
           05  WS-REG-LEIDOS           PIC 9(5) VALUE ZERO.
           05  WS-AFECTADOS            PIC 9(5) VALUE ZERO.
           05  WS-CUPO                 PIC 99 VALUE 3.

      * Vigente y propuesto de cada umbral, en el orden de las
      * medidas: 1 riesgo, 2 reprobacion, 3 honor, 4 beca.
       01  WS-UMBRALES.
           05  WS-UMB-ENTRY OCCURS 4 TIMES.
               10  WS-UMB-ACTUAL       PIC 9(2)V99.
               10  WS-UMB-PROPUESTO    PIC 9(2)V99.

       01  WS-NOMBRES-UMBRAL.
           05  FILLER                  PIC X(20)
               VALUE "UMBRAL-RIESGO       ".
           05  FILLER                  PIC X(20)
               VALUE "CIERRE_LINEA        ".
           05  FILLER                  PIC X(20)
               VALUE "HONOR_CORTE         ".
           05  FILLER                  PIC X(20)
               VALUE "BECAS_PISO          ".
       01  WS-NOMBRES-UMBRAL-R REDEFINES WS-NOMBRES-UMBRAL.
           05  WS-NOMBRE-UMBRAL        PIC X(20) OCCURS 4 TIMES.

       01  WS-VARIABLES-SIMULA.
           05  FILLER                  PIC X(20)
               VALUE "SIMULA_UMBRAL_RIESGO".
           05  FILLER                  PIC X(20)
               VALUE "SIMULA_CIERRE_LINEA ".
           05  FILLER                  PIC X(20)
               VALUE "SIMULA_HONOR_CORTE  ".
           05  FILLER                  PIC X(20)
               VALUE "SIMULA_BECAS_PISO   ".
       01  WS-VARIABLES-SIMULA-R REDEFINES WS-VARIABLES-SIMULA.
           05  WS-VARIABLE-SIMULA      PIC X(20) OCCURS 4 TIMES.

       01  WS-NOMBRES-MEDIDA.
           05  FILLER                  PIC X(24)
               VALUE "EN RIESGO               ".
           05  FILLER                  PIC X(24)
               VALUE "REPROBADOS EN EL CIERRE ".
           05  FILLER                  PIC X(24)
               VALUE "EN EL CUADRO DE HONOR   ".
           05  FILLER                  PIC X(24)
               VALUE "ELEGIBLES A BECA        ".
       01  WS-NOMBRES-MEDIDA-R REDEFINES WS-NOMBRES-MEDIDA.
           05  WS-NOMBRE-MEDIDA        PIC X(24) OCCURS 4 TIMES.

       01  WS-TEXTOS-CAMBIO.
           05  FILLER                  PIC X(28)
               VALUE "ENTRA EN RIESGO             ".
           05  FILLER                  PIC X(28)
               VALUE "SALE DE RIESGO              ".
           05  FILLER                  PIC X(28)
               VALUE "PASA A REPROBADO            ".
           05  FILLER                  PIC X(28)
               VALUE "PASA A PROMOVIDO            ".
           05  FILLER                  PIC X(28)
               VALUE "ENTRA AL CUADRO DE HONOR    ".
           05  FILLER                  PIC X(28)
               VALUE "SALE DEL CUADRO DE HONOR    ".
           05  FILLER                  PIC X(28)
               VALUE "PASA A ELEGIBLE A BECA      ".
           05  FILLER                  PIC X(28)
               VALUE "DEJA DE SER ELEGIBLE A BECA ".
       01  WS-TEXTOS-CAMBIO-R REDEFINES WS-TEXTOS-CAMBIO.
           05  WS-TEXTO-CAMBIO         PIC X(28) OCCURS 8 TIMES.

       01  WS-GRADES.
           05  WS-GRADE                PIC 9(2)V99 OCCURS 4 TIMES.

       01  WS-PC-MATRICULA             PIC 9(7).
       01  WS-PC-RESULTADO.
           05  WS-PC-PROMEDIO          PIC 9(2)V99.
           05  WS-PC-CRED-INTENTADOS   PIC 9(3).
           05  WS-PC-CRED-APROBADOS    PIC 9(3).
           05  WS-PC-HALLADO           PIC X(1).
               88  PC-HALLADO          VALUE "S".

       COPY "DEGREE-CODES.CBL"
           REPLACING ==WS-DEGREE-CODES-LIST==
                  BY ==WS-DEG-VALIDOS==
                     ==WS-DEGREE-CODES-TABLE==
                  BY ==WS-TABLA-DEG-VALIDOS==
                     ==WS-DEGREE-CODE==
                  BY ==WS-DEG-VALIDO==.

      * Estudiantes activos. El promedio base es el de "Promedio"
      * (riesgo y cierre); el final es el de PromedioCreditos cuando
      * hay NOTAS.DAT (honor y becas), como en cada proceso. La
      * carrera 5 agrupa los codigos fuera de la tabla, que solo
      * cuentan para el cierre. Cada medida queda "S"/"N" con el
      * umbral vigente y con el propuesto.
       01  WS-ALUMNOS.
           05  WS-ALU-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-ALU-ENTRY OCCURS 200 TIMES.
               10  WS-ALU-ID           PIC 9(7).
               10  WS-ALU-APELLIDO     PIC X(10).
               10  WS-ALU-NOMBRE       PIC X(10).
               10  WS-ALU-DEG          PIC X(3).
               10  WS-ALU-CAR          PIC 9.
               10  WS-ALU-PROM-BASE    PIC 9(2)V99.
               10  WS-ALU-PROM-FINAL   PIC 9(2)V99.
               10  WS-ALU-MEDIDA OCCURS 4 TIMES.
                   15  WS-ALU-ACTUAL   PIC X(1).
                   15  WS-ALU-PROPUESTO
                                       PIC X(1).
       01  WS-ALU-LLENA-SW             PIC X VALUE "N".
           88  WS-ALU-LLENA            VALUE "Y".

      * Ranking por carrera para las becas, con el subprograma
      * compartido "Ranking" (denso, el mismo de Becas).
       01  WS-RAN-TABLA.
           05  WS-RAN-COUNT            PIC 9(3).
           05  WS-RAN-ENTRY OCCURS 200 TIMES.
               10  WS-RAN-ID           PIC 9(7).
               10  WS-RAN-PROMEDIO     PIC 9(2)V99.
               10  WS-RAN-LUGAR        PIC 9(3).
               10  WS-RAN-PERCENTIL    PIC 9(3).
       01  WS-RAN-ORIGEN.
           05  WS-RAN-ALU-IDX          PIC 9(3) OCCURS 200 TIMES.

      * Conteos por carrera (1-4 la tabla, 5 otras, 6 total) y
      * medida: vigente, propuesto, entran y salen.
       01  WS-CONTEOS.
           05  WS-CNT-CARRERA OCCURS 6 TIMES.
               10  WS-CNT-ESTUDIANTES  PIC 9(5).
               10  WS-CNT-MEDIDA OCCURS 4 TIMES.
                   15  WS-CNT-ACTUAL   PIC 9(5).
                   15  WS-CNT-PROPUESTO
                                       PIC 9(5).
                   15  WS-CNT-ENTRAN   PIC 9(5).
                   15  WS-CNT-SALEN    PIC 9(5).

       01  WS-SIM-TITULO.
           05  FILLER                  PIC X(52) VALUE
               "SIMULACION DE UMBRALES (NO PUBLICA NI MODIFICA NADA)".
           05  FILLER                  PIC X(8) VALUE "  FECHA ".
           05  WST-FECHA               PIC 9(8).

       01  WS-SIM-PARM-ENC             PIC X(50) VALUE
           "UMBRAL                VIGENTE  PROPUESTO".

       01  WS-SIM-PARM.
           05  WSP-NOMBRE              PIC X(20).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WSP-ACTUAL              PIC Z9.99.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WSP-PROPUESTO           PIC Z9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WSP-NOTA                PIC X(12).

       01  WS-SIM-CUPO.
           05  FILLER                  PIC X(37) VALUE
               "CUPO DE BECAS POR CARRERA (VIGENTE): ".
           05  WSC-CUPO                PIC Z9.

       01  WS-SIM-CARRERA.
           05  FILLER                  PIC X(8) VALUE "CARRERA ".
           05  WSK-CARRERA             PIC X(5).
           05  FILLER                  PIC X(23) VALUE
               "  ESTUDIANTES ACTIVOS: ".
           05  WSK-ESTUDIANTES         PIC ZZZZ9.

       01  WS-SIM-MED-ENC.
           05  FILLER                  PIC X(26) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "VIGENTE  PROPUESTO   ENTRAN    SALEN".

       01  WS-SIM-MEDIDA.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WSM-NOMBRE              PIC X(24).
           05  WSM-ACTUAL              PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WSM-PROPUESTO           PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WSM-ENTRAN              PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WSM-SALEN               PIC ZZZZ9.

       01  WS-SIM-AFE-TITULO           PIC X(40) VALUE
           "MATRICULAS AFECTADAS POR EL CAMBIO".

       01  WS-SIM-AFE-ENC              PIC X(68) VALUE
           "MATRICULA APELLIDO   NOMBRE     CAR PROMEDIO  CAMBIO".

       01  WS-SIM-AFECTADO.
           05  WSA-MATRICULA           PIC 9(7).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WSA-APELLIDO            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WSA-NOMBRE              PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WSA-DEG                 PIC X(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WSA-PROMEDIO            PIC Z9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WSA-CAMBIO              PIC X(28).

       01  WS-SIM-TOTAL-AFE.
           05  FILLER                  PIC X(30) VALUE
               "LINEAS DE CAMBIO LISTADAS:    ".
           05  WSF-AFECTADOS           PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "BATCH_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-BATCH-MODE FROM ENVIRONMENT-VALUE.
           MOVE 14.00 TO WS-UMB-ACTUAL(1).
           MOVE 14.00 TO WS-UMB-ACTUAL(2).
           MOVE 17.00 TO WS-UMB-ACTUAL(3).
           MOVE 16.00 TO WS-UMB-ACTUAL(4).
           PERFORM 0102-LEER-PARAMETROS.
           MOVE 2 TO WS-MED.
           PERFORM 0104-LEER-VIGENTE.
           MOVE 3 TO WS-MED.
           PERFORM 0104-LEER-VIGENTE.
           MOVE 4 TO WS-MED.
           PERFORM 0104-LEER-VIGENTE.
           MOVE SPACES TO WS-TEXTO.
           DISPLAY "BECAS_CUPO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TEXTO) = ZERO
               COMPUTE WS-CUPO = FUNCTION NUMVAL(WS-TEXTO)
           END-IF.
           PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 4
               PERFORM 0106-LEER-PROPUESTO
           END-PERFORM.

           OPEN INPUT INPUT-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR AL ABRIR STUDENTS_5.DAT. CODIGO: "
                   FILE-CHECK-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE WS-CONTEOS.

      * El mismo UMBRAL-RIESGO de PARAMETROS.DAT que lee
      * LaboratorioDia5 (centesimas en 15-20).
       0102-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARM
                   READ PARAMETROS-FILE
                       AT END SET EOF-PARM TO TRUE
                   END-READ
                   IF NOT EOF-PARM
                       AND PARM-CLAVE = "UMBRAL-RIESGO"
                       AND FUNCTION TEST-NUMVAL(PARM-VALOR) = ZERO
                       COMPUTE WS-PARM-NUM =
                           FUNCTION NUMVAL(PARM-VALOR)
                       COMPUTE WS-UMB-ACTUAL(1) = WS-PARM-NUM / 100
                   END-IF
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF.

      * Las lineas de cierre, honor y becas se fijan por variable de
      * entorno en la corrida de cada proceso, con el mismo nombre.
       0104-LEER-VIGENTE.
           MOVE SPACES TO WS-TEXTO.
           DISPLAY WS-NOMBRE-UMBRAL(WS-MED) UPON ENVIRONMENT-NAME.
           ACCEPT WS-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TEXTO) = ZERO
               COMPUTE WS-UMB-ACTUAL(WS-MED) =
                   FUNCTION NUMVAL(WS-TEXTO) / 100
           END-IF.

       0106-LEER-PROPUESTO.
           MOVE WS-UMB-ACTUAL(WS-MED) TO WS-UMB-PROPUESTO(WS-MED).
           MOVE SPACES TO WS-TEXTO.
           DISPLAY WS-VARIABLE-SIMULA(WS-MED) UPON ENVIRONMENT-NAME.
           ACCEPT WS-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-TEXTO = SPACES AND WS-BATCH-MODE NOT = "S"
               MOVE WS-UMB-ACTUAL(WS-MED) TO WSP-ACTUAL
               DISPLAY WS-NOMBRE-UMBRAL(WS-MED) " VIGENTE "
                   WSP-ACTUAL
                   ". PROPUESTO (CENTESIMAS, ENTER = SIN CAMBIO): "
               ACCEPT WS-TEXTO
           END-IF.
           IF WS-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-TEXTO) = ZERO
                   COMPUTE WS-UMB-PROPUESTO(WS-MED) =
                       FUNCTION NUMVAL(WS-TEXTO) / 100
               ELSE
                   DISPLAY "VALOR NO NUMERICO PARA "
                       WS-NOMBRE-UMBRAL(WS-MED) "; SE DEJA EL VIGENTE"
               END-IF
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF
               READ INPUT-FILE
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF
                   ADD 1 TO WS-REG-LEIDOS
                   IF ESTUDIANTE-ACTIVO
                       PERFORM 0210-CARGAR-ESTUDIANTE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE INPUT-FILE.
           PERFORM VARYING WS-DEG-INDICE FROM 1 BY 1
                   UNTIL WS-DEG-INDICE > 4
               PERFORM 0220-RANKEAR-BECAS THRU 0220-EXIT
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT
               PERFORM 0230-CONTAR-ESTUDIANTE
           END-PERFORM.

      * Riesgo y cierre: promedio de "Promedio" bajo la linea. Honor:
      * promedio final igual o mayor al corte. La beca se decide
      * despues, con el ranking de la carrera.
       0210-CARGAR-ESTUDIANTE.
           IF WS-ALU-COUNT NOT < 200
               IF NOT WS-ALU-LLENA
                   DISPLAY "ADVERTENCIA: MAS DE 200 ESTUDIANTES; "
                       "LOS EXCEDENTES NO ENTRAN A LA SIMULACION."
                   SET WS-ALU-LLENA TO TRUE
               END-IF
           ELSE
               MOVE STUDENT-GRADE(1) TO WS-GRADE(1)
               MOVE STUDENT-GRADE(2) TO WS-GRADE(2)
               MOVE STUDENT-GRADE(3) TO WS-GRADE(3)
               CALL "Promedio" USING WS-GRADES STUDENT-DEG
               ADD 1 TO WS-ALU-COUNT
               MOVE WS-ALU-COUNT TO WS-IDX
               MOVE STUDENT-ID    TO WS-ALU-ID(WS-IDX)
               MOVE STUDENT-LNAME TO WS-ALU-APELLIDO(WS-IDX)
               MOVE STUDENT-FNAME TO WS-ALU-NOMBRE(WS-IDX)
               MOVE STUDENT-DEG   TO WS-ALU-DEG(WS-IDX)
               MOVE WS-GRADE(4)   TO WS-ALU-PROM-BASE(WS-IDX)
                                     WS-ALU-PROM-FINAL(WS-IDX)
               MOVE STUDENT-ID TO WS-PC-MATRICULA
               CALL "PromedioCreditos" USING WS-PC-MATRICULA
                   WS-PC-RESULTADO
               IF PC-HALLADO
                   MOVE WS-PC-PROMEDIO TO WS-ALU-PROM-FINAL(WS-IDX)
               END-IF
               MOVE 5 TO WS-ALU-CAR(WS-IDX)
               PERFORM VARYING WS-DEG-INDICE FROM 1 BY 1
                       UNTIL WS-DEG-INDICE > 4
                   IF STUDENT-DEG = WS-DEG-VALIDO(WS-DEG-INDICE)
                       MOVE WS-DEG-INDICE TO WS-ALU-CAR(WS-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 4
                   MOVE "N" TO WS-ALU-ACTUAL(WS-IDX, WS-MED)
                               WS-ALU-PROPUESTO(WS-IDX, WS-MED)
               END-PERFORM
               IF WS-ALU-CAR(WS-IDX) < 5
                   IF WS-ALU-PROM-BASE(WS-IDX) < WS-UMB-ACTUAL(1)
                       MOVE "S" TO WS-ALU-ACTUAL(WS-IDX, 1)
                   END-IF
                   IF WS-ALU-PROM-BASE(WS-IDX) < WS-UMB-PROPUESTO(1)
                       MOVE "S" TO WS-ALU-PROPUESTO(WS-IDX, 1)
                   END-IF
                   IF WS-ALU-PROM-FINAL(WS-IDX) >= WS-UMB-ACTUAL(3)
                       MOVE "S" TO WS-ALU-ACTUAL(WS-IDX, 3)
                   END-IF
                   IF WS-ALU-PROM-FINAL(WS-IDX)
                       >= WS-UMB-PROPUESTO(3)
                       MOVE "S" TO WS-ALU-PROPUESTO(WS-IDX, 3)
                   END-IF
               END-IF
               IF WS-ALU-PROM-BASE(WS-IDX) < WS-UMB-ACTUAL(2)
                   MOVE "S" TO WS-ALU-ACTUAL(WS-IDX, 2)
               END-IF
               IF WS-ALU-PROM-BASE(WS-IDX) < WS-UMB-PROPUESTO(2)
                   MOVE "S" TO WS-ALU-PROPUESTO(WS-IDX, 2)
               END-IF
           END-IF.

      * La regla de Becas: lugar dentro del cupo vigente y promedio
      * final en o sobre el piso. El piso no mueve el ranking, solo
      * quien lo libra.
       0220-RANKEAR-BECAS.
           MOVE ZERO TO WS-RAN-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT
               IF WS-ALU-CAR(WS-IDX) = WS-DEG-INDICE
                   ADD 1 TO WS-RAN-COUNT
                   MOVE WS-ALU-ID(WS-IDX) TO WS-RAN-ID(WS-RAN-COUNT)
                   MOVE WS-ALU-PROM-FINAL(WS-IDX)
                       TO WS-RAN-PROMEDIO(WS-RAN-COUNT)
                   MOVE WS-IDX TO WS-RAN-ALU-IDX(WS-RAN-COUNT)
               END-IF
           END-PERFORM.
           IF WS-RAN-COUNT = ZERO
               GO TO 0220-EXIT
           END-IF.
           CALL "Ranking" USING WS-RAN-TABLA.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-RAN-COUNT
               MOVE WS-RAN-ALU-IDX(WS-SUB-IDX) TO WS-IDX
               IF WS-RAN-LUGAR(WS-SUB-IDX) <= WS-CUPO
                   IF WS-ALU-PROM-FINAL(WS-IDX) >= WS-UMB-ACTUAL(4)
                       MOVE "S" TO WS-ALU-ACTUAL(WS-IDX, 4)
                   END-IF
                   IF WS-ALU-PROM-FINAL(WS-IDX)
                       >= WS-UMB-PROPUESTO(4)
                       MOVE "S" TO WS-ALU-PROPUESTO(WS-IDX, 4)
                   END-IF
               END-IF
           END-PERFORM.

       0220-EXIT.
           EXIT.

       0230-CONTAR-ESTUDIANTE.
           MOVE WS-ALU-CAR(WS-IDX) TO WS-CAR.
           ADD 1 TO WS-CNT-ESTUDIANTES(WS-CAR)
                    WS-CNT-ESTUDIANTES(6).
           PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 4
               IF WS-ALU-ACTUAL(WS-IDX, WS-MED) = "S"
                   ADD 1 TO WS-CNT-ACTUAL(WS-CAR, WS-MED)
                            WS-CNT-ACTUAL(6, WS-MED)
               END-IF
               IF WS-ALU-PROPUESTO(WS-IDX, WS-MED) = "S"
                   ADD 1 TO WS-CNT-PROPUESTO(WS-CAR, WS-MED)
                            WS-CNT-PROPUESTO(6, WS-MED)
               END-IF
               IF WS-ALU-ACTUAL(WS-IDX, WS-MED) = "N"
                   AND WS-ALU-PROPUESTO(WS-IDX, WS-MED) = "S"
                   ADD 1 TO WS-CNT-ENTRAN(WS-CAR, WS-MED)
                            WS-CNT-ENTRAN(6, WS-MED)
               END-IF
               IF WS-ALU-ACTUAL(WS-IDX, WS-MED) = "S"
                   AND WS-ALU-PROPUESTO(WS-IDX, WS-MED) = "N"
                   ADD 1 TO WS-CNT-SALEN(WS-CAR, WS-MED)
                            WS-CNT-SALEN(6, WS-MED)
               END-IF
           END-PERFORM.

       0300-FIN.
           OPEN OUTPUT SIMULACION-FILE.
           IF WS-SIM-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR SIMULACION_UMBRALES.DAT. "
                   "CODIGO: " WS-SIM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WST-FECHA.
           WRITE SIMULACION-REC FROM WS-SIM-TITULO.
           MOVE SPACES TO SIMULACION-REC.
           WRITE SIMULACION-REC.
           WRITE SIMULACION-REC FROM WS-SIM-PARM-ENC.
           PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 4
               MOVE WS-NOMBRE-UMBRAL(WS-MED) TO WSP-NOMBRE
               MOVE WS-UMB-ACTUAL(WS-MED) TO WSP-ACTUAL
               MOVE WS-UMB-PROPUESTO(WS-MED) TO WSP-PROPUESTO
               IF WS-UMB-ACTUAL(WS-MED) = WS-UMB-PROPUESTO(WS-MED)
                   MOVE "(SIN CAMBIO)" TO WSP-NOTA
               ELSE
                   MOVE SPACES TO WSP-NOTA
               END-IF
               WRITE SIMULACION-REC FROM WS-SIM-PARM
           END-PERFORM.
           MOVE WS-CUPO TO WSC-CUPO.
           WRITE SIMULACION-REC FROM WS-SIM-CUPO.
           PERFORM VARYING WS-CAR FROM 1 BY 1 UNTIL WS-CAR > 6
               IF WS-CNT-ESTUDIANTES(WS-CAR) > ZERO OR WS-CAR = 6
                   PERFORM 0310-ESCRIBIR-CARRERA
               END-IF
           END-PERFORM.
           MOVE SPACES TO SIMULACION-REC.
           WRITE SIMULACION-REC.
           WRITE SIMULACION-REC FROM WS-SIM-AFE-TITULO.
           WRITE SIMULACION-REC FROM WS-SIM-AFE-ENC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT
               PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 4
                   IF WS-ALU-ACTUAL(WS-IDX, WS-MED)
                       NOT = WS-ALU-PROPUESTO(WS-IDX, WS-MED)
                       PERFORM 0320-ESCRIBIR-AFECTADO
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-AFECTADOS TO WSF-AFECTADOS.
           WRITE SIMULACION-REC FROM WS-SIM-TOTAL-AFE.
           CLOSE SIMULACION-FILE.
           DISPLAY "SIMULACION ESCRITA EN SIMULACION_UMBRALES.DAT. "
               "LEIDOS: " WS-REG-LEIDOS " CAMBIOS: " WS-AFECTADOS.
           STOP RUN.

       0310-ESCRIBIR-CARRERA.
           MOVE SPACES TO SIMULACION-REC.
           WRITE SIMULACION-REC.
           EVALUATE WS-CAR
               WHEN 5
                   MOVE "OTRAS" TO WSK-CARRERA
               WHEN 6
                   MOVE "TOTAL" TO WSK-CARRERA
               WHEN OTHER
                   MOVE WS-DEG-VALIDO(WS-CAR) TO WSK-CARRERA
           END-EVALUATE.
           MOVE WS-CNT-ESTUDIANTES(WS-CAR) TO WSK-ESTUDIANTES.
           WRITE SIMULACION-REC FROM WS-SIM-CARRERA.
           WRITE SIMULACION-REC FROM WS-SIM-MED-ENC.
           PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 4
               MOVE WS-NOMBRE-MEDIDA(WS-MED) TO WSM-NOMBRE
               MOVE WS-CNT-ACTUAL(WS-CAR, WS-MED) TO WSM-ACTUAL
               MOVE WS-CNT-PROPUESTO(WS-CAR, WS-MED) TO WSM-PROPUESTO
               MOVE WS-CNT-ENTRAN(WS-CAR, WS-MED) TO WSM-ENTRAN
               MOVE WS-CNT-SALEN(WS-CAR, WS-MED) TO WSM-SALEN
               WRITE SIMULACION-REC FROM WS-SIM-MEDIDA
           END-PERFORM.

       0320-ESCRIBIR-AFECTADO.
           ADD 1 TO WS-AFECTADOS.
           MOVE WS-ALU-ID(WS-IDX) TO WSA-MATRICULA.
           MOVE WS-ALU-APELLIDO(WS-IDX) TO WSA-APELLIDO.
           MOVE WS-ALU-NOMBRE(WS-IDX) TO WSA-NOMBRE.
           MOVE WS-ALU-DEG(WS-IDX) TO WSA-DEG.
           IF WS-MED < 3
               MOVE WS-ALU-PROM-BASE(WS-IDX) TO WSA-PROMEDIO
           ELSE
               MOVE WS-ALU-PROM-FINAL(WS-IDX) TO WSA-PROMEDIO
           END-IF.
           COMPUTE WS-SUB-IDX = WS-MED * 2.
           IF WS-ALU-PROPUESTO(WS-IDX, WS-MED) = "S"
               SUBTRACT 1 FROM WS-SUB-IDX
           END-IF.
           MOVE WS-TEXTO-CAMBIO(WS-SUB-IDX) TO WSA-CAMBIO.
           WRITE SIMULACION-REC FROM WS-SIM-AFECTADO.

       END PROGRAM SimulacionUmbrales.
