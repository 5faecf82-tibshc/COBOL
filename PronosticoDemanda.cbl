       IDENTIFICATION DIVISION.
       PROGRAM-ID. PronosticoDemanda.
       AUTHOR.     EHIDALGO.

      * Pronostico de demanda por curso para el termino siguiente, a
      * partir de lo que deja el cierre: los promovidos de
      * CierreTermino (PROMOVIDOS.DAT), lo que cada uno ya aprobo en
      * HISTORICO.DAT y lo que su carrera exige en REQUISITOS.DAT
      * (filas tipo C del plan que PlanVigente le asigna, como en
      * AuditoriaGrado; las filas de la menor de la carrera no
      * cuentan). Un promovido cuenta como demanda de un
      * curso obligatorio de su carrera cuando aun no lo aprobo
      * (promedio en o sobre la linea, 14,00 o
      * CIERRE_LINEA en centesimas) y cumple todos sus prerrequisitos
      * de PRERREQUISITOS.DAT con la nota minima de cada regla, la
      * misma verificacion que hace IntakeAltas. Si alguno de esos
      * prerrequisitos lo aprobo en el ultimo termino del historico,
      * es elegible NUEVO; si ya lo era antes, queda como REZAGADO.
      * El curso se identifica por su numero (posiciones 4-7 del
      * codigo), igual que en el historico y los prerrequisitos.
      *
      * La demanda se compara contra el cupo total de las secciones
      * abiertas del curso en el catalogo (CargarCatalogo). En
      * PRONOSTICO_DEMANDA.DAT sale un renglon por curso con
      * observacion: DEMANDA EXCEDE CUPO (abrir seccion), SIN SECCION
      * ABIERTA, o BAJA OCUPACION cuando la ocupacion prevista queda
      * bajo el minimo (25%, o PRONOSTICO_MINIMO en porcentaje), y la
      * lista de las secciones que probablemente queden casi vacias,
      * con los inscritos previstos repartiendo la demanda en
      * proporcion al cupo. Con cualquier observacion la corrida
      * termina con RETURN-CODE 4, para que el decano abra o cancele
      * secciones antes de la semana de inscripcion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOVIDOS-FILE ASSIGN TO "PROMOVIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REQUISITOS-FILE ASSIGN TO "REQUISITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT PRERREQ-FILE ASSIGN TO "PRERREQUISITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRERREQ-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "PRONOSTICO_DEMANDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOVIDOS-FILE.
       01  PROMOVIDO-REC.
           88  EOF-PRO             VALUE HIGH-VALUE.
           02  PRO-MATRICULA       PIC 9(7).
           02  PRO-APELLIDO        PIC X(10).
           02  PRO-NOMBRE          PIC X(10).
           02  PRO-DEGCOD          PIC X(9).
           02  PRO-DEG             PIC X(3).
           02  PRO-NOTA            PIC 9(2)V99.
           02  PRO-ESTADO          PIC X(1).

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

       FD  PRERREQ-FILE.
       01  PRERREQ-REC.
           88  EOF-PRERREQ         VALUE HIGH-VALUE.
           02  PRQ-CURSO           PIC X(4).
           02  PRQ-CURSO-PREVIO    PIC X(4).
           02  PRQ-NOTA-MIN        PIC 9(4).

       FD  REPORTE-FILE.
       01  REPORTE-REC             PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PRO-STATUS       PIC X(2).
           05  WS-HIST-STATUS      PIC X(2).
           05  WS-REQ-STATUS       PIC X(2).
           05  WS-PRERREQ-STATUS   PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-EST-IDX          PIC 9(3).
           05  WS-REQ-IDX          PIC 9(3).
           05  WS-PRQ-IDX          PIC 9(2).
           05  WS-HIS-IDX          PIC 9(3).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-CUR-IDX          PIC 9(3).
           05  WS-PREVIO-HALLADO   PIC X.
           05  WS-APROBADO         PIC X.
           05  WS-ELEGIBLE         PIC X.
           05  WS-NUEVO            PIC X.
           05  WS-CURSO            PIC X(4).
           05  WS-LINEA            PIC 9(2)V99 VALUE 14.00.
           05  WS-MINIMO           PIC 9(3) VALUE 25.
           05  WS-ENV-TEXTO        PIC X(10).
           05  WS-ULTIMO-TERMINO   PIC X(6) VALUE SPACES.
           05  WS-DEMANDA          PIC 9(5).
           05  WS-OCUPACION        PIC 9(5).
           05  WS-PREVISTOS        PIC 9(5).
           05  WS-OBSERVADOS       PIC 9(3) VALUE ZERO.
           05  WS-EXCEDIDOS        PIC 9(3) VALUE ZERO.
           05  WS-SIN-SECCION      PIC 9(3) VALUE ZERO.
           05  WS-BAJA-OCUPACION   PIC 9(3) VALUE ZERO.
           05  WS-SECCIONES-VACIAS PIC 9(3) VALUE ZERO.
           05  WS-TOTAL-NUEVOS     PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-REZAGADOS  PIC 9(5) VALUE ZERO.
           05  WS-PLAN             PIC 9(4).
           05  WS-PLAN-ORIGEN      PIC X(1).

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

       01  WS-PROMOVIDOS.
           05  WS-EST-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-EST-ENTRY OCCURS 500 TIMES.
               10  WS-EST-MATRICULA PIC 9(7).
               10  WS-EST-CARRERA  PIC X(3).
       01  WS-EST-LLENA-SW         PIC X VALUE "N".
           88  WS-EST-LLENA        VALUE "Y".

      * Filas del historico: curso (posiciones 4-7 del codigo),
      * promedio y termino en que se curso.
       01  WS-HISTORIAL.
           05  WS-HIS-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-HIS-ENTRY OCCURS 500 TIMES.
               10  WS-HIS-MATRICULA PIC 9(7).
               10  WS-HIS-CURSO    PIC X(4).
               10  WS-HIS-PROMEDIO PIC 9(2)V99.
               10  WS-HIS-TERMINO  PIC X(6).
       01  WS-HIS-LLENA-SW         PIC X VALUE "N".
           88  WS-HIS-LLENA        VALUE "Y".

      * Cursos obligatorios (tipo C) por carrera y plan.
       01  WS-REQUISITOS.
           05  WS-REQ-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-REQ-ENTRY OCCURS 200 TIMES.
               10  WS-REQ-CARRERA  PIC X(3).
               10  WS-REQ-CURSO    PIC X(4).
               10  WS-REQ-PLAN     PIC 9(4).

      * Reglas de prerrequisito; la nota minima viaja en centesimas
      * en el archivo y aqui ya convertida.
       01  WS-PRERREQS.
           05  WS-PRQ-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-PRQ-ENTRY OCCURS 50 TIMES.
               10  WS-PRQ-CURSO    PIC X(4).
               10  WS-PRQ-PREVIO   PIC X(4).
               10  WS-PRQ-MINIMA   PIC 9(2)V99.

      * Un renglon por curso: demanda prevista y cupo ofrecido.
       01  WS-CURSOS.
           05  WS-CUR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CUR-ENTRY OCCURS 150 TIMES.
               10  WS-CUR-CURSO    PIC X(4).
               10  WS-CUR-TITULO   PIC X(30).
               10  WS-CUR-NUEVOS   PIC 9(5).
               10  WS-CUR-REZAGADOS PIC 9(5).
               10  WS-CUR-SECCIONES PIC 9(3).
               10  WS-CUR-ASIENTOS PIC 9(5).
               10  WS-CUR-SIN-LIMITE PIC X(1).
               10  WS-CUR-OCUPACION PIC 9(5).
               10  WS-CUR-BAJA     PIC X(1).
       01  WS-CUR-LLENA-SW         PIC X VALUE "N".
           88  WS-CUR-LLENA        VALUE "Y".

       01  WS-REP-TITULO.
           05  FILLER              PIC X(49) VALUE
               "PRONOSTICO DE DEMANDA POR CURSO - ULTIMO TERMINO ".
           05  WRT-TERMINO         PIC X(6).
           05  FILLER              PIC X(14) VALUE "  PROMOVIDOS: ".
           05  WRT-PROMOVIDOS      PIC ZZ9.

       01  WS-REP-ENCABEZADO.
           05  FILLER              PIC X(6) VALUE "CURSO".
           05  FILLER              PIC X(23) VALUE "TITULO".
           05  FILLER              PIC X(7) VALUE "NUEVOS".
           05  FILLER              PIC X(6) VALUE "REZAG".
           05  FILLER              PIC X(8) VALUE "DEMANDA".
           05  FILLER              PIC X(5) VALUE "SECC".
           05  FILLER              PIC X(6) VALUE "CUPO".
           05  FILLER              PIC X(6) VALUE "OCUP%".
           05  FILLER              PIC X(11) VALUE "OBSERVACION".

       01  WS-REP-CURSO.
           05  WRC-CURSO           PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRC-TITULO          PIC X(22).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRC-NUEVOS          PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRC-REZAGADOS       PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRC-DEMANDA         PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRC-SECCIONES       PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRC-CUPO            PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRC-OCUPACION       PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRC-OBSERVACION     PIC X(20).

       01  WS-REP-CUPO-NUM         PIC ZZZZ9.
       01  WS-REP-OCUP-NUM         PIC ZZZ9.

       01  WS-REP-VACIAS-TITULO    PIC X(60) VALUE
           "SECCIONES QUE PROBABLEMENTE QUEDEN CASI VACIAS:".

       01  WS-REP-VACIA.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRV-CODIGO          PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRV-TITULO          PIC X(30).
           05  FILLER              PIC X(7) VALUE "  CUPO ".
           05  WRV-CUPO            PIC ZZ9.
           05  FILLER              PIC X(12) VALUE "  PREVISTOS ".
           05  WRV-PREVISTOS       PIC ZZ9.

       01  WS-REP-TOTALES.
           05  FILLER              PIC X(18) VALUE
               "ELEGIBLES NUEVOS: ".
           05  WRX-NUEVOS          PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  REZAGADOS: ".
           05  WRX-REZAGADOS       PIC ZZZZ9.
           05  FILLER              PIC X(21) VALUE
               "  CURSOS OBSERVADOS: ".
           05  WRX-OBSERVADOS      PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           DISPLAY "CIERRE_LINEA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-ENV-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-TEXTO) = ZERO
               COMPUTE WS-LINEA =
                   FUNCTION NUMVAL(WS-ENV-TEXTO) / 100
           END-IF.
           MOVE SPACES TO WS-ENV-TEXTO.
           DISPLAY "PRONOSTICO_MINIMO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-ENV-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-TEXTO) = ZERO
               COMPUTE WS-MINIMO = FUNCTION NUMVAL(WS-ENV-TEXTO)
           END-IF.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0110-CARGAR-PROMOVIDOS.
           PERFORM 0120-CARGAR-HISTORICO.
           PERFORM 0130-CARGAR-REQUISITOS.
           PERFORM 0140-CARGAR-PRERREQUISITOS.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PRONOSTICO_DEMANDA.DAT. "
                   "CODIGO: " WS-REP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-CARGAR-PROMOVIDOS.
           OPEN INPUT PROMOVIDOS-FILE.
           IF WS-PRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PROMOVIDOS.DAT. CODIGO: "
                   WS-PRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-PRO
               READ PROMOVIDOS-FILE
                   AT END SET EOF-PRO TO TRUE
               END-READ
               IF NOT EOF-PRO
                   IF WS-EST-COUNT < 500
                       ADD 1 TO WS-EST-COUNT
                       MOVE PRO-MATRICULA
                           TO WS-EST-MATRICULA(WS-EST-COUNT)
                       MOVE PRO-DEG TO WS-EST-CARRERA(WS-EST-COUNT)
                   ELSE
                       IF NOT WS-EST-LLENA
                           DISPLAY "ADVERTENCIA: MAS DE 500 "
                               "PROMOVIDOS; EL EXCEDENTE NO ENTRA "
                               "EN EL PRONOSTICO."
                           SET WS-EST-LLENA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PROMOVIDOS-FILE.

       0120-CARGAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "SIN HISTORICO.DAT; NINGUN PROMOVIDO TIENE "
                   "CURSOS APROBADOS."
           ELSE
               PERFORM UNTIL EOF-HIST
                   READ HISTORICO-FILE
                       AT END SET EOF-HIST TO TRUE
                   END-READ
                   IF NOT EOF-HIST
                       IF HIST-TERMINO > WS-ULTIMO-TERMINO
                           MOVE HIST-TERMINO TO WS-ULTIMO-TERMINO
                       END-IF
                       IF WS-HIS-COUNT < 500
                           ADD 1 TO WS-HIS-COUNT
                           MOVE HIST-MATRICULA
                               TO WS-HIS-MATRICULA(WS-HIS-COUNT)
                           MOVE HIST-DEGCOD(4:4)
                               TO WS-HIS-CURSO(WS-HIS-COUNT)
                           MOVE HIST-PROMEDIO
                               TO WS-HIS-PROMEDIO(WS-HIS-COUNT)
                           MOVE HIST-TERMINO
                               TO WS-HIS-TERMINO(WS-HIS-COUNT)
                       ELSE
                           IF NOT WS-HIS-LLENA
                               DISPLAY "ADVERTENCIA: MAS DE 500 "
                                   "FILAS EN HISTORICO.DAT; LA "
                                   "DEMANDA PUEDE SALIR INFLADA."
                               SET WS-HIS-LLENA TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

       0130-CARGAR-REQUISITOS.
           OPEN INPUT REQUISITOS-FILE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REQUISITOS.DAT. CODIGO: "
                   WS-REQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-REQ
               READ REQUISITOS-FILE
                   AT END SET EOF-REQ TO TRUE
               END-READ
               IF NOT EOF-REQ AND REQ-TIPO = "C"
                   AND NOT REQ-DE-MENOR
                   AND WS-REQ-COUNT < 200
                   ADD 1 TO WS-REQ-COUNT
                   MOVE REQ-CARRERA TO WS-REQ-CARRERA(WS-REQ-COUNT)
                   MOVE REQ-CURSO TO WS-REQ-CURSO(WS-REQ-COUNT)
                   IF REQ-PLAN IS NUMERIC
                       MOVE REQ-PLAN TO WS-REQ-PLAN(WS-REQ-COUNT)
                   ELSE
                       MOVE ZERO TO WS-REQ-PLAN(WS-REQ-COUNT)
                   END-IF
                   MOVE REQ-CURSO TO WS-CURSO
                   PERFORM 0150-UBICAR-CURSO
               END-IF
           END-PERFORM.
           CLOSE REQUISITOS-FILE.

       0140-CARGAR-PRERREQUISITOS.
           OPEN INPUT PRERREQ-FILE.
           IF WS-PRERREQ-STATUS NOT = "00"
               DISPLAY "SIN PRERREQUISITOS.DAT; TODO CURSO NO "
                   "APROBADO CUENTA COMO ELEGIBLE."
           ELSE
               PERFORM UNTIL EOF-PRERREQ
                   READ PRERREQ-FILE
                       AT END SET EOF-PRERREQ TO TRUE
                   END-READ
                   IF NOT EOF-PRERREQ AND WS-PRQ-COUNT < 50
                       ADD 1 TO WS-PRQ-COUNT
                       MOVE PRQ-CURSO
                           TO WS-PRQ-CURSO(WS-PRQ-COUNT)
                       MOVE PRQ-CURSO-PREVIO
                           TO WS-PRQ-PREVIO(WS-PRQ-COUNT)
                       COMPUTE WS-PRQ-MINIMA(WS-PRQ-COUNT) =
                           PRQ-NOTA-MIN / 100
                   END-IF
               END-PERFORM
               CLOSE PRERREQ-FILE
           END-IF.

      * Deja en WS-CUR-IDX el renglon del curso WS-CURSO, creandolo
      * si es la primera vez que aparece.
       0150-UBICAR-CURSO.
           MOVE ZERO TO WS-CUR-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUR-COUNT
               IF WS-CUR-CURSO(WS-IDX) = WS-CURSO
                   MOVE WS-IDX TO WS-CUR-IDX
               END-IF
           END-PERFORM.
           IF WS-CUR-IDX = ZERO
               IF WS-CUR-COUNT < 150
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-IDX
                   MOVE WS-CURSO TO WS-CUR-CURSO(WS-CUR-IDX)
                   MOVE "(SIN SECCION ABIERTA)"
                       TO WS-CUR-TITULO(WS-CUR-IDX)
                   MOVE ZERO TO WS-CUR-NUEVOS(WS-CUR-IDX)
                       WS-CUR-REZAGADOS(WS-CUR-IDX)
                       WS-CUR-SECCIONES(WS-CUR-IDX)
                       WS-CUR-ASIENTOS(WS-CUR-IDX)
                       WS-CUR-OCUPACION(WS-CUR-IDX)
                   MOVE "N" TO WS-CUR-SIN-LIMITE(WS-CUR-IDX)
                       WS-CUR-BAJA(WS-CUR-IDX)
               ELSE
                   IF NOT WS-CUR-LLENA
                       DISPLAY "ADVERTENCIA: MAS DE 150 CURSOS; EL "
                           "EXCEDENTE NO SALE EN EL PRONOSTICO."
                       SET WS-CUR-LLENA TO TRUE
                   END-IF
               END-IF
           END-IF.

       0200-PROCESO.
      * Cupo ofrecido: toda seccion abierta del catalogo suma al
      * curso; cupo cero es "sin limite capturado".
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               MOVE WS-CATREF-T-CODIGO(WS-CAT-IDX)(4:4) TO WS-CURSO
               PERFORM 0150-UBICAR-CURSO
               IF WS-CUR-IDX > ZERO
                   IF WS-CUR-SECCIONES(WS-CUR-IDX) = ZERO
                       MOVE WS-CATREF-T-TITULO(WS-CAT-IDX)
                           TO WS-CUR-TITULO(WS-CUR-IDX)
                   END-IF
                   ADD 1 TO WS-CUR-SECCIONES(WS-CUR-IDX)
                   IF WS-CATREF-T-CUPO(WS-CAT-IDX) = ZERO
                       MOVE "Y" TO WS-CUR-SIN-LIMITE(WS-CUR-IDX)
                   ELSE
                       ADD WS-CATREF-T-CUPO(WS-CAT-IDX)
                           TO WS-CUR-ASIENTOS(WS-CUR-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               CALL "PlanVigente" USING WS-EST-MATRICULA(WS-EST-IDX)
                   WS-EST-CARRERA(WS-EST-IDX) WS-PLAN WS-PLAN-ORIGEN
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF WS-REQ-CARRERA(WS-REQ-IDX)
                       = WS-EST-CARRERA(WS-EST-IDX)
                       AND WS-REQ-PLAN(WS-REQ-IDX) = WS-PLAN
                       PERFORM 0210-EVALUAR-CURSO
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM 0250-ESCRIBIR-REPORTE.

      * Un curso obligatorio aun no aprobado, con todos sus
      * prerrequisitos cumplidos, es demanda del termino siguiente.
       0210-EVALUAR-CURSO.
           MOVE "N" TO WS-APROBADO.
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-COUNT
               IF WS-HIS-MATRICULA(WS-HIS-IDX)
                   = WS-EST-MATRICULA(WS-EST-IDX)
                   AND WS-HIS-CURSO(WS-HIS-IDX)
                       = WS-REQ-CURSO(WS-REQ-IDX)
                   AND WS-HIS-PROMEDIO(WS-HIS-IDX) NOT < WS-LINEA
                   MOVE "Y" TO WS-APROBADO
               END-IF
           END-PERFORM.
           IF WS-APROBADO = "N"
               MOVE "Y" TO WS-ELEGIBLE
               MOVE "N" TO WS-NUEVO
               PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                       UNTIL WS-PRQ-IDX > WS-PRQ-COUNT
                   IF WS-PRQ-CURSO(WS-PRQ-IDX)
                       = WS-REQ-CURSO(WS-REQ-IDX)
                       PERFORM 0220-BUSCAR-CURSO-PREVIO
                   END-IF
               END-PERFORM
               IF WS-ELEGIBLE = "Y"
                   MOVE WS-REQ-CURSO(WS-REQ-IDX) TO WS-CURSO
                   PERFORM 0150-UBICAR-CURSO
                   IF WS-CUR-IDX > ZERO
                       IF WS-NUEVO = "Y"
                           ADD 1 TO WS-CUR-NUEVOS(WS-CUR-IDX)
                           ADD 1 TO WS-TOTAL-NUEVOS
                       ELSE
                           ADD 1 TO WS-CUR-REZAGADOS(WS-CUR-IDX)
                           ADD 1 TO WS-TOTAL-REZAGADOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0220-BUSCAR-CURSO-PREVIO.
           MOVE "N" TO WS-PREVIO-HALLADO.
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-COUNT
               IF WS-HIS-MATRICULA(WS-HIS-IDX)
                   = WS-EST-MATRICULA(WS-EST-IDX)
                   AND WS-HIS-CURSO(WS-HIS-IDX)
                       = WS-PRQ-PREVIO(WS-PRQ-IDX)
                   AND WS-HIS-PROMEDIO(WS-HIS-IDX)
                       NOT < WS-PRQ-MINIMA(WS-PRQ-IDX)
                   MOVE "Y" TO WS-PREVIO-HALLADO
                   IF WS-HIS-TERMINO(WS-HIS-IDX) = WS-ULTIMO-TERMINO
                       MOVE "Y" TO WS-NUEVO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PREVIO-HALLADO = "N"
               MOVE "N" TO WS-ELEGIBLE
           END-IF.

       0250-ESCRIBIR-REPORTE.
           MOVE WS-ULTIMO-TERMINO TO WRT-TERMINO.
           MOVE WS-EST-COUNT TO WRT-PROMOVIDOS.
           WRITE REPORTE-REC FROM WS-REP-TITULO.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           WRITE REPORTE-REC FROM WS-REP-ENCABEZADO.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               PERFORM 0260-RENGLON-CURSO
           END-PERFORM.
           IF WS-BAJA-OCUPACION > ZERO
               MOVE SPACES TO REPORTE-REC
               WRITE REPORTE-REC
               WRITE REPORTE-REC FROM WS-REP-VACIAS-TITULO
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATREF-COUNT
                   PERFORM 0270-SECCION-VACIA
               END-PERFORM
           END-IF.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           MOVE WS-TOTAL-NUEVOS TO WRX-NUEVOS.
           MOVE WS-TOTAL-REZAGADOS TO WRX-REZAGADOS.
           MOVE WS-OBSERVADOS TO WRX-OBSERVADOS.
           WRITE REPORTE-REC FROM WS-REP-TOTALES.

       0260-RENGLON-CURSO.
           COMPUTE WS-DEMANDA = WS-CUR-NUEVOS(WS-CUR-IDX)
               + WS-CUR-REZAGADOS(WS-CUR-IDX).
           MOVE WS-CUR-CURSO(WS-CUR-IDX) TO WRC-CURSO.
           MOVE WS-CUR-TITULO(WS-CUR-IDX) TO WRC-TITULO.
           MOVE WS-CUR-NUEVOS(WS-CUR-IDX) TO WRC-NUEVOS.
           MOVE WS-CUR-REZAGADOS(WS-CUR-IDX) TO WRC-REZAGADOS.
           MOVE WS-DEMANDA TO WRC-DEMANDA.
           MOVE WS-CUR-SECCIONES(WS-CUR-IDX) TO WRC-SECCIONES.
           MOVE SPACES TO WRC-OBSERVACION.
           IF WS-CUR-SIN-LIMITE(WS-CUR-IDX) = "Y"
               MOVE "LIBRE" TO WRC-CUPO
               MOVE "  -" TO WRC-OCUPACION
           ELSE
               MOVE WS-CUR-ASIENTOS(WS-CUR-IDX) TO WS-REP-CUPO-NUM
               MOVE WS-REP-CUPO-NUM TO WRC-CUPO
               MOVE "  -" TO WRC-OCUPACION
               IF WS-CUR-ASIENTOS(WS-CUR-IDX) > ZERO
                   COMPUTE WS-OCUPACION = WS-DEMANDA * 100
                       / WS-CUR-ASIENTOS(WS-CUR-IDX)
                   IF WS-OCUPACION > 9999
                       MOVE 9999 TO WS-OCUPACION
                   END-IF
                   MOVE WS-OCUPACION TO WS-CUR-OCUPACION(WS-CUR-IDX)
                   MOVE WS-OCUPACION TO WS-REP-OCUP-NUM
                   MOVE WS-REP-OCUP-NUM TO WRC-OCUPACION
               END-IF
           END-IF.
           IF WS-CUR-SECCIONES(WS-CUR-IDX) = ZERO
               IF WS-DEMANDA > ZERO
                   MOVE "SIN SECCION ABIERTA" TO WRC-OBSERVACION
                   ADD 1 TO WS-SIN-SECCION WS-OBSERVADOS
               END-IF
           ELSE
               IF WS-CUR-SIN-LIMITE(WS-CUR-IDX) = "N"
                   IF WS-DEMANDA > WS-CUR-ASIENTOS(WS-CUR-IDX)
                       MOVE "DEMANDA EXCEDE CUPO" TO WRC-OBSERVACION
                       ADD 1 TO WS-EXCEDIDOS WS-OBSERVADOS
                   ELSE
                       IF WS-CUR-OCUPACION(WS-CUR-IDX) < WS-MINIMO
                           MOVE "BAJA OCUPACION" TO WRC-OBSERVACION
                           MOVE "Y" TO WS-CUR-BAJA(WS-CUR-IDX)
                           ADD 1 TO WS-BAJA-OCUPACION
                               WS-OBSERVADOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           WRITE REPORTE-REC FROM WS-REP-CURSO.

      * Secciones de cursos con baja ocupacion; la demanda se
      * reparte entre las secciones en proporcion a su cupo.
       0270-SECCION-VACIA.
           MOVE WS-CATREF-T-CODIGO(WS-CAT-IDX)(4:4) TO WS-CURSO.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-CURSO(WS-CUR-IDX) = WS-CURSO
                   AND WS-CUR-BAJA(WS-CUR-IDX) = "Y"
                   COMPUTE WS-PREVISTOS ROUNDED =
                       (WS-CUR-NUEVOS(WS-CUR-IDX)
                       + WS-CUR-REZAGADOS(WS-CUR-IDX))
                       * WS-CATREF-T-CUPO(WS-CAT-IDX)
                       / WS-CUR-ASIENTOS(WS-CUR-IDX)
                   MOVE WS-CATREF-T-CODIGO(WS-CAT-IDX) TO WRV-CODIGO
                   MOVE WS-CATREF-T-TITULO(WS-CAT-IDX) TO WRV-TITULO
                   MOVE WS-CATREF-T-CUPO(WS-CAT-IDX) TO WRV-CUPO
                   MOVE WS-PREVISTOS TO WRV-PREVISTOS
                   WRITE REPORTE-REC FROM WS-REP-VACIA
                   ADD 1 TO WS-SECCIONES-VACIAS
               END-IF
           END-PERFORM.

       0300-FIN.
           CLOSE REPORTE-FILE.
           DISPLAY "PRONOSTICO_DEMANDA.DAT ESCRITO. CURSOS: "
               WS-CUR-COUNT " EXCEDEN CUPO: " WS-EXCEDIDOS
               " SIN SECCION: " WS-SIN-SECCION
               " BAJA OCUPACION: " WS-BAJA-OCUPACION
               " (" WS-SECCIONES-VACIAS " SECCIONES).".
           IF WS-OBSERVADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM PronosticoDemanda.
