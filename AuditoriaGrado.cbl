      *   carrera en 1-3, tipo en 4 (C = curso obligatorio, E =
      *   total de creditos electivos), numero de curso en 5-8 (solo
      *   tipo C), creditos en 9-11 (solo tipo E).
      *   Tipo T = trabajo de grado: la carrera exige tesis o
      *   proyecto de cierre aprobado (estado A en TESIS.DAT, que
      *   mantiene MantenimientoTesis); sus creditos en 9-11 entran
      *   al total y solo cuentan como logrados con la aprobacion.
      *   Plan (ano de catalogo) en 12-15; en blanco es el plan base.
      * Cada estudiante se audita contra los requisitos del plan que
      * le da PlanVigente: el que estaba en vigor en su primer
      * termino del historico, o el plan mas nuevo al que lo movio un
      * supervisor en MantenimientoRequisitos. Un cambio de plan de
      * la carrera ya no le exige cursos que no existian cuando
      * entro.
      * Los numeros de curso, del historico y de los requisitos, se
      * resuelven contra EQUIVALENCIAS.DAT (EquivalenciaCurso): el
      * curso renumerado o retirado aprobado con su numero viejo
      * cumple el requisito del nuevo, y una sustitucion aprobada
      * por un coordinador para el estudiante sale en su bloque con
      * el nombre de quien la aprobo.
      * Los creditos de cada curso salen del catalogo (CargarCatalogo,
      * 1 si el curso no esta); un curso cuenta como aprobado con
      * promedio en o sobre la linea de 14,00 en su fila del
      * historico. Todo se mide en creditos, para que el porcentaje
      * no mezcle unidades.
      *
      * Segunda carrera y menor: cada declaracion activa del
      * estudiante en DECLARACIONES.DAT (MantenimientoDeclaraciones)
      * se audita aparte, despues de la carrera principal, contra
      * los requisitos de esa carrera (o los de su menor, programa N
      * en REQUISITOS.DAT) en el plan que PlanVigente le da en ella.
      * Un curso ya contado por un programa anterior cuenta otra vez
      * solo hasta el limite de creditos compartidos por programa
      * (CREDITOS_COMPARTIDOS, 6 por omision); pasado el limite sale
      * como faltante con la marca de ya contado. Los electivos del
      * programa adicional salen de cursos que ningun programa
      * anterior conto.
      *
      * Ademas del reporte legible se escribe el resumen
      * AUDITORIA_RESUMEN.DAT, una fila por programa (matricula,
      * carrera, porcentaje, creditos faltantes, cursos obligatorios
      * faltantes, la marca de trabajo de grado: espacio = la
      * carrera no lo exige, A = aprobado, F = falta, y el programa:
      * espacio = carrera principal, M = segunda carrera, N =
      * menor), que es lo que consume la corrida de candidatos a
      * graduacion. Las filas de un estudiante salen juntas, la
      * principal primero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RESUMEN-FILE ASSIGN TO "AUDITORIA_RESUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT TESIS-FILE ASSIGN TO "TESIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TES-STATUS.
           SELECT DECLARACIONES-FILE ASSIGN TO "DECLARACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITOS-FILE.
       01  REQ-REC.
           88  EOF-REQ             VALUE HIGH-VALUE.
           COPY "REQUISITO-RECORD.CBL"
               REPLACING LEADING ==RQ== BY ==REQ==.

       FD  REPORTE-FILE.
       01  REPORTE-REC             PIC X(90).
           02  RES-PCT             PIC 9(3).
           02  RES-CRED-FALTAN     PIC 9(3).
           02  RES-CURSOS-FALTAN   PIC 9(2).
           02  RES-TESIS           PIC X(1).
           02  RES-PROGRAMA        PIC X(1).

       FD  TESIS-FILE.
       01  TES-REC.
           88  EOF-TES             VALUE HIGH-VALUE.
           COPY "TESIS-RECORD.CBL"
               REPLACING LEADING ==TS== BY ==TES==.

       FD  DECLARACIONES-FILE.
       01  DEC-REC.
           88  EOF-DEC             VALUE HIGH-VALUE.
           COPY "DECLARACION-RECORD.CBL"
               REPLACING LEADING ==DC== BY ==DEC==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-REQ-STATUS       PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-RES-STATUS       PIC X(2).
           05  WS-TES-STATUS       PIC X(2).
           05  WS-DEC-STATUS       PIC X(2).
           05  WS-DEC-IDX          PIC 9(3).
           05  WS-IDX              PIC 9(3).
           05  WS-EST-IDX          PIC 9(3).
           05  WS-REQ-IDX          PIC 9(3).
           05  WS-HIS-IDX          PIC 9(3).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-FAL-IDX          PIC 9(2).
           05  WS-CRED-ELECTIVOS   PIC 9(4).
           05  WS-ELECTIVOS-REQ    PIC 9(3).
           05  WS-ES-OBLIGATORIO   PIC X.
           05  WS-TESIS-MARCA      PIC X.
               88  TESIS-NO-EXIGIDA VALUE SPACE.
               88  TESIS-APROBADA  VALUE "A".
               88  TESIS-FALTA     VALUE "F".
           05  WS-TES-IDX          PIC 9(3).
           05  WS-PCT              PIC 9(3).
           05  WS-REG-AUDITADOS    PIC 9(3) VALUE ZERO.
           05  WS-REG-COMPLETOS    PIC 9(3) VALUE ZERO.
           05  WS-PLAN             PIC 9(4).
           05  WS-PLAN-ORIGEN      PIC X(1).
               88  PLAN-ASIGNADO   VALUE "S".
           05  WS-REG-ADICIONALES  PIC 9(3) VALUE ZERO.
           05  WS-LIMITE-COMPARTIDO PIC 9(3) VALUE 6.
           05  WS-LIMITE-TEXTO     PIC X(3).
           05  WS-CRED-COMPARTIDOS PIC 9(3).

      * Programa en auditoria: la carrera principal del historico o
      * una declaracion (M = segunda carrera, N = menor).
       01  WS-PROGRAMA.
           05  WS-PRG-TIPO         PIC X(1).
               88  PRG-PRINCIPAL   VALUE SPACE.
               88  PRG-MENOR       VALUE "N".
           05  WS-PRG-CARRERA      PIC X(3).
      * Programa de las filas de REQUISITOS.DAT que le tocan.
           05  WS-PRG-REQUISITOS   PIC X(1).

      * Declaraciones activas de DECLARACIONES.DAT.
       01  WS-DECLARACIONES.
           05  WS-DEC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-DEC-ENTRY OCCURS 300 TIMES.
               10  WS-DEC-MATRICULA PIC 9(7).
               10  WS-DEC-TIPO     PIC X(1).
               10  WS-DEC-CARRERA  PIC X(3).

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

      * Requisitos por carrera y plan cargados de REQUISITOS.DAT.
       01  WS-REQUISITOS.
           05  WS-REQ-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-REQ-ENTRY OCCURS 200 TIMES.
               10  WS-REQ-CARRERA  PIC X(3).
               10  WS-REQ-TIPO     PIC X(1).
               10  WS-REQ-CURSO    PIC X(4).
               10  WS-REQ-CREDITOS PIC 9(3).
               10  WS-REQ-PLAN     PIC 9(4).
               10  WS-REQ-PROGRAMA PIC X(1).

      * Filas del historico en memoria (curso aprobado = promedio en
      * o sobre la linea en la fila de su termino).
               10  WS-HIS-DEGCOD   PIC X(9).
               10  WS-HIS-CURSO    PIC X(4).
               10  WS-HIS-PROMEDIO PIC 9(2)V99.
      * Numero con el que se curso y, si cuenta por sustitucion, el
      * coordinador que la aprobo.
               10  WS-HIS-CURSADO  PIC X(4).
               10  WS-HIS-ORIGEN   PIC X(1).
               10  WS-HIS-APROBADOR PIC X(10).
      * Uso de la fila en el estudiante en proceso: espacio = libre,
      * P = la conto el programa en auditoria, U = la conto un
      * programa anterior.
               10  WS-HIS-USO      PIC X(1).
       01  WS-HIS-LLENA-SW         PIC X VALUE "N".
           88  WS-HIS-LLENA        VALUE "Y".

       01  WS-EST-LLENA-SW         PIC X VALUE "N".
           88  WS-EST-LLENA        VALUE "Y".

      * Matriculas con trabajo de grado aprobado (estado A en
      * TESIS.DAT); los demas estados no cumplen el requisito.
       01  WS-TESIS-APROBADAS.
           05  WS-TAP-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-TAP-MATRICULA    PIC 9(7) OCCURS 300 TIMES.

      * Parametros de EquivalenciaCurso.
       01  WS-EQUIVALENCIA.
           05  WS-EQV-MATRICULA    PIC 9(7).
           05  WS-EQV-TERMINO      PIC X(6).
           05  WS-EQV-CURSO        PIC X(4).
           05  WS-EQV-RESUELTO     PIC X(4).
           05  WS-EQV-ORIGEN       PIC X(1).
               88  EQV-SUSTITUCION VALUE "S".
           05  WS-EQV-APROBADOR    PIC X(10).

      * Requisitos obligatorios cumplidos por sustitucion.
       01  WS-SUSTITUCIONES.
           05  WS-SUS-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-SUS-ENTRY OCCURS 10 TIMES.
               10  WS-SUS-REQUISITO PIC X(4).
               10  WS-SUS-CURSADO  PIC X(4).
               10  WS-SUS-APROBADOR PIC X(10).
       01  WS-SUS-HIS-IDX          PIC 9(3).
       01  WS-LIBRE-HIS-IDX        PIC 9(3).
       01  WS-USADO-HIS-IDX        PIC 9(3).
       01  WS-FAL-MARCA-ACTUAL     PIC X(1).
       01  WS-SUS-IDX              PIC 9(2).

      * Cursos obligatorios faltantes del estudiante en proceso.
       01  WS-FALTANTES.
           05  WS-FAL-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-FAL-ENTRY OCCURS 20 TIMES.
               10  WS-FAL-CURSO    PIC X(4).
      * L = aprobado, pero ya contado por otro programa y sobre el
      * limite de creditos compartidos.
               10  WS-FAL-MARCA    PIC X(1).

       01  WS-REP-ENCABEZADO.
           05  FILLER              PIC X(22) VALUE
           05  WRE-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE " ".
           05  WRE-NOMBRE          PIC X(10).
           05  WRE-PROGRAMA        PIC X(11) JUSTIFIED RIGHT.
           05  WRE-CARRERA         PIC X(3).
           05  FILLER              PIC X(7) VALUE ", PLAN ".
           05  WRE-PLAN            PIC 9(4).
           05  FILLER              PIC X(1) VALUE ")".
           05  WRE-ORIGEN          PIC X(11).

       01  WS-REP-AVANCE.
           05  FILLER              PIC X(11) VALUE "  AVANCE:  ".
           05  FILLER              PIC X(29) VALUE
               "  FALTA CURSO OBLIGATORIO:   ".
           05  WRF-CURSO           PIC X(4).
           05  WRF-MARCA           PIC X(38).

       01  WS-REP-COMPARTIDOS.
           05  FILLER              PIC X(24) VALUE
               "  CREDITOS COMPARTIDOS: ".
           05  WRC-COMPARTIDOS     PIC ZZ9.
           05  FILLER              PIC X(11) VALUE " DE LIMITE ".
           05  WRC-LIMITE          PIC ZZ9.

       01  WS-REP-SUSTITUCION.
           05  FILLER              PIC X(25) VALUE
               "  SUSTITUCION: REQUISITO ".
           05  WRS-REQUISITO       PIC X(4).
           05  FILLER              PIC X(14) VALUE " CUMPLIDO CON ".
           05  WRS-CURSADO         PIC X(4).
           05  FILLER              PIC X(9) VALUE ", APROBO ".
           05  WRS-APROBADOR       PIC X(10).

       01  WS-REP-TESIS            PIC X(36) VALUE
           "  FALTA TRABAJO DE GRADO APROBADO".

       01  WS-REP-SEP              PIC X(62) VALUE ALL "-".

           PERFORM 0300-FIN.

       0100-INICIO.
           DISPLAY "CREDITOS_COMPARTIDOS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-LIMITE-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-LIMITE-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-LIMITE-TEXTO) = ZERO
               COMPUTE WS-LIMITE-COMPARTIDO =
                   FUNCTION NUMVAL(WS-LIMITE-TEXTO)
           END-IF.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0110-CARGAR-REQUISITOS.
           IF WS-REQ-COUNT = ZERO
               STOP RUN
           END-IF.
           PERFORM 0120-CARGAR-HISTORICO.
           PERFORM 0140-CARGAR-TESIS.
           PERFORM 0150-CARGAR-DECLARACIONES.
           IF WS-EST-COUNT = ZERO
               DISPLAY "SIN HISTORICO.DAT (O VACIO): NADA QUE "
                   "AUDITAR."
                   READ REQUISITOS-FILE
                       AT END SET EOF-REQ TO TRUE
                   END-READ
                   IF NOT EOF-REQ AND WS-REQ-COUNT < 200
                       ADD 1 TO WS-REQ-COUNT
                       MOVE REQ-CARRERA
                           TO WS-REQ-CARRERA(WS-REQ-COUNT)
                       MOVE REQ-TIPO
                           TO WS-REQ-TIPO(WS-REQ-COUNT)
      * El requisito de un plan viejo con numero renumerado se
      * exige con el numero nuevo.
                       MOVE ZERO TO WS-EQV-MATRICULA
                       MOVE SPACES TO WS-EQV-TERMINO
                       MOVE REQ-CURSO TO WS-EQV-CURSO
                       CALL "EquivalenciaCurso" USING WS-EQV-MATRICULA
                           WS-EQV-TERMINO WS-EQV-CURSO WS-EQV-RESUELTO
                           WS-EQV-ORIGEN WS-EQV-APROBADOR
                       MOVE WS-EQV-RESUELTO
                           TO WS-REQ-CURSO(WS-REQ-COUNT)
                       MOVE REQ-CREDITOS
                           TO WS-REQ-CREDITOS(WS-REQ-COUNT)
                       IF REQ-PLAN IS NUMERIC
                           MOVE REQ-PLAN TO WS-REQ-PLAN(WS-REQ-COUNT)
                       ELSE
                           MOVE ZERO TO WS-REQ-PLAN(WS-REQ-COUNT)
                       END-IF
                       IF REQ-DE-MENOR
                           MOVE "N" TO WS-REQ-PROGRAMA(WS-REQ-COUNT)
                       ELSE
                           MOVE SPACE TO WS-REQ-PROGRAMA(WS-REQ-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REQUISITOS-FILE
               MOVE HIST-MATRICULA
                   TO WS-HIS-MATRICULA(WS-HIS-COUNT)
               MOVE HIST-DEGCOD TO WS-HIS-DEGCOD(WS-HIS-COUNT)
               MOVE HIST-DEGCOD(4:4) TO WS-HIS-CURSADO(WS-HIS-COUNT)
               MOVE HIST-PROMEDIO TO WS-HIS-PROMEDIO(WS-HIS-COUNT)
               MOVE HIST-MATRICULA TO WS-EQV-MATRICULA
               MOVE HIST-TERMINO TO WS-EQV-TERMINO
               MOVE HIST-DEGCOD(4:4) TO WS-EQV-CURSO
               CALL "EquivalenciaCurso" USING WS-EQV-MATRICULA
                   WS-EQV-TERMINO WS-EQV-CURSO WS-EQV-RESUELTO
                   WS-EQV-ORIGEN WS-EQV-APROBADOR
               MOVE WS-EQV-RESUELTO TO WS-HIS-CURSO(WS-HIS-COUNT)
               MOVE WS-EQV-ORIGEN TO WS-HIS-ORIGEN(WS-HIS-COUNT)
               MOVE WS-EQV-APROBADOR
                   TO WS-HIS-APROBADOR(WS-HIS-COUNT)
               MOVE SPACE TO WS-HIS-USO(WS-HIS-COUNT)
           ELSE
               IF NOT WS-HIS-LLENA
                   DISPLAY "ADVERTENCIA: MAS DE 500 FILAS EN "
               END-IF
           END-IF.

      * Sin TESIS.DAT nadie tiene trabajo de grado aprobado: las
      * carreras que lo exigen lo reportan como faltante.
       0140-CARGAR-TESIS.
           OPEN INPUT TESIS-FILE.
           IF WS-TES-STATUS = "00"
               PERFORM UNTIL EOF-TES
                   READ TESIS-FILE
                       AT END SET EOF-TES TO TRUE
                   END-READ
                   IF NOT EOF-TES AND TES-ESTADO = "A"
                       AND WS-TAP-COUNT < 300
                       ADD 1 TO WS-TAP-COUNT
                       MOVE TES-MATRICULA
                           TO WS-TAP-MATRICULA(WS-TAP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE TESIS-FILE
           END-IF.

      * Una declaracion de segunda carrera en la misma carrera
      * principal no es otro programa.
       0150-CARGAR-DECLARACIONES.
           OPEN INPUT DECLARACIONES-FILE.
           IF WS-DEC-STATUS = "00"
               PERFORM UNTIL EOF-DEC
                   READ DECLARACIONES-FILE
                       AT END SET EOF-DEC TO TRUE
                   END-READ
                   IF NOT EOF-DEC AND DEC-ACTIVA
                       AND (DEC-SEGUNDA-CARRERA OR DEC-MENOR)
                       AND WS-DEC-COUNT < 300
                       ADD 1 TO WS-DEC-COUNT
                       MOVE DEC-MATRICULA
                           TO WS-DEC-MATRICULA(WS-DEC-COUNT)
                       MOVE DEC-TIPO TO WS-DEC-TIPO(WS-DEC-COUNT)
                       MOVE DEC-CARRERA
                           TO WS-DEC-CARRERA(WS-DEC-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DECLARACIONES-FILE
           END-IF.

       0200-PROCESO.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               MOVE SPACE TO WS-PRG-TIPO WS-PRG-REQUISITOS
               MOVE WS-EST-CARRERA(WS-EST-IDX) TO WS-PRG-CARRERA
               PERFORM 0210-AUDITAR-ESTUDIANTE
               PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                       UNTIL WS-DEC-IDX > WS-DEC-COUNT
                   IF WS-DEC-MATRICULA(WS-DEC-IDX)
                       = WS-EST-MATRICULA(WS-EST-IDX)
                       AND NOT (WS-DEC-TIPO(WS-DEC-IDX) = "M"
                           AND WS-DEC-CARRERA(WS-DEC-IDX)
                               = WS-EST-CARRERA(WS-EST-IDX))
                       MOVE WS-DEC-TIPO(WS-DEC-IDX) TO WS-PRG-TIPO
                       MOVE WS-DEC-CARRERA(WS-DEC-IDX)
                           TO WS-PRG-CARRERA
                       IF PRG-MENOR
                           MOVE "N" TO WS-PRG-REQUISITOS
                       ELSE
                           MOVE SPACE TO WS-PRG-REQUISITOS
                       END-IF
                       ADD 1 TO WS-REG-ADICIONALES
                       PERFORM 0210-AUDITAR-ESTUDIANTE
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Todo en creditos: cada requisito tipo C aporta los creditos
      * aprobados fuera de la lista obligatoria.
       0210-AUDITAR-ESTUDIANTE.
           MOVE ZERO TO WS-CRED-TOTALES WS-CRED-LOGRADOS
               WS-ELECTIVOS-REQ WS-FAL-COUNT WS-SUS-COUNT
               WS-CRED-COMPARTIDOS.
           MOVE SPACE TO WS-TESIS-MARCA.
           CALL "PlanVigente" USING WS-EST-MATRICULA(WS-EST-IDX)
               WS-PRG-CARRERA WS-PLAN WS-PLAN-ORIGEN.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-CARRERA(WS-REQ-IDX) = WS-PRG-CARRERA
                   AND WS-REQ-PROGRAMA(WS-REQ-IDX)
                       = WS-PRG-REQUISITOS
                   AND WS-REQ-PLAN(WS-REQ-IDX) = WS-PLAN
                   EVALUATE WS-REQ-TIPO(WS-REQ-IDX)
                       WHEN "C"
                           PERFORM 0220-EVALUAR-OBLIGATORIO
                       WHEN "T"
                           PERFORM 0260-EVALUAR-TESIS
                       WHEN OTHER
                           ADD WS-REQ-CREDITOS(WS-REQ-IDX)
                               TO WS-CRED-TOTALES
                           ADD WS-REQ-CREDITOS(WS-REQ-IDX)
                               TO WS-ELECTIVOS-REQ
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-ELECTIVOS-REQ > ZERO
                   WS-CRED-TOTALES - WS-CRED-LOGRADOS
           END-IF.
           PERFORM 0250-ESCRIBIR-BLOQUE.
      * Lo que conto este programa queda como ya contado para los
      * programas siguientes del estudiante.
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-COUNT
               IF WS-HIS-MATRICULA(WS-HIS-IDX)
                   = WS-EST-MATRICULA(WS-EST-IDX)
                   IF WS-HIS-USO(WS-HIS-IDX) = "P"
                       MOVE "U" TO WS-HIS-USO(WS-HIS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * Un aprobado propio (o por renumeracion) manda sobre uno por
      * sustitucion, y los dos sobre uno que ya conto un programa
      * anterior del estudiante; ese solo cuenta mientras quepa en el
      * limite de creditos compartidos. La sustitucion solo se
      * reporta si fue la que cumplio el requisito.
       0220-EVALUAR-OBLIGATORIO.
           PERFORM 0230-CREDITOS-DEL-CURSO.
           ADD WS-CREDITOS-CURSO TO WS-CRED-TOTALES.
           MOVE ZERO TO WS-LIBRE-HIS-IDX WS-SUS-HIS-IDX
               WS-USADO-HIS-IDX.
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-COUNT
               IF WS-HIS-MATRICULA(WS-HIS-IDX)
                       = WS-REQ-CURSO(WS-REQ-IDX)
                   AND WS-HIS-PROMEDIO(WS-HIS-IDX)
                       >= WS-LINEA-APROBACION
                   EVALUATE TRUE
                       WHEN WS-HIS-USO(WS-HIS-IDX) = "U"
                           IF WS-USADO-HIS-IDX = ZERO
                               MOVE WS-HIS-IDX TO WS-USADO-HIS-IDX
                           END-IF
                       WHEN WS-HIS-ORIGEN(WS-HIS-IDX) = "S"
                           IF WS-SUS-HIS-IDX = ZERO
                               MOVE WS-HIS-IDX TO WS-SUS-HIS-IDX
                           END-IF
                       WHEN OTHER
                           IF WS-LIBRE-HIS-IDX = ZERO
                               MOVE WS-HIS-IDX TO WS-LIBRE-HIS-IDX
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-HALLADO.
           MOVE SPACE TO WS-FAL-MARCA-ACTUAL.
           EVALUATE TRUE
               WHEN WS-LIBRE-HIS-IDX > ZERO
                   MOVE "Y" TO WS-HALLADO
                   MOVE "P" TO WS-HIS-USO(WS-LIBRE-HIS-IDX)
               WHEN WS-SUS-HIS-IDX > ZERO
                   MOVE "Y" TO WS-HALLADO
                   MOVE "P" TO WS-HIS-USO(WS-SUS-HIS-IDX)
                   IF WS-SUS-COUNT < 10
                       ADD 1 TO WS-SUS-COUNT
                       MOVE WS-REQ-CURSO(WS-REQ-IDX)
                           TO WS-SUS-REQUISITO(WS-SUS-COUNT)
                       MOVE WS-HIS-CURSADO(WS-SUS-HIS-IDX)
                           TO WS-SUS-CURSADO(WS-SUS-COUNT)
                       MOVE WS-HIS-APROBADOR(WS-SUS-HIS-IDX)
                           TO WS-SUS-APROBADOR(WS-SUS-COUNT)
                   END-IF
               WHEN WS-USADO-HIS-IDX > ZERO
                   IF WS-CRED-COMPARTIDOS + WS-CREDITOS-CURSO
                       NOT > WS-LIMITE-COMPARTIDO
                       MOVE "Y" TO WS-HALLADO
                       ADD WS-CREDITOS-CURSO TO WS-CRED-COMPARTIDOS
                   ELSE
                       MOVE "L" TO WS-FAL-MARCA-ACTUAL
                   END-IF
           END-EVALUATE.
      * Los otros intentos aprobados del mismo curso tampoco quedan
      * libres para otro programa.
           IF WS-LIBRE-HIS-IDX > ZERO OR WS-SUS-HIS-IDX > ZERO
               PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                       UNTIL WS-HIS-IDX > WS-HIS-COUNT
                   IF WS-HIS-MATRICULA(WS-HIS-IDX)
                       = WS-EST-MATRICULA(WS-EST-IDX)
                       AND WS-HIS-CURSO(WS-HIS-IDX)
                           = WS-REQ-CURSO(WS-REQ-IDX)
                       AND WS-HIS-USO(WS-HIS-IDX) = SPACE
                       MOVE "P" TO WS-HIS-USO(WS-HIS-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-HALLADO = "Y"
               ADD WS-CREDITOS-CURSO TO WS-CRED-LOGRADOS
           ELSE
                   ADD 1 TO WS-FAL-COUNT
                   MOVE WS-REQ-CURSO(WS-REQ-IDX)
                       TO WS-FAL-CURSO(WS-FAL-COUNT)
                   MOVE WS-FAL-MARCA-ACTUAL
                       TO WS-FAL-MARCA(WS-FAL-COUNT)
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

      * Creditos aprobados en cursos que NO son obligatorios del
      * programa en auditoria: eso es lo electivo. Solo cuentan los
      * que ningun programa anterior del estudiante conto, y quedan
      * marcados los que se necesitan para llegar al requisito.
       0240-CONTAR-ELECTIVOS.
           MOVE ZERO TO WS-CRED-ELECTIVOS.
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   = WS-EST-MATRICULA(WS-EST-IDX)
                   AND WS-HIS-PROMEDIO(WS-HIS-IDX)
                       >= WS-LINEA-APROBACION
                   AND WS-HIS-USO(WS-HIS-IDX) = SPACE
                   MOVE "N" TO WS-ES-OBLIGATORIO
                   PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                           UNTIL WS-REQ-IDX > WS-REQ-COUNT
                       IF WS-REQ-CARRERA(WS-REQ-IDX) = WS-PRG-CARRERA
                           AND WS-REQ-PROGRAMA(WS-REQ-IDX)
                               = WS-PRG-REQUISITOS
                           AND WS-REQ-PLAN(WS-REQ-IDX) = WS-PLAN
                           AND WS-REQ-TIPO(WS-REQ-IDX) = "C"
                           AND WS-REQ-CURSO(WS-REQ-IDX)
                               = WS-HIS-CURSO(WS-HIS-IDX)
                   END-PERFORM
                   IF WS-ES-OBLIGATORIO = "N"
                       PERFORM 0245-CREDITOS-DEL-CODIGO
                       IF WS-CRED-ELECTIVOS < WS-ELECTIVOS-REQ
                           MOVE "P" TO WS-HIS-USO(WS-HIS-IDX)
                       END-IF
                       ADD WS-CREDITOS-CURSO TO WS-CRED-ELECTIVOS
                   END-IF
               END-IF
           END-PERFORM.

       0250-ESCRIBIR-BLOQUE.
           MOVE WS-EST-MATRICULA(WS-EST-IDX) TO WRE-MATRICULA.
           MOVE WS-EST-APELLIDO(WS-EST-IDX) TO WRE-APELLIDO.
           MOVE WS-EST-NOMBRE(WS-EST-IDX) TO WRE-NOMBRE.
           EVALUATE TRUE
               WHEN PRG-PRINCIPAL
                   MOVE " (CARRERA  " TO WRE-PROGRAMA
               WHEN PRG-MENOR
                   MOVE " (MENOR  " TO WRE-PROGRAMA
               WHEN OTHER
                   MOVE " (2A CARR  " TO WRE-PROGRAMA
           END-EVALUATE.
           MOVE WS-PRG-CARRERA TO WRE-CARRERA.
           MOVE WS-PLAN TO WRE-PLAN.
           IF PLAN-ASIGNADO
               MOVE " ASIGNADO" TO WRE-ORIGEN
           ELSE
               MOVE SPACES TO WRE-ORIGEN
           END-IF.
           WRITE REPORTE-REC FROM WS-REP-ENCABEZADO.
           MOVE WS-PCT TO WRA-PCT.
           MOVE WS-CRED-LOGRADOS TO WRA-LOGRADOS.
           PERFORM VARYING WS-FAL-IDX FROM 1 BY 1
                   UNTIL WS-FAL-IDX > WS-FAL-COUNT
               MOVE WS-FAL-CURSO(WS-FAL-IDX) TO WRF-CURSO
               IF WS-FAL-MARCA(WS-FAL-IDX) = "L"
                   MOVE " (YA CONTADO, SOBRE EL LIMITE)"
                       TO WRF-MARCA
               ELSE
                   MOVE SPACES TO WRF-MARCA
               END-IF
               WRITE REPORTE-REC FROM WS-REP-FALTANTE
           END-PERFORM.
           IF WS-CRED-COMPARTIDOS > ZERO
               MOVE WS-CRED-COMPARTIDOS TO WRC-COMPARTIDOS
               MOVE WS-LIMITE-COMPARTIDO TO WRC-LIMITE
               WRITE REPORTE-REC FROM WS-REP-COMPARTIDOS
           END-IF.
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
               MOVE WS-SUS-REQUISITO(WS-SUS-IDX) TO WRS-REQUISITO
               MOVE WS-SUS-CURSADO(WS-SUS-IDX) TO WRS-CURSADO
               MOVE WS-SUS-APROBADOR(WS-SUS-IDX) TO WRS-APROBADOR
               WRITE REPORTE-REC FROM WS-REP-SUSTITUCION
           END-PERFORM.
           IF TESIS-FALTA
               WRITE REPORTE-REC FROM WS-REP-TESIS
           END-IF.
           WRITE REPORTE-REC FROM WS-REP-SEP.
           IF PRG-PRINCIPAL
               ADD 1 TO WS-REG-AUDITADOS
               IF WS-PCT >= 100
                   ADD 1 TO WS-REG-COMPLETOS
               END-IF
           END-IF.

           MOVE WS-EST-MATRICULA(WS-EST-IDX) TO RES-MATRICULA.
           MOVE WS-PRG-CARRERA TO RES-CARRERA.
           MOVE WS-PCT TO RES-PCT.
           MOVE WS-CRED-FALTANTES TO RES-CRED-FALTAN.
           MOVE WS-FAL-COUNT TO RES-CURSOS-FALTAN.
           MOVE WS-TESIS-MARCA TO RES-TESIS.
           MOVE WS-PRG-TIPO TO RES-PROGRAMA.
           WRITE RESUMEN-REC.

      * Requisito de trabajo de grado: sus creditos entran al total
      * y se logran solo con el proyecto aprobado.
       0260-EVALUAR-TESIS.
           ADD WS-REQ-CREDITOS(WS-REQ-IDX) TO WS-CRED-TOTALES.
           SET TESIS-FALTA TO TRUE.
           PERFORM VARYING WS-TES-IDX FROM 1 BY 1
                   UNTIL WS-TES-IDX > WS-TAP-COUNT
               IF WS-TAP-MATRICULA(WS-TES-IDX)
                   = WS-EST-MATRICULA(WS-EST-IDX)
                   SET TESIS-APROBADA TO TRUE
               END-IF
           END-PERFORM.
           IF TESIS-APROBADA
               ADD WS-REQ-CREDITOS(WS-REQ-IDX) TO WS-CRED-LOGRADOS
           END-IF.

       0300-FIN.
           CLOSE REPORTE-FILE RESUMEN-FILE.
           DISPLAY "AUDITORIA DE GRADO ESCRITA. ESTUDIANTES: "
               WS-REG-AUDITADOS " CON EL 100%: " WS-REG-COMPLETOS
               " PROGRAMAS DECLARADOS: " WS-REG-ADICIONALES.
           STOP RUN.

       END PROGRAM AuditoriaGrado.
