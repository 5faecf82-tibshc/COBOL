       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaquetesAsesoria.
       AUTHOR.     EHIDALGO.

      * Paquetes de casos por asesor: cuatro salidas llegan a la
      * oficina de asesoria en una sola pila -- las cartas de
      * CartasRiesgo (CARTAS_RIESGO.DAT), las marcas *TRAYECTORIA* de
      * TRAYECTORIA.DAT, los repetidores *CRONICO* de REPETIDORES.DAT
      * y las propuestas de baja pendientes (estado P) de
      * BAJAS_PROPUESTAS.DAT. Esta corrida las reparte segun la
      * asignacion estudiante-a-asesor de ASESORIA.DAT (mantenida con
      * MantenimientoAsesores): un archivo PAQUETE_<clave>.DAT por
      * asesor activo, con portada que cuenta cada tipo de caso y
      * luego los casos copiados tal como salieron de su reporte.
      *
      * El estudiante sin asesor, o con un asesor inactivo o que ya
      * no existe en ASESORES.DAT, va al paquete de sin asignar de su
      * carrera (PAQUETE_SIN_ASESOR_<carrera>.DAT; la carrera sale de
      * MAESTRO.DAT, ??? si la matricula no esta en el maestro), para
      * que nadie se pierda. Con casos sin asignar la corrida termina
      * con RETURN-CODE 4. Un reporte fuente que no exista esta
      * semana simplemente no aporta casos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASESORES-FILE ASSIGN TO "ASESORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASE-STATUS.
           SELECT ASESORIA-FILE ASSIGN TO "ASESORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAS-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT CARTAS-FILE ASSIGN TO "CARTAS_RIESGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
           SELECT TRAYECTORIA-FILE ASSIGN TO "TRAYECTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAY-STATUS.
           SELECT REPETIDORES-FILE ASSIGN TO "REPETIDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT PROPUESTAS-FILE ASSIGN TO "BAJAS_PROPUESTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-STATUS.
           SELECT PAQUETE-FILE ASSIGN TO WS-PAQUETE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASESORES-FILE.
       01  ASE-REC.
           88  EOF-ASE             VALUE HIGH-VALUE.
           02  ASE-ID              PIC X(6).
           02  ASE-NOMBRE          PIC X(30).
           02  ASE-CARRERA         PIC X(3).
           02  ASE-ACTIVO          PIC X(1).

       FD  ASESORIA-FILE.
       01  AAS-REC.
           88  EOF-AAS             VALUE HIGH-VALUE.
           02  AAS-MATRICULA       PIC 9(7).
           02  AAS-ASESOR          PIC X(6).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

      * Las cartas son bloques de lineas: separador de "=" al
      * principio, la linea ESTUDIANTE: con la matricula en 46-52, y
      * una linea en blanco al final.
       FD  CARTAS-FILE.
       01  CARTA-REC               PIC X(72).
           88  EOF-CARTAS          VALUE HIGH-VALUE.

      * Un bloque por estudiante: encabezado con la matricula en 1-7,
      * luego una linea por termino; basta una marca *TRAYECTORIA*
      * para que el bloque entero sea un caso.
       FD  TRAYECTORIA-FILE.
       01  TRAY-REC                PIC X(90).
           88  EOF-TRAY            VALUE HIGH-VALUE.

       FD  REPETIDORES-FILE.
       01  REPET-REC               PIC X(95).
           88  EOF-REPET           VALUE HIGH-VALUE.

       FD  PROPUESTAS-FILE.
       01  PROPUESTA-REC.
           88  EOF-PROPUESTAS      VALUE HIGH-VALUE.
           02  PRO-MATRICULA       PIC 9(7).
           02  PRO-APELLIDO        PIC X(10).
           02  PRO-NOMBRE          PIC X(10).
           02  PRO-SEMANAS         PIC 9(2).
           02  PRO-ESTADO          PIC X(1).
           02  PRO-REVISO          PIC X(8).

       FD  PAQUETE-FILE.
       01  PAQUETE-REC             PIC X(95).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-ASE-STATUS       PIC X(2).
           05  WS-AAS-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-CARTAS-STATUS    PIC X(2).
           05  WS-TRAY-STATUS      PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-PRO-STATUS       PIC X(2).
           05  WS-PAQ-STATUS       PIC X(2).
           05  WS-PAQUETE-NOMBRE   PIC X(40).
           05  WS-IDX              PIC 9(3).
           05  WS-ASE-IDX          PIC 9(3).
           05  WS-CAS-IDX          PIC 9(3).
           05  WS-BUF-IDX          PIC 9(2).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-HALLADO          PIC X.
           05  WS-MARCAS           PIC 9(2).
           05  WS-PAQUETES         PIC 9(3) VALUE ZERO.
           05  WS-SIN-ASIGNAR      PIC 9(4) VALUE ZERO.

      * Matricula en curso y su dueno efectivo (asesor activo, o en
      * blanco con la carrera para la lista de sin asignar).
           05  WS-BUSCA-MATRICULA  PIC 9(7).
           05  WS-EF-ASESOR        PIC X(6).
           05  WS-EF-CARRERA       PIC X(3).

      * Dueno del paquete que se esta escribiendo.
           05  WS-PAQ-ASESOR       PIC X(6).
           05  WS-PAQ-CARRERA      PIC X(3).
           05  WS-PERTENECE        PIC X.
               88  ES-DEL-PAQUETE  VALUE "Y".
           05  WS-PAQ-CUENTA       PIC 9(3) OCCURS 4 TIMES.
           05  WS-PAQ-TOTAL        PIC 9(4).

       01  WS-ASESORES.
           05  WS-ASE-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ASE-ENTRY OCCURS 50 TIMES.
               10  WS-ASE-ID       PIC X(6).
               10  WS-ASE-NOMBRE   PIC X(30).
               10  WS-ASE-CARRERA  PIC X(3).
               10  WS-ASE-ACTIVO   PIC X(1).

       01  WS-ASIGNACIONES.
           05  WS-AAS-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-AAS-ENTRY OCCURS 500 TIMES.
               10  WS-AAS-MATRICULA PIC 9(7).
               10  WS-AAS-ASESOR   PIC X(6).

      * Carrera por matricula, de la primera fila del maestro.
       01  WS-ESTUDIANTES.
           05  WS-EST-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-EST-ENTRY OCCURS 500 TIMES.
               10  WS-EST-MATRICULA PIC 9(7).
               10  WS-EST-CARRERA  PIC X(3).
       01  WS-EST-LLENA-SW         PIC X VALUE "N".
           88  WS-EST-LLENA        VALUE "Y".

      * Casos de la semana: tipo 1 carta de riesgo, 2 trayectoria,
      * 3 repetidor cronico, 4 propuesta de baja; con el dueno ya
      * resuelto para la portada de cada paquete.
       01  WS-CASOS.
           05  WS-CAS-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CAS-ENTRY OCCURS 500 TIMES.
               10  WS-CAS-MATRICULA PIC 9(7).
               10  WS-CAS-TIPO     PIC 9.
               10  WS-CAS-ASESOR   PIC X(6).
               10  WS-CAS-CARRERA  PIC X(3).
       01  WS-CAS-LLENA-SW         PIC X VALUE "N".
           88  WS-CAS-LLENA        VALUE "Y".
       01  WS-CAS-TIPO-NUEVO       PIC 9.

      * Carreras con casos sin asignar, una lista por carrera.
       01  WS-SIN-CARRERAS.
           05  WS-SC-COUNT         PIC 9(2) VALUE ZERO.
           05  WS-SC-CARRERA       PIC X(3) OCCURS 20 TIMES.
       01  WS-SC-IDX               PIC 9(2).

      * Bloque en curso de CARTAS_RIESGO.DAT o TRAYECTORIA.DAT.
       01  WS-BLOQUE.
           05  WS-BLQ-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-BLQ-MATRICULA    PIC 9(7).
           05  WS-BLQ-MARCADO      PIC X.
           05  WS-BLQ-LINEA        PIC X(90) OCCURS 20 TIMES.

       01  WS-SEPARADOR            PIC X(72) VALUE ALL "=".

       01  WS-PORTADA-TITULO.
           05  FILLER              PIC X(29) VALUE
               "PAQUETE DE CASOS DE ASESORIA".
           05  FILLER              PIC X(7) VALUE "FECHA: ".
           05  WPT-FECHA           PIC 9(8).

       01  WS-PORTADA-ASESOR.
           05  FILLER              PIC X(8) VALUE "ASESOR: ".
           05  WPA-ID              PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WPA-NOMBRE          PIC X(30).
           05  FILLER              PIC X(11) VALUE "  CARRERA: ".
           05  WPA-CARRERA         PIC X(3).

       01  WS-PORTADA-SIN.
           05  FILLER              PIC X(44) VALUE
               "ESTUDIANTES SIN ASESOR ASIGNADO -- CARRERA: ".
           05  WPS-CARRERA         PIC X(3).

       01  WS-PORTADA-CUENTA.
           05  WPC-TEXTO           PIC X(32).
           05  WPC-CUENTA          PIC ZZZ9.

       01  WS-SECCION-TITULO.
           05  FILLER              PIC X(4) VALUE "--- ".
           05  WST-TEXTO           PIC X(32).
           05  FILLER              PIC X(4) VALUE " ---".

       01  WS-BAJA-LINEA.
           05  WBL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  WBL-APELLIDO        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WBL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(20) VALUE
               " | SEMANAS AUSENTE: ".
           05  WBL-SEMANAS         PIC Z9.

       01  WS-TEXTOS-TIPO.
           05  FILLER              PIC X(32) VALUE
               "CARTAS DE RIESGO".
           05  FILLER              PIC X(32) VALUE
               "MARCAS DE TRAYECTORIA".
           05  FILLER              PIC X(32) VALUE
               "REPETIDORES CRONICOS".
           05  FILLER              PIC X(32) VALUE
               "PROPUESTAS DE BAJA PENDIENTES".
       01  WS-TABLA-TIPOS REDEFINES WS-TEXTOS-TIPO.
           05  WS-TIPO-TEXTO       PIC X(32) OCCURS 4 TIMES.
       01  WS-TIPO-IDX             PIC 9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-MAESTRO
               READ MAESTRO-FILE
                   AT END SET EOF-MAESTRO TO TRUE
               END-READ
               IF NOT EOF-MAESTRO
                   PERFORM 0105-ANOTAR-ESTUDIANTE
               END-IF
           END-PERFORM.
           CLOSE MAESTRO-FILE.
           PERFORM 0110-CARGAR-ASESORES.
           PERFORM 0120-CARGAR-ASIGNACIONES.
           PERFORM 0130-CARGAR-CASOS.

       0105-ANOTAR-ESTUDIANTE.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EST-COUNT
               IF WS-EST-MATRICULA(WS-IDX) = MAE-MATRICULA
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               IF WS-EST-COUNT < 500
                   ADD 1 TO WS-EST-COUNT
                   MOVE MAE-MATRICULA TO WS-EST-MATRICULA(WS-EST-COUNT)
                   MOVE MAE-DEG TO WS-EST-CARRERA(WS-EST-COUNT)
               ELSE
                   IF NOT WS-EST-LLENA
                       DISPLAY "ADVERTENCIA: MAS DE 500 ESTUDIANTES EN "
                           "MAESTRO.DAT; LOS DEMAS SALEN CON CARRERA "
                           "???."
                       SET WS-EST-LLENA TO TRUE
                   END-IF
               END-IF
           END-IF.

       0110-CARGAR-ASESORES.
           OPEN INPUT ASESORES-FILE.
           IF WS-ASE-STATUS NOT = "00"
               DISPLAY "SIN ASESORES.DAT; TODOS LOS CASOS SALEN EN LAS "
                   "LISTAS DE SIN ASIGNAR."
           ELSE
               PERFORM UNTIL EOF-ASE
                   READ ASESORES-FILE
                       AT END SET EOF-ASE TO TRUE
                   END-READ
                   IF NOT EOF-ASE AND WS-ASE-COUNT < 50
                       ADD 1 TO WS-ASE-COUNT
                       MOVE ASE-ID TO WS-ASE-ID(WS-ASE-COUNT)
                       MOVE ASE-NOMBRE TO WS-ASE-NOMBRE(WS-ASE-COUNT)
                       MOVE ASE-CARRERA
                           TO WS-ASE-CARRERA(WS-ASE-COUNT)
                       MOVE ASE-ACTIVO TO WS-ASE-ACTIVO(WS-ASE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ASESORES-FILE
           END-IF.

       0120-CARGAR-ASIGNACIONES.
           OPEN INPUT ASESORIA-FILE.
           IF WS-AAS-STATUS = "00"
               PERFORM UNTIL EOF-AAS
                   READ ASESORIA-FILE
                       AT END SET EOF-AAS TO TRUE
                   END-READ
                   IF NOT EOF-AAS AND WS-AAS-COUNT < 500
                       ADD 1 TO WS-AAS-COUNT
                       MOVE AAS-MATRICULA
                           TO WS-AAS-MATRICULA(WS-AAS-COUNT)
                       MOVE AAS-ASESOR TO WS-AAS-ASESOR(WS-AAS-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ASESORIA-FILE
           END-IF.

      * Primera pasada por los cuatro reportes: solo se anota cada
      * caso con su dueno, para las portadas y las listas de sin
      * asignar; el texto se copia en la segunda pasada.
       0130-CARGAR-CASOS.
           OPEN INPUT CARTAS-FILE.
           IF WS-CARTAS-STATUS = "00"
               PERFORM UNTIL EOF-CARTAS
                   READ CARTAS-FILE
                       AT END SET EOF-CARTAS TO TRUE
                   END-READ
                   IF NOT EOF-CARTAS
                       AND CARTA-REC(1:12) = "ESTUDIANTE: "
                       AND CARTA-REC(46:7) IS NUMERIC
                       MOVE CARTA-REC(46:7) TO WS-BUSCA-MATRICULA
                       MOVE 1 TO WS-CAS-TIPO-NUEVO
                       PERFORM 0140-ANOTAR-CASO
                   END-IF
               END-PERFORM
               CLOSE CARTAS-FILE
           END-IF.
           OPEN INPUT TRAYECTORIA-FILE.
           IF WS-TRAY-STATUS = "00"
               MOVE ZERO TO WS-BUSCA-MATRICULA
               PERFORM UNTIL EOF-TRAY
                   READ TRAYECTORIA-FILE
                       AT END SET EOF-TRAY TO TRUE
                   END-READ
                   IF NOT EOF-TRAY
                       IF TRAY-REC(1:7) IS NUMERIC
                           MOVE TRAY-REC(1:7) TO WS-BUSCA-MATRICULA
                           MOVE "N" TO WS-BLQ-MARCADO
                       ELSE
                           MOVE ZERO TO WS-MARCAS
                           INSPECT TRAY-REC TALLYING WS-MARCAS
                               FOR ALL "*TRAYECTORIA*"
                           IF WS-MARCAS > ZERO
                               AND WS-BLQ-MARCADO = "N"
                               AND WS-BUSCA-MATRICULA NOT = ZERO
                               MOVE "Y" TO WS-BLQ-MARCADO
                               MOVE 2 TO WS-CAS-TIPO-NUEVO
                               PERFORM 0140-ANOTAR-CASO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TRAYECTORIA-FILE
           END-IF.
           OPEN INPUT REPETIDORES-FILE.
           IF WS-REP-STATUS = "00"
               PERFORM UNTIL EOF-REPET
                   READ REPETIDORES-FILE
                       AT END SET EOF-REPET TO TRUE
                   END-READ
                   IF NOT EOF-REPET AND REPET-REC(1:7) IS NUMERIC
                       MOVE ZERO TO WS-MARCAS
                       INSPECT REPET-REC TALLYING WS-MARCAS
                           FOR ALL "*CRONICO*"
                       IF WS-MARCAS > ZERO
                           MOVE REPET-REC(1:7) TO WS-BUSCA-MATRICULA
                           MOVE 3 TO WS-CAS-TIPO-NUEVO
                           PERFORM 0140-ANOTAR-CASO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REPETIDORES-FILE
           END-IF.
           OPEN INPUT PROPUESTAS-FILE.
           IF WS-PRO-STATUS = "00"
               PERFORM UNTIL EOF-PROPUESTAS
                   READ PROPUESTAS-FILE
                       AT END SET EOF-PROPUESTAS TO TRUE
                   END-READ
                   IF NOT EOF-PROPUESTAS AND PRO-ESTADO = "P"
                       MOVE PRO-MATRICULA TO WS-BUSCA-MATRICULA
                       MOVE 4 TO WS-CAS-TIPO-NUEVO
                       PERFORM 0140-ANOTAR-CASO
                   END-IF
               END-PERFORM
               CLOSE PROPUESTAS-FILE
           END-IF.

       0140-ANOTAR-CASO.
           PERFORM 0150-DUENO-EFECTIVO.
           IF WS-CAS-COUNT < 500
               ADD 1 TO WS-CAS-COUNT
               MOVE WS-BUSCA-MATRICULA
                   TO WS-CAS-MATRICULA(WS-CAS-COUNT)
               MOVE WS-CAS-TIPO-NUEVO TO WS-CAS-TIPO(WS-CAS-COUNT)
               MOVE WS-EF-ASESOR TO WS-CAS-ASESOR(WS-CAS-COUNT)
               MOVE WS-EF-CARRERA TO WS-CAS-CARRERA(WS-CAS-COUNT)
           ELSE
               IF NOT WS-CAS-LLENA
                   DISPLAY "ADVERTENCIA: MAS DE 500 CASOS; LAS "
                       "PORTADAS NO CUENTAN LOS EXCEDENTES."
                   SET WS-CAS-LLENA TO TRUE
               END-IF
           END-IF.
           IF WS-EF-ASESOR = SPACES
               ADD 1 TO WS-SIN-ASIGNAR
               MOVE "N" TO WS-HALLADO
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > WS-SC-COUNT
                   IF WS-SC-CARRERA(WS-SC-IDX) = WS-EF-CARRERA
                       MOVE "Y" TO WS-HALLADO
                   END-IF
               END-PERFORM
               IF WS-HALLADO = "N" AND WS-SC-COUNT < 20
                   ADD 1 TO WS-SC-COUNT
                   MOVE WS-EF-CARRERA TO WS-SC-CARRERA(WS-SC-COUNT)
               END-IF
           END-IF.

      * Dueno efectivo de WS-BUSCA-MATRICULA: el asesor asignado si
      * existe y esta activo; si no, en blanco (sin asignar). La
      * carrera siempre sale del maestro.
       0150-DUENO-EFECTIVO.
           MOVE "???" TO WS-EF-CARRERA.
           MOVE SPACES TO WS-EF-ASESOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EST-COUNT
               IF WS-EST-MATRICULA(WS-IDX) = WS-BUSCA-MATRICULA
                   MOVE WS-EST-CARRERA(WS-IDX) TO WS-EF-CARRERA
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AAS-COUNT
               IF WS-AAS-MATRICULA(WS-IDX) = WS-BUSCA-MATRICULA
                   MOVE WS-AAS-ASESOR(WS-IDX) TO WS-EF-ASESOR
               END-IF
           END-PERFORM.
           IF WS-EF-ASESOR NOT = SPACES
               MOVE "N" TO WS-HALLADO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ASE-COUNT
                   IF WS-ASE-ID(WS-IDX) = WS-EF-ASESOR
                       AND WS-ASE-ACTIVO(WS-IDX) = "A"
                       MOVE "Y" TO WS-HALLADO
                   END-IF
               END-PERFORM
               IF WS-HALLADO = "N"
                   MOVE SPACES TO WS-EF-ASESOR
               END-IF
           END-IF.

       0200-PROCESO.
           PERFORM VARYING WS-ASE-IDX FROM 1 BY 1
                   UNTIL WS-ASE-IDX > WS-ASE-COUNT
               IF WS-ASE-ACTIVO(WS-ASE-IDX) = "A"
                   MOVE WS-ASE-ID(WS-ASE-IDX) TO WS-PAQ-ASESOR
                   MOVE WS-ASE-CARRERA(WS-ASE-IDX) TO WS-PAQ-CARRERA
                   MOVE SPACES TO WS-PAQUETE-NOMBRE
                   STRING "PAQUETE_" WS-PAQ-ASESOR ".DAT"
                       DELIMITED BY SPACE INTO WS-PAQUETE-NOMBRE
                   PERFORM 0210-EMITIR-PAQUETE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               MOVE SPACES TO WS-PAQ-ASESOR
               MOVE WS-SC-CARRERA(WS-SC-IDX) TO WS-PAQ-CARRERA
               MOVE SPACES TO WS-PAQUETE-NOMBRE
               STRING "PAQUETE_SIN_ASESOR_" WS-PAQ-CARRERA ".DAT"
                   DELIMITED BY SIZE INTO WS-PAQUETE-NOMBRE
               PERFORM 0210-EMITIR-PAQUETE
           END-PERFORM.

       0210-EMITIR-PAQUETE.
           MOVE ZERO TO WS-PAQ-TOTAL.
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 4
               MOVE ZERO TO WS-PAQ-CUENTA(WS-TIPO-IDX)
           END-PERFORM.
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               IF WS-CAS-ASESOR(WS-CAS-IDX) = WS-PAQ-ASESOR
                   AND (WS-PAQ-ASESOR NOT = SPACES
                       OR WS-CAS-CARRERA(WS-CAS-IDX) = WS-PAQ-CARRERA)
                   ADD 1 TO WS-PAQ-CUENTA(WS-CAS-TIPO(WS-CAS-IDX))
                   ADD 1 TO WS-PAQ-TOTAL
               END-IF
           END-PERFORM.
           OPEN OUTPUT PAQUETE-FILE.
           IF WS-PAQ-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-PAQUETE-NOMBRE
                   " CODIGO: " WS-PAQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PAQUETES.
           PERFORM 0220-PORTADA.
           PERFORM 0230-COPIAR-CARTAS.
           PERFORM 0240-COPIAR-TRAYECTORIAS.
           PERFORM 0250-COPIAR-CRONICOS.
           PERFORM 0260-COPIAR-BAJAS.
           CLOSE PAQUETE-FILE.
           DISPLAY WS-PAQUETE-NOMBRE " CASOS: " WS-PAQ-TOTAL.

       0220-PORTADA.
           WRITE PAQUETE-REC FROM WS-SEPARADOR.
           MOVE WS-FECHA-HOY TO WPT-FECHA.
           WRITE PAQUETE-REC FROM WS-PORTADA-TITULO.
           IF WS-PAQ-ASESOR NOT = SPACES
               MOVE WS-PAQ-ASESOR TO WPA-ID
               MOVE WS-ASE-NOMBRE(WS-ASE-IDX) TO WPA-NOMBRE
               MOVE WS-PAQ-CARRERA TO WPA-CARRERA
               WRITE PAQUETE-REC FROM WS-PORTADA-ASESOR
           ELSE
               MOVE WS-PAQ-CARRERA TO WPS-CARRERA
               WRITE PAQUETE-REC FROM WS-PORTADA-SIN
           END-IF.
           MOVE SPACES TO PAQUETE-REC.
           WRITE PAQUETE-REC.
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 4
               MOVE WS-TIPO-TEXTO(WS-TIPO-IDX) TO WPC-TEXTO
               MOVE WS-PAQ-CUENTA(WS-TIPO-IDX) TO WPC-CUENTA
               WRITE PAQUETE-REC FROM WS-PORTADA-CUENTA
           END-PERFORM.
           MOVE "TOTAL DE CASOS" TO WPC-TEXTO.
           MOVE WS-PAQ-TOTAL TO WPC-CUENTA.
           WRITE PAQUETE-REC FROM WS-PORTADA-CUENTA.
           IF WS-PAQ-TOTAL = ZERO
               MOVE "SIN CASOS EN ESTA CORRIDA." TO PAQUETE-REC
               WRITE PAQUETE-REC
           END-IF.
           WRITE PAQUETE-REC FROM WS-SEPARADOR.

       0225-TITULO-SECCION.
           IF WS-PAQ-CUENTA(WS-TIPO-IDX) > ZERO
               MOVE SPACES TO PAQUETE-REC
               WRITE PAQUETE-REC
               MOVE WS-TIPO-TEXTO(WS-TIPO-IDX) TO WST-TEXTO
               WRITE PAQUETE-REC FROM WS-SECCION-TITULO
           END-IF.

      * Pertenencia de WS-BUSCA-MATRICULA al paquete en curso.
       0228-PERTENECE.
           PERFORM 0150-DUENO-EFECTIVO.
           MOVE "N" TO WS-PERTENECE.
           IF WS-EF-ASESOR = WS-PAQ-ASESOR
               IF WS-PAQ-ASESOR NOT = SPACES
                   OR WS-EF-CARRERA = WS-PAQ-CARRERA
                   SET ES-DEL-PAQUETE TO TRUE
               END-IF
           END-IF.

      * Cada carta se copia completa; el bloque se junta hasta la
      * linea en blanco que la cierra.
       0230-COPIAR-CARTAS.
           MOVE 1 TO WS-TIPO-IDX.
           PERFORM 0225-TITULO-SECCION.
           IF WS-PAQ-CUENTA(1) > ZERO
               OPEN INPUT CARTAS-FILE
               MOVE SPACES TO CARTA-REC
               MOVE ZERO TO WS-BLQ-COUNT WS-BLQ-MATRICULA
               PERFORM UNTIL EOF-CARTAS
                   READ CARTAS-FILE
                       AT END SET EOF-CARTAS TO TRUE
                   END-READ
                   IF NOT EOF-CARTAS
                       IF CARTA-REC = SPACES
                           PERFORM 0235-CERRAR-CARTA
                       ELSE
                           IF WS-BLQ-COUNT < 20
                               ADD 1 TO WS-BLQ-COUNT
                               MOVE CARTA-REC
                                   TO WS-BLQ-LINEA(WS-BLQ-COUNT)
                           END-IF
                           IF CARTA-REC(1:12) = "ESTUDIANTE: "
                               AND CARTA-REC(46:7) IS NUMERIC
                               MOVE CARTA-REC(46:7) TO WS-BLQ-MATRICULA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 0235-CERRAR-CARTA
               CLOSE CARTAS-FILE
           END-IF.

       0235-CERRAR-CARTA.
           IF WS-BLQ-COUNT > ZERO AND WS-BLQ-MATRICULA NOT = ZERO
               MOVE WS-BLQ-MATRICULA TO WS-BUSCA-MATRICULA
               PERFORM 0228-PERTENECE
               IF ES-DEL-PAQUETE
                   PERFORM VARYING WS-BUF-IDX FROM 1 BY 1
                           UNTIL WS-BUF-IDX > WS-BLQ-COUNT
                       WRITE PAQUETE-REC FROM WS-BLQ-LINEA(WS-BUF-IDX)
                   END-PERFORM
                   MOVE SPACES TO PAQUETE-REC
                   WRITE PAQUETE-REC
               END-IF
           END-IF.
           MOVE ZERO TO WS-BLQ-COUNT WS-BLQ-MATRICULA.

       0240-COPIAR-TRAYECTORIAS.
           MOVE 2 TO WS-TIPO-IDX.
           PERFORM 0225-TITULO-SECCION.
           IF WS-PAQ-CUENTA(2) > ZERO
               OPEN INPUT TRAYECTORIA-FILE
               MOVE SPACES TO TRAY-REC
               MOVE ZERO TO WS-BLQ-COUNT WS-BLQ-MATRICULA
               MOVE "N" TO WS-BLQ-MARCADO
               PERFORM UNTIL EOF-TRAY
                   READ TRAYECTORIA-FILE
                       AT END SET EOF-TRAY TO TRUE
                   END-READ
                   IF NOT EOF-TRAY
                       IF TRAY-REC(1:7) IS NUMERIC
                           PERFORM 0245-CERRAR-TRAYECTORIA
                           MOVE TRAY-REC(1:7) TO WS-BLQ-MATRICULA
                       END-IF
                       IF WS-BLQ-COUNT < 20
                           ADD 1 TO WS-BLQ-COUNT
                           MOVE TRAY-REC TO WS-BLQ-LINEA(WS-BLQ-COUNT)
                       END-IF
                       MOVE ZERO TO WS-MARCAS
                       INSPECT TRAY-REC TALLYING WS-MARCAS
                           FOR ALL "*TRAYECTORIA*"
                       IF WS-MARCAS > ZERO
                           MOVE "Y" TO WS-BLQ-MARCADO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 0245-CERRAR-TRAYECTORIA
               CLOSE TRAYECTORIA-FILE
           END-IF.

       0245-CERRAR-TRAYECTORIA.
           IF WS-BLQ-MARCADO = "Y" AND WS-BLQ-MATRICULA NOT = ZERO
               MOVE WS-BLQ-MATRICULA TO WS-BUSCA-MATRICULA
               PERFORM 0228-PERTENECE
               IF ES-DEL-PAQUETE
                   PERFORM VARYING WS-BUF-IDX FROM 1 BY 1
                           UNTIL WS-BUF-IDX > WS-BLQ-COUNT
                       WRITE PAQUETE-REC FROM WS-BLQ-LINEA(WS-BUF-IDX)
                   END-PERFORM
               END-IF
           END-IF.
           MOVE ZERO TO WS-BLQ-COUNT WS-BLQ-MATRICULA.
           MOVE "N" TO WS-BLQ-MARCADO.

       0250-COPIAR-CRONICOS.
           MOVE 3 TO WS-TIPO-IDX.
           PERFORM 0225-TITULO-SECCION.
           IF WS-PAQ-CUENTA(3) > ZERO
               OPEN INPUT REPETIDORES-FILE
               MOVE SPACES TO REPET-REC
               PERFORM UNTIL EOF-REPET
                   READ REPETIDORES-FILE
                       AT END SET EOF-REPET TO TRUE
                   END-READ
                   IF NOT EOF-REPET AND REPET-REC(1:7) IS NUMERIC
                       MOVE ZERO TO WS-MARCAS
                       INSPECT REPET-REC TALLYING WS-MARCAS
                           FOR ALL "*CRONICO*"
                       IF WS-MARCAS > ZERO
                           MOVE REPET-REC(1:7) TO WS-BUSCA-MATRICULA
                           PERFORM 0228-PERTENECE
                           IF ES-DEL-PAQUETE
                               WRITE PAQUETE-REC FROM REPET-REC
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REPETIDORES-FILE
           END-IF.

       0260-COPIAR-BAJAS.
           MOVE 4 TO WS-TIPO-IDX.
           PERFORM 0225-TITULO-SECCION.
           IF WS-PAQ-CUENTA(4) > ZERO
               OPEN INPUT PROPUESTAS-FILE
               MOVE SPACES TO PROPUESTA-REC
               PERFORM UNTIL EOF-PROPUESTAS
                   READ PROPUESTAS-FILE
                       AT END SET EOF-PROPUESTAS TO TRUE
                   END-READ
                   IF NOT EOF-PROPUESTAS AND PRO-ESTADO = "P"
                       MOVE PRO-MATRICULA TO WS-BUSCA-MATRICULA
                       PERFORM 0228-PERTENECE
                       IF ES-DEL-PAQUETE
                           MOVE PRO-MATRICULA TO WBL-MATRICULA
                           MOVE PRO-APELLIDO TO WBL-APELLIDO
                           MOVE PRO-NOMBRE TO WBL-NOMBRE
                           MOVE PRO-SEMANAS TO WBL-SEMANAS
                           WRITE PAQUETE-REC FROM WS-BAJA-LINEA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PROPUESTAS-FILE
           END-IF.

       0300-FIN.
           DISPLAY "PAQUETES DE ASESORIA ESCRITOS: " WS-PAQUETES
               " CASOS: " WS-CAS-COUNT
               " SIN ASESOR: " WS-SIN-ASIGNAR.
           IF WS-SIN-ASIGNAR > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM PaquetesAsesoria.
