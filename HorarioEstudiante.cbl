       IDENTIFICATION DIVISION.
       PROGRAM-ID. HorarioEstudiante.
       AUTHOR.     EHIDALGO.

      * Horario semanal del estudiante, el que ventanilla copiaba a
      * mano del catalogo cada termino. Toma las inscripciones
      * activas del estudiante en STUDENTS_1.DAT y, con el horario de
      * cada seccion en el catalogo (CargarCatalogo), arma la
      * cuadricula dia x hora (LUN a VIE, 07 a 21) con el codigo de
      * seccion en cada hora de clase; dos secciones en la misma
      * celda salen como choque. Debajo va la lista de secciones con
      * titulo, creditos, aula (AULAS_ASIGNACION.DAT) y profesor
      * (ASIGNACION.DAT / PROFESORES.DAT). Las secciones sin horario
      * capturado, o que ya no estan en el catalogo vigente, salen en
      * una lista aparte "SIN HORARIO" en vez de desaparecer de la
      * hoja.
      *
      * Igual que Transcript: interactivo pide una matricula y
      * muestra la hoja en pantalla; con HORARIO_MODO=LOTE en el
      * ambiente lee la lista de MATRICULAS.DAT y escribe una pagina
      * por estudiante en HORARIOS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ARCHIVOS-FISICOS.CBL"
               REPLACING ==FIS-FILE== BY ==ROSTER-FILE==
                         ==FIS-DAT==  BY =="STUDENTS_1.DAT"==.
           SELECT AULAS-ASG-FILE ASSIGN TO "AULAS_ASIGNACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASA-STATUS.
           SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT PROFESORES-FILE ASSIGN TO "PROFESORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT MATRICULAS-FILE ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRICULAS-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  R-ESTUDIANTE.
           88  EOF-ROSTER              VALUE HIGH-VALUE.
           02  R-MATRICULA             PIC 9(7).
           02  R-APELLIDO              PIC X(10).
           02  R-NOMBRE                PIC X(10).
           02  R-CODIGO                PIC X(9).
           02  R-MATERIA               PIC X(3).
           02  R-NOTA                  PIC 9(2)V99.
           02  R-ESTADO                PIC X(1).
               88  ESTUDIANTE-ACTIVO   VALUE "A" SPACE.

       FD  AULAS-ASG-FILE.
       01  ASA-REC.
           88  EOF-ASA                 VALUE HIGH-VALUE.
           02  ASA-CODIGO              PIC X(9).
           02  ASA-AULA                PIC X(6).

       FD  ASIGNACION-FILE.
       01  ASG-REC.
           88  EOF-ASG                 VALUE HIGH-VALUE.
           02  ASG-CODIGO              PIC X(9).
           02  ASG-PROFESOR            PIC X(6).

       FD  PROFESORES-FILE.
       01  PRO-REC.
           88  EOF-PRO                 VALUE HIGH-VALUE.
           02  PRO-ID                  PIC X(6).
           02  PRO-NOMBRE              PIC X(30).
           02  PRO-ACTIVO              PIC X(1).

       FD  TERMINO-FILE.
       01  TERMINO-REC                 PIC X(6).

       FD  MATRICULAS-FILE.
       01  MATRICULA-REC.
           88  EOF-MATRICULAS          VALUE HIGH-VALUE.
           02  MAT-ID                  PIC X(7).

       FD  SALIDA-FILE.
       01  SALIDA-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY          PIC X(2).
           05  WS-ASA-STATUS           PIC X(2).
           05  WS-ASG-STATUS           PIC X(2).
           05  WS-PRO-STATUS           PIC X(2).
           05  WS-TERMINO-STATUS       PIC X(2).
           05  WS-MATRICULAS-STATUS    PIC X(2).
           05  WS-SALIDA-STATUS        PIC X(2).
           05  WS-MODO                 PIC X(6).
               88  MODO-LOTE           VALUE "LOTE".
           05  WS-TARGET-ID            PIC 9(7).
           05  WS-TERMINO-ACTUAL       PIC X(6).
           05  WS-IDX                  PIC 9(3).
           05  WS-SEC-IDX              PIC 9(2).
           05  WS-CAT-IDX              PIC 9(3).
           05  WS-IDX-PRF              PIC 9(3).
           05  WS-DIA-IDX              PIC 9.
           05  WS-HORA                 PIC 9(2).
           05  WS-CREDITOS-TOTAL       PIC 9(3).
           05  WS-SIN-HORARIO          PIC 9(2).
           05  WS-CHOQUES              PIC 9(3).
           05  WS-LOTE-LEIDAS          PIC 9(5) VALUE ZERO.
           05  WS-LOTE-PAGINAS         PIC 9(5) VALUE ZERO.
           05  WS-LOTE-SIN-INSCRIPCION PIC 9(5) VALUE ZERO.

       01  WS-HORA-PRIMERA             PIC 9(2) VALUE 07.
       01  WS-HORA-ULTIMA              PIC 9(2) VALUE 21.

      * Inscripciones activas de todo el roster, cargadas una vez.
       01  WS-ROSTER.
           05  WS-ROS-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-ROS-ENTRY OCCURS 500 TIMES.
               10  WS-ROS-ID           PIC 9(7).
               10  WS-ROS-APELLIDO     PIC X(10).
               10  WS-ROS-NOMBRE       PIC X(10).
               10  WS-ROS-CODIGO       PIC X(9).
       01  WS-ROS-LLENA-SW             PIC X VALUE "N".
           88  WS-ROS-LLENA            VALUE "Y".

       01  WS-AULAS-ASG.
           05  WS-ASA-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-ASA-ENTRY OCCURS 100 TIMES.
               10  WS-ASA-COD          PIC X(9).
               10  WS-ASA-AUL          PIC X(6).

       01  WS-ASIGNACIONES.
           05  WS-ASG-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-ASG-ENTRY OCCURS 100 TIMES.
               10  WS-ASG-COD          PIC X(9).
               10  WS-ASG-PROF         PIC X(6).

       01  WS-PROFES.
           05  WS-PRF-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-PRF-ENTRY OCCURS 150 TIMES.
               10  WS-PRF-ID           PIC X(6).
               10  WS-PRF-NOMBRE       PIC X(30).

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

      * Secciones del estudiante en proceso, con lo que sale en la
      * hoja.
       01  WS-SECCIONES.
           05  WS-SEC-COUNT            PIC 9(2).
           05  WS-SEC-ENTRY OCCURS 20 TIMES.
               10  WS-SEC-CODIGO       PIC X(9).
               10  WS-SEC-TITULO       PIC X(30).
               10  WS-SEC-CREDITOS     PIC 9(2).
               10  WS-SEC-DIAS         PIC X(5).
               10  WS-SEC-INI          PIC 9(2).
               10  WS-SEC-FIN          PIC 9(2).
               10  WS-SEC-AULA         PIC X(6).
               10  WS-SEC-PROFESOR     PIC X(30).
               10  WS-SEC-EN-CATALOGO  PIC X(1).
       01  WS-APELLIDO                 PIC X(10).
       01  WS-NOMBRE                   PIC X(10).

      * Cuadricula dia x hora; cada celda guarda el codigo de la
      * seccion que se reune ahi.
       01  WS-CUADRICULA.
           05  WS-CUA-DIA OCCURS 5 TIMES.
               10  WS-CUA-HORA OCCURS 24 TIMES
                                       PIC X(9).

       01  WS-LINEA                    PIC X(80).

       01  WS-HOR-TITULO.
           05  FILLER                  PIC X(26) VALUE
               "HORARIO SEMANAL - TERMINO ".
           05  WHT-TERMINO             PIC X(6).

       01  WS-HOR-ESTUDIANTE.
           05  FILLER                  PIC X(11) VALUE "MATRICULA: ".
           05  WHE-MATRICULA           PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WHE-APELLIDO            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WHE-NOMBRE              PIC X(10).

       01  WS-HOR-ENCABEZADO.
           05  FILLER                  PIC X(7) VALUE "HORA".
           05  FILLER                  PIC X(50) VALUE
               "LUN       MAR       MIE       JUE       VIE".

       01  WS-HOR-FILA.
           05  WHF-HORA-INI            PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WHF-HORA-FIN            PIC 99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WHF-CELDA OCCURS 5 TIMES.
               10  WHF-SECCION         PIC X(9).
               10  FILLER              PIC X(1) VALUE SPACE.

       01  WS-HOR-LISTA-TITULO.
           05  FILLER                  PIC X(10) VALUE "SECCION".
           05  FILLER                  PIC X(21) VALUE "TITULO".
           05  FILLER                  PIC X(5) VALUE "CR".
           05  FILLER                  PIC X(7) VALUE "AULA".
           05  FILLER                  PIC X(6) VALUE "DIAS".
           05  FILLER                  PIC X(6) VALUE "HORA".
           05  FILLER                  PIC X(8) VALUE "PROFESOR".

       01  WS-HOR-LISTA.
           05  WHL-CODIGO              PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WHL-TITULO              PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WHL-CREDITOS            PIC Z9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WHL-AULA                PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WHL-DIAS                PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WHL-HORA-INI            PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WHL-HORA-FIN            PIC 99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WHL-PROFESOR            PIC X(24).

       01  WS-HOR-SIN-HORARIO-TITULO   PIC X(60) VALUE
           "SIN HORARIO (NO SALEN EN LA CUADRICULA):".

       01  WS-HOR-SIN-HORARIO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WHS-CODIGO              PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WHS-TITULO              PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WHS-MOTIVO              PIC X(30).

       01  WS-HOR-TOTALES.
           05  FILLER                  PIC X(17) VALUE
               "CREDITOS TOTALES:".
           05  WHX-CREDITOS            PIC ZZ9.
           05  FILLER                  PIC X(20) VALUE
               "   HORAS EN CHOQUE: ".
           05  WHX-CHOQUES             PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "HORARIO_MODO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODO FROM ENVIRONMENT-VALUE.
           PERFORM 0100-INICIO.
           IF MODO-LOTE
               PERFORM 0400-PROCESO-LOTE
           ELSE
               DISPLAY "HORARIO - INGRESE LA MATRICULA: "
               ACCEPT WS-TARGET-ID
               PERFORM 0200-PROCESO
               IF WS-SEC-COUNT = ZERO
                   DISPLAY "LA MATRICULA " WS-TARGET-ID
                       " NO TIENE INSCRIPCIONES ACTIVAS."
               ELSE
                   PERFORM 0300-IMPRIMIR-HOJA
               END-IF
           END-IF.
           STOP RUN.

       0100-INICIO.
           MOVE SPACES TO WS-TERMINO-ACTUAL.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   AT END CONTINUE
               END-READ
               MOVE TERMINO-REC TO WS-TERMINO-ACTUAL
               CLOSE TERMINO-FILE
           END-IF.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0110-CARGAR-ROSTER.
           PERFORM 0120-CARGAR-AULAS.
           PERFORM 0130-CARGAR-ASIGNACIONES.
           PERFORM 0140-CARGAR-PROFESORES.

       0110-CARGAR-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR AL ABRIR STUDENTS_1.DAT. CODIGO: "
                   FILE-CHECK-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-ROSTER
               READ ROSTER-FILE
                   AT END SET EOF-ROSTER TO TRUE
               END-READ
               IF NOT EOF-ROSTER AND ESTUDIANTE-ACTIVO
                   IF WS-ROS-COUNT < 500
                       ADD 1 TO WS-ROS-COUNT
                       MOVE R-MATRICULA TO WS-ROS-ID(WS-ROS-COUNT)
                       MOVE R-APELLIDO
                           TO WS-ROS-APELLIDO(WS-ROS-COUNT)
                       MOVE R-NOMBRE TO WS-ROS-NOMBRE(WS-ROS-COUNT)
                       MOVE R-CODIGO TO WS-ROS-CODIGO(WS-ROS-COUNT)
                   ELSE
                       IF NOT WS-ROS-LLENA
                           DISPLAY "ADVERTENCIA: MAS DE 500 "
                               "INSCRIPCIONES ACTIVAS; LAS DEMAS NO "
                               "SALEN EN LOS HORARIOS."
                           SET WS-ROS-LLENA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ROSTER-FILE.

       0120-CARGAR-AULAS.
           OPEN INPUT AULAS-ASG-FILE.
           IF WS-ASA-STATUS = "00"
               PERFORM UNTIL EOF-ASA
                   READ AULAS-ASG-FILE
                       AT END SET EOF-ASA TO TRUE
                   END-READ
                   IF NOT EOF-ASA AND WS-ASA-COUNT < 100
                       ADD 1 TO WS-ASA-COUNT
                       MOVE ASA-CODIGO TO WS-ASA-COD(WS-ASA-COUNT)
                       MOVE ASA-AULA TO WS-ASA-AUL(WS-ASA-COUNT)
                   END-IF
               END-PERFORM
               CLOSE AULAS-ASG-FILE
           END-IF.

       0130-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACION-FILE.
           IF WS-ASG-STATUS = "00"
               PERFORM UNTIL EOF-ASG
                   READ ASIGNACION-FILE
                       AT END SET EOF-ASG TO TRUE
                   END-READ
                   IF NOT EOF-ASG AND WS-ASG-COUNT < 100
                       ADD 1 TO WS-ASG-COUNT
                       MOVE ASG-CODIGO TO WS-ASG-COD(WS-ASG-COUNT)
                       MOVE ASG-PROFESOR
                           TO WS-ASG-PROF(WS-ASG-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ASIGNACION-FILE
           END-IF.

       0140-CARGAR-PROFESORES.
           OPEN INPUT PROFESORES-FILE.
           IF WS-PRO-STATUS = "00"
               PERFORM UNTIL EOF-PRO
                   READ PROFESORES-FILE
                       AT END SET EOF-PRO TO TRUE
                   END-READ
                   IF NOT EOF-PRO AND WS-PRF-COUNT < 150
                       ADD 1 TO WS-PRF-COUNT
                       MOVE PRO-ID TO WS-PRF-ID(WS-PRF-COUNT)
                       MOVE PRO-NOMBRE
                           TO WS-PRF-NOMBRE(WS-PRF-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PROFESORES-FILE
           END-IF.

      * Junta las secciones del estudiante y las pone en la
      * cuadricula.
       0200-PROCESO.
           MOVE ZERO TO WS-SEC-COUNT WS-CREDITOS-TOTAL WS-SIN-HORARIO
               WS-CHOQUES.
           MOVE SPACES TO WS-APELLIDO WS-NOMBRE.
           MOVE SPACES TO WS-CUADRICULA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-COUNT
               IF WS-ROS-ID(WS-IDX) = WS-TARGET-ID
                   AND WS-SEC-COUNT < 20
                   ADD 1 TO WS-SEC-COUNT
                   MOVE WS-ROS-APELLIDO(WS-IDX) TO WS-APELLIDO
                   MOVE WS-ROS-NOMBRE(WS-IDX) TO WS-NOMBRE
                   MOVE WS-ROS-CODIGO(WS-IDX)
                       TO WS-SEC-CODIGO(WS-SEC-COUNT)
                   PERFORM 0210-DATOS-SECCION
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-FIN(WS-SEC-IDX) = ZERO
                   ADD 1 TO WS-SIN-HORARIO
               ELSE
                   PERFORM 0220-MARCAR-CUADRICULA
               END-IF
           END-PERFORM.

       0210-DATOS-SECCION.
           MOVE "(FUERA DEL CATALOGO VIGENTE)"
               TO WS-SEC-TITULO(WS-SEC-COUNT).
           MOVE "N" TO WS-SEC-EN-CATALOGO(WS-SEC-COUNT).
           MOVE ZERO TO WS-SEC-CREDITOS(WS-SEC-COUNT)
               WS-SEC-INI(WS-SEC-COUNT) WS-SEC-FIN(WS-SEC-COUNT).
           MOVE SPACES TO WS-SEC-DIAS(WS-SEC-COUNT).
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX)
                   = WS-SEC-CODIGO(WS-SEC-COUNT)
                   MOVE "Y" TO WS-SEC-EN-CATALOGO(WS-SEC-COUNT)
                   MOVE WS-CATREF-T-TITULO(WS-CAT-IDX)
                       TO WS-SEC-TITULO(WS-SEC-COUNT)
                   MOVE WS-CATREF-T-CREDITOS(WS-CAT-IDX)
                       TO WS-SEC-CREDITOS(WS-SEC-COUNT)
                   MOVE WS-CATREF-T-DIAS(WS-CAT-IDX)
                       TO WS-SEC-DIAS(WS-SEC-COUNT)
                   MOVE WS-CATREF-T-HORA-INI(WS-CAT-IDX)
                       TO WS-SEC-INI(WS-SEC-COUNT)
                   MOVE WS-CATREF-T-HORA-FIN(WS-CAT-IDX)
                       TO WS-SEC-FIN(WS-SEC-COUNT)
               END-IF
           END-PERFORM.
           ADD WS-SEC-CREDITOS(WS-SEC-COUNT) TO WS-CREDITOS-TOTAL.
           MOVE "------" TO WS-SEC-AULA(WS-SEC-COUNT).
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-ASA-COUNT
               IF WS-ASA-COD(WS-CAT-IDX) = WS-SEC-CODIGO(WS-SEC-COUNT)
                   MOVE WS-ASA-AUL(WS-CAT-IDX)
                       TO WS-SEC-AULA(WS-SEC-COUNT)
               END-IF
           END-PERFORM.
           MOVE "(POR ASIGNAR)" TO WS-SEC-PROFESOR(WS-SEC-COUNT).
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-ASG-COUNT
               IF WS-ASG-COD(WS-CAT-IDX) = WS-SEC-CODIGO(WS-SEC-COUNT)
                   MOVE WS-ASG-PROF(WS-CAT-IDX)
                       TO WS-SEC-PROFESOR(WS-SEC-COUNT)
                   PERFORM 0215-NOMBRE-PROFESOR
               END-IF
           END-PERFORM.

       0215-NOMBRE-PROFESOR.
           PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                   UNTIL WS-IDX-PRF > WS-PRF-COUNT
               IF WS-PRF-ID(WS-IDX-PRF)
                   = WS-ASG-PROF(WS-CAT-IDX)
                   MOVE WS-PRF-NOMBRE(WS-IDX-PRF)
                       TO WS-SEC-PROFESOR(WS-SEC-COUNT)
               END-IF
           END-PERFORM.

      * Cada hora de clase de la seccion ocupa su celda; si la celda
      * ya tenia otra seccion, el choque queda a la vista.
       0220-MARCAR-CUADRICULA.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > 5
               IF WS-SEC-DIAS(WS-SEC-IDX)(WS-DIA-IDX:1) NOT = SPACE
                   PERFORM VARYING WS-HORA
                           FROM WS-SEC-INI(WS-SEC-IDX) BY 1
                           UNTIL WS-HORA NOT < WS-SEC-FIN(WS-SEC-IDX)
                               OR WS-HORA > 23
                       IF WS-CUA-HORA(WS-DIA-IDX, WS-HORA + 1)
                           = SPACES
                           MOVE WS-SEC-CODIGO(WS-SEC-IDX)
                               TO WS-CUA-HORA(WS-DIA-IDX, WS-HORA + 1)
                       ELSE
                           MOVE "*CHOQUE*"
                               TO WS-CUA-HORA(WS-DIA-IDX, WS-HORA + 1)
                           ADD 1 TO WS-CHOQUES
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0300-IMPRIMIR-HOJA.
           MOVE WS-TERMINO-ACTUAL TO WHT-TERMINO.
           MOVE WS-HOR-TITULO TO WS-LINEA.
           PERFORM 0390-EMITIR-LINEA.
           MOVE WS-TARGET-ID TO WHE-MATRICULA.
           MOVE WS-APELLIDO TO WHE-APELLIDO.
           MOVE WS-NOMBRE TO WHE-NOMBRE.
           MOVE WS-HOR-ESTUDIANTE TO WS-LINEA.
           PERFORM 0390-EMITIR-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 0390-EMITIR-LINEA.
           MOVE WS-HOR-ENCABEZADO TO WS-LINEA.
           PERFORM 0390-EMITIR-LINEA.
           PERFORM VARYING WS-HORA FROM WS-HORA-PRIMERA BY 1
                   UNTIL WS-HORA > WS-HORA-ULTIMA
               MOVE WS-HORA TO WHF-HORA-INI
               COMPUTE WHF-HORA-FIN = WS-HORA + 1
               PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > 5
                   MOVE WS-CUA-HORA(WS-DIA-IDX, WS-HORA + 1)
                       TO WHF-SECCION(WS-DIA-IDX)
                   IF WHF-SECCION(WS-DIA-IDX) = SPACES
                       MOVE "." TO WHF-SECCION(WS-DIA-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-HOR-FILA TO WS-LINEA
               PERFORM 0390-EMITIR-LINEA
           END-PERFORM.
           MOVE SPACES TO WS-LINEA.
           PERFORM 0390-EMITIR-LINEA.
           MOVE WS-HOR-LISTA-TITULO TO WS-LINEA.
           PERFORM 0390-EMITIR-LINEA.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE WS-SEC-CODIGO(WS-SEC-IDX) TO WHL-CODIGO
               MOVE WS-SEC-TITULO(WS-SEC-IDX) TO WHL-TITULO
               MOVE WS-SEC-CREDITOS(WS-SEC-IDX) TO WHL-CREDITOS
               MOVE WS-SEC-AULA(WS-SEC-IDX) TO WHL-AULA
               MOVE WS-SEC-DIAS(WS-SEC-IDX) TO WHL-DIAS
               MOVE WS-SEC-INI(WS-SEC-IDX) TO WHL-HORA-INI
               MOVE WS-SEC-FIN(WS-SEC-IDX) TO WHL-HORA-FIN
               MOVE WS-SEC-PROFESOR(WS-SEC-IDX) TO WHL-PROFESOR
               MOVE WS-HOR-LISTA TO WS-LINEA
               PERFORM 0390-EMITIR-LINEA
           END-PERFORM.
           IF WS-SIN-HORARIO > ZERO
               MOVE SPACES TO WS-LINEA
               PERFORM 0390-EMITIR-LINEA
               MOVE WS-HOR-SIN-HORARIO-TITULO TO WS-LINEA
               PERFORM 0390-EMITIR-LINEA
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF WS-SEC-FIN(WS-SEC-IDX) = ZERO
                       MOVE WS-SEC-CODIGO(WS-SEC-IDX) TO WHS-CODIGO
                       MOVE WS-SEC-TITULO(WS-SEC-IDX) TO WHS-TITULO
                       IF WS-SEC-EN-CATALOGO(WS-SEC-IDX) = "Y"
                           MOVE "HORARIO NO CAPTURADO"
                               TO WHS-MOTIVO
                       ELSE
                           MOVE "NO ESTA EN EL CATALOGO"
                               TO WHS-MOTIVO
                       END-IF
                       MOVE WS-HOR-SIN-HORARIO TO WS-LINEA
                       PERFORM 0390-EMITIR-LINEA
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-CREDITOS-TOTAL TO WHX-CREDITOS.
           MOVE WS-CHOQUES TO WHX-CHOQUES.
           MOVE WS-HOR-TOTALES TO WS-LINEA.
           PERFORM 0390-EMITIR-LINEA.

      * En lote la hoja va a HORARIOS.DAT; en interactivo, a
      * pantalla.
       0390-EMITIR-LINEA.
           IF MODO-LOTE
               WRITE SALIDA-REC FROM WS-LINEA
           ELSE
               DISPLAY WS-LINEA
           END-IF.

      * Modo lote: una pasada por MATRICULAS.DAT, una pagina por
      * estudiante separada por una linea de corte.
       0400-PROCESO-LOTE.
           OPEN INPUT MATRICULAS-FILE.
           IF WS-MATRICULAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MATRICULAS.DAT. CODIGO: "
                   WS-MATRICULAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SALIDA-FILE.
           IF WS-SALIDA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR HORARIOS.DAT. CODIGO: "
                   WS-SALIDA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-MATRICULAS
               READ MATRICULAS-FILE
                   AT END SET EOF-MATRICULAS TO TRUE
               END-READ
               IF NOT EOF-MATRICULAS
                   ADD 1 TO WS-LOTE-LEIDAS
                   IF MAT-ID IS NUMERIC
                       MOVE MAT-ID TO WS-TARGET-ID
                       PERFORM 0200-PROCESO
                       IF WS-SEC-COUNT = ZERO
                           ADD 1 TO WS-LOTE-SIN-INSCRIPCION
                           DISPLAY "MATRICULA SIN INSCRIPCIONES "
                               "ACTIVAS, SE OMITE: " MAT-ID
                       ELSE
                           IF WS-LOTE-PAGINAS > ZERO
                               MOVE ALL "-" TO WS-LINEA
                               PERFORM 0390-EMITIR-LINEA
                           END-IF
                           PERFORM 0300-IMPRIMIR-HOJA
                           ADD 1 TO WS-LOTE-PAGINAS
                       END-IF
                   ELSE
                       DISPLAY "MATRICULA NO NUMERICA EN "
                           "MATRICULAS.DAT, SE OMITE: " MAT-ID
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MATRICULAS-FILE.
           CLOSE SALIDA-FILE.
           DISPLAY "HORARIOS EN LOTE: " WS-LOTE-LEIDAS
               " MATRICULAS LEIDAS, " WS-LOTE-PAGINAS
               " PAGINAS EN HORARIOS.DAT, " WS-LOTE-SIN-INSCRIPCION
               " SIN INSCRIPCIONES ACTIVAS.".
           IF WS-LOTE-SIN-INSCRIPCION > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM HorarioEstudiante.
