       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HojasNotas.
       AUTHOR.         J R.

      * Hojas de notas preimpresas, una por seccion, para que el acta
      * regrese ya en el formato de IntakeNotas. La lista de
      * matriculas sale de las inscripciones activas de
      * STUDENTS_1.DAT (en orden de matricula), el profesor de
      * ASIGNACION.DAT y PROFESORES.DAT, y el titulo del curso del
      * catalogo. HOJAS_NOTAS.DAT es a la vez la hoja impresa y el
      * acta: las lineas de encabezado empiezan con espacio y el
      * intake las salta; la cabecera H trae el codigo de seccion y
      * la cantidad esperada, y cada renglon D trae la matricula con
      * la columna de nota (9-12, en centesimas) y la de marca (13)
      * en blanco, y el nombre del estudiante a partir de la 16 como
      * guia para el profesor. La hoja llenada se entrega como
      * ACTAS.DAT sin reteclear nada; un renglon que se quede sin
      * nota lo rechaza el intake como malformado, no pasa como
      * cero.
      * El archivo sale ya con el sobre de control que ControlEntrada
      * exige a ACTAS.DAT (CONTROL-ENTRADA-RECORD.CBL): cabecera *CAB
      * de tipo ACTAS con la fecha de impresion al principio y pie
      * *PIE al final con la cantidad de renglones no blancos entre
      * los dos (encabezados de hoja incluidos) y, como total de
      * control, la suma de las matriculas de los renglones D; ninguna
      * de las dos cifras depende de las notas, asi que se calculan
      * aqui. Las hojas regresan juntas en un solo ACTAS.DAT; un
      * renglon agregado o quitado a mano descuadra el pie y el
      * archivo se aparta entero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ARCHIVOS-FISICOS.CBL"
               REPLACING ==FIS-FILE== BY ==ROSTER-FILE==
                         ==FIS-DAT==  BY =="STUDENTS_1.DAT"==.
           SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT PROFESORES-FILE ASSIGN TO "PROFESORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT HOJAS-FILE ASSIGN TO "HOJAS_NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  R-ESTUDIANTE.
           88  EOF-ROSTER          VALUE HIGH-VALUE.
           02  R-MATRICULA         PIC 9(7).
           02  R-APELLIDO          PIC X(10).
           02  R-NOMBRE            PIC X(10).
           02  R-CODIGO            PIC X(9).
           02  R-MATERIA           PIC X(3).
           02  R-NOTA              PIC 9(2)V99.
           02  R-ESTADO            PIC X(1).
               88  ESTUDIANTE-ACTIVO VALUE "A" SPACE.

       FD  ASIGNACION-FILE.
       01  ASG-REC.
           88  EOF-ASG             VALUE HIGH-VALUE.
           02  ASG-CODIGO          PIC X(9).
           02  ASG-PROFESOR        PIC X(6).

       FD  PROFESORES-FILE.
       01  PRO-REC.
           88  EOF-PRO             VALUE HIGH-VALUE.
           02  PRO-ID              PIC X(6).
           02  PRO-NOMBRE          PIC X(30).
           02  PRO-ACTIVO          PIC X(1).

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  HOJAS-FILE.
       01  HOJA-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-ASG-STATUS       PIC X(2).
           05  WS-PRO-STATUS       PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-HOJ-STATUS       PIC X(2).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-IDX              PIC 9(3).
           05  WS-SEC-IDX          PIC 9(3).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-SIGUIENTE        PIC 9(3).
           05  WS-ULTIMA-MATRICULA PIC 9(7).
           05  WS-RENGLONES        PIC 9(3).
           05  WS-HALLADO          PIC X.
           05  WS-HOJAS            PIC 9(3) VALUE ZERO.
           05  WS-TOTAL-RENGLONES  PIC 9(5) VALUE ZERO.
           05  WS-SIN-PROFESOR     PIC 9(3) VALUE ZERO.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-HOJ-CANTIDAD     PIC 9(7) VALUE ZERO.
           05  WS-HOJ-TOTAL        PIC 9(15) VALUE ZERO.

      * Sobre de control del archivo (cabecera y pie).
       01  WS-HOJ-CONTROL.
           COPY "CONTROL-ENTRADA-RECORD.CBL"
               REPLACING LEADING ==CE== BY ==HOJ==.

      * Inscripciones activas del roster.
       01  WS-ROSTER.
           05  WS-ROS-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ROS-ENTRY OCCURS 500 TIMES.
               10  WS-ROS-ID       PIC 9(7).
               10  WS-ROS-APELLIDO PIC X(10).
               10  WS-ROS-NOMBRE   PIC X(10).
               10  WS-ROS-CODIGO   PIC X(9).
       01  WS-ROS-LLENA-SW         PIC X VALUE "N".
           88  WS-ROS-LLENA        VALUE "Y".

      * Secciones distintas con inscritos, en orden de aparicion.
       01  WS-SECCIONES.
           05  WS-SEC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-SEC-ENTRY OCCURS 200 TIMES.
               10  WS-SEC-CODIGO   PIC X(9).
               10  WS-SEC-INSCRITOS PIC 9(3).

       01  WS-ASIGNACIONES.
           05  WS-ASG-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ASG-ENTRY OCCURS 100 TIMES.
               10  WS-ASG-COD      PIC X(9).
               10  WS-ASG-PROF     PIC X(6).

       01  WS-PROFES.
           05  WS-PRF-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PRF-ENTRY OCCURS 150 TIMES.
               10  WS-PRF-ID       PIC X(6).
               10  WS-PRF-NOMBRE   PIC X(30).

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

       01  WS-HOJA-TITULO.
           05  FILLER              PIC X(26) VALUE
               "  HOJA DE NOTAS - SECCION ".
           05  WHT-CODIGO          PIC X(9).
           05  FILLER              PIC X(10) VALUE "  TERMINO ".
           05  WHT-TERMINO         PIC X(6).

       01  WS-HOJA-CURSO.
           05  FILLER              PIC X(12) VALUE "  CURSO:    ".
           05  WHC-TITULO          PIC X(30).

       01  WS-HOJA-PROFESOR.
           05  FILLER              PIC X(12) VALUE "  PROFESOR: ".
           05  WHP-ID              PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WHP-NOMBRE          PIC X(30).

       01  WS-HOJA-INSTRUCCION-1   PIC X(70) VALUE
           "  NOTA EN CENTESIMAS (1750 = 17,50) EN LAS COLUMNAS 9-12;".
       01  WS-HOJA-INSTRUCCION-2   PIC X(70) VALUE
           "  MARCA OPCIONAL EN LA 13: I = INCOMPLETO, W = RETIRO.".

       01  WS-HOJA-CABECERA.
           05  FILLER              PIC X(1) VALUE "H".
           05  WHH-CODIGO          PIC X(9).
           05  WHH-ESPERADOS       PIC 9(3).

       01  WS-HOJA-RENGLON.
           05  FILLER              PIC X(1) VALUE "D".
           05  WHR-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WHR-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WHR-NOMBRE          PIC X(10).

       01  WS-HOJA-PIE.
           05  FILLER              PIC X(13) VALUE "  ESPERADOS: ".
           05  WHF-ESPERADOS       PIC ZZ9.
           05  FILLER              PIC X(40) VALUE
               "    FIRMA DEL PROFESOR: ______________".

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

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
           IF WS-ROS-COUNT = ZERO
               DISPLAY "SIN INSCRIPCIONES ACTIVAS EN STUDENTS_1.DAT; "
                   "NO HAY HOJAS QUE IMPRIMIR."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0120-CARGAR-ASIGNACIONES.
           PERFORM 0130-CARGAR-PROFESORES.
           OPEN OUTPUT HOJAS-FILE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-HOJ-CONTROL.
           SET HOJ-CABECERA TO TRUE.
           MOVE "ACTAS" TO HOJ-TIPO.
           MOVE WS-FECHA-HOY TO HOJ-FECHA-REMITENTE.
           MOVE "HOJAS DE NOTAS" TO HOJ-REMITENTE.
           WRITE HOJA-REC FROM WS-HOJ-CONTROL.

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
                       PERFORM 0115-ANOTAR-SECCION
                   ELSE
                       IF NOT WS-ROS-LLENA
                           DISPLAY "ADVERTENCIA: MAS DE 500 "
                               "INSCRIPCIONES ACTIVAS; LAS DEMAS NO "
                               "SALEN EN LAS HOJAS."
                           SET WS-ROS-LLENA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ROSTER-FILE.

       0115-ANOTAR-SECCION.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-CODIGO(WS-SEC-IDX) = R-CODIGO
                   MOVE "Y" TO WS-HALLADO
                   ADD 1 TO WS-SEC-INSCRITOS(WS-SEC-IDX)
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-SEC-COUNT < 200
               ADD 1 TO WS-SEC-COUNT
               MOVE R-CODIGO TO WS-SEC-CODIGO(WS-SEC-COUNT)
               MOVE 1 TO WS-SEC-INSCRITOS(WS-SEC-COUNT)
           END-IF.

       0120-CARGAR-ASIGNACIONES.
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

       0130-CARGAR-PROFESORES.
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

       0200-PROCESO.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               PERFORM 0210-IMPRIMIR-HOJA
           END-PERFORM.

       0210-IMPRIMIR-HOJA.
           ADD 1 TO WS-HOJAS.
           IF WS-HOJAS > 1
               MOVE SPACES TO HOJA-REC
               WRITE HOJA-REC
           END-IF.
           MOVE WS-SEC-CODIGO(WS-SEC-IDX) TO WHT-CODIGO.
           MOVE WS-TERMINO-ACTUAL TO WHT-TERMINO.
           MOVE WS-HOJA-TITULO TO HOJA-REC.
           PERFORM 0240-ESCRIBIR-RENGLON.
           MOVE "(FUERA DEL CATALOGO VIGENTE)" TO WHC-TITULO.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX)
                   = WS-SEC-CODIGO(WS-SEC-IDX)
                   MOVE WS-CATREF-T-TITULO(WS-CAT-IDX) TO WHC-TITULO
               END-IF
           END-PERFORM.
           MOVE WS-HOJA-CURSO TO HOJA-REC.
           PERFORM 0240-ESCRIBIR-RENGLON.
           PERFORM 0220-BUSCAR-PROFESOR.
           MOVE WS-HOJA-PROFESOR TO HOJA-REC.
           PERFORM 0240-ESCRIBIR-RENGLON.
           MOVE WS-HOJA-INSTRUCCION-1 TO HOJA-REC.
           PERFORM 0240-ESCRIBIR-RENGLON.
           MOVE WS-HOJA-INSTRUCCION-2 TO HOJA-REC.
           PERFORM 0240-ESCRIBIR-RENGLON.
           MOVE WS-SEC-CODIGO(WS-SEC-IDX) TO WHH-CODIGO.
           MOVE WS-SEC-INSCRITOS(WS-SEC-IDX) TO WHH-ESPERADOS.
           MOVE WS-HOJA-CABECERA TO HOJA-REC.
           PERFORM 0240-ESCRIBIR-RENGLON.
      * Renglones en orden de matricula: en cada vuelta se toma la
      * menor matricula de la seccion mayor que la ultima impresa.
           MOVE ZERO TO WS-ULTIMA-MATRICULA WS-RENGLONES.
           PERFORM 0230-SIGUIENTE-RENGLON.
           PERFORM UNTIL WS-SIGUIENTE = ZERO
               MOVE WS-ROS-ID(WS-SIGUIENTE) TO WHR-MATRICULA
               MOVE WS-ROS-APELLIDO(WS-SIGUIENTE) TO WHR-APELLIDO
               MOVE WS-ROS-NOMBRE(WS-SIGUIENTE) TO WHR-NOMBRE
               MOVE WS-HOJA-RENGLON TO HOJA-REC
               PERFORM 0240-ESCRIBIR-RENGLON
               ADD WHR-MATRICULA TO WS-HOJ-TOTAL
               ADD 1 TO WS-RENGLONES
               MOVE WS-ROS-ID(WS-SIGUIENTE) TO WS-ULTIMA-MATRICULA
               PERFORM 0230-SIGUIENTE-RENGLON
           END-PERFORM.
           ADD WS-RENGLONES TO WS-TOTAL-RENGLONES.
           MOVE WS-RENGLONES TO WHF-ESPERADOS.
           MOVE WS-HOJA-PIE TO HOJA-REC.
           PERFORM 0240-ESCRIBIR-RENGLON.

       0220-BUSCAR-PROFESOR.
           MOVE SPACES TO WHP-ID.
           MOVE "(SIN PROFESOR EN ASIGNACION)" TO WHP-NOMBRE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASG-COUNT
               IF WS-ASG-COD(WS-IDX) = WS-SEC-CODIGO(WS-SEC-IDX)
                   MOVE WS-ASG-PROF(WS-IDX) TO WHP-ID
                   MOVE "(SIN NOMBRE EN PROFESORES)"
                       TO WHP-NOMBRE
               END-IF
           END-PERFORM.
           IF WHP-ID = SPACES
               ADD 1 TO WS-SIN-PROFESOR
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PRF-COUNT
                   IF WS-PRF-ID(WS-IDX) = WHP-ID
                       MOVE WS-PRF-NOMBRE(WS-IDX) TO WHP-NOMBRE
                   END-IF
               END-PERFORM
           END-IF.

       0230-SIGUIENTE-RENGLON.
           MOVE ZERO TO WS-SIGUIENTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-COUNT
               IF WS-ROS-CODIGO(WS-IDX) = WS-SEC-CODIGO(WS-SEC-IDX)
                   AND WS-ROS-ID(WS-IDX) > WS-ULTIMA-MATRICULA
                   IF WS-SIGUIENTE = ZERO
                       MOVE WS-IDX TO WS-SIGUIENTE
                   ELSE
                       IF WS-ROS-ID(WS-IDX) < WS-ROS-ID(WS-SIGUIENTE)
                           MOVE WS-IDX TO WS-SIGUIENTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Todo renglon no blanco es cuerpo para ControlEntrada; los
      * blancos entre hojas no cuentan.
       0240-ESCRIBIR-RENGLON.
           WRITE HOJA-REC.
           ADD 1 TO WS-HOJ-CANTIDAD.

       0300-FIN.
           MOVE SPACES TO WS-HOJ-CONTROL.
           SET HOJ-PIE TO TRUE.
           MOVE WS-HOJ-CANTIDAD TO HOJ-CANTIDAD.
           MOVE WS-HOJ-TOTAL TO HOJ-TOTAL.
           WRITE HOJA-REC FROM WS-HOJ-CONTROL.
           CLOSE HOJAS-FILE.
           DISPLAY "HOJAS_NOTAS.DAT ESCRITO. HOJAS: " WS-HOJAS
               " RENGLONES: " WS-TOTAL-RENGLONES
               " SECCIONES SIN PROFESOR: " WS-SIN-PROFESOR.
           IF WS-SIN-PROFESOR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM HojasNotas.
