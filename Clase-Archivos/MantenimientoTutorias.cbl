       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoTutorias.
       AUTHOR.         J R.

      * Derivaciones a tutoria y bitacora de sesiones, en el estilo
      * de menu de MantenimientoAsesores. Asesoria deriva al
      * estudiante en riesgo a tutoria de un curso y hasta hoy nadie
      * registraba si fue ni si le sirvio.
      *   TUTORIAS_DERIVACIONES.DAT: matricula, codigo del curso,
      *     origen (R = RIESGO, A = alerta docente, P = propia), fecha,
      *     termino vigente y el promedio del curso al momento de la
      *     derivacion (subprograma "Promedio" sobre las tres notas
      *     del curso en MAESTRO.DAT), que es la linea base contra la
      *     que ResultadosTutoria mide el cierre del termino.
      *   TUTORIAS_SESIONES.DAT: matricula, codigo del curso, fecha,
      *     clave del tutor y minutos de la sesion.
      * Solo se deriva a un estudiante activo inscrito en el curso, y
      * solo se registra sesion de una derivacion existente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT DERIVACIONES-FILE
               ASSIGN TO "TUTORIAS_DERIVACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DER-STATUS.
           SELECT SESIONES-FILE ASSIGN TO "TUTORIAS_SESIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  DERIVACIONES-FILE.
       01  TDE-REC.
           88  EOF-DER             VALUE HIGH-VALUE.
           02  TDE-MATRICULA       PIC 9(7).
           02  TDE-CODIGO          PIC X(9).
           02  TDE-ORIGEN          PIC X(1).
           02  TDE-FECHA           PIC 9(8).
           02  TDE-TERMINO         PIC X(6).
           02  TDE-PROMEDIO-INI    PIC 9(2)V99.

       FD  SESIONES-FILE.
       01  TSE-REC.
           88  EOF-SES             VALUE HIGH-VALUE.
           02  TSE-MATRICULA       PIC 9(7).
           02  TSE-CODIGO          PIC X(9).
           02  TSE-FECHA           PIC 9(8).
           02  TSE-TUTOR           PIC X(6).
           02  TSE-MINUTOS         PIC 9(3).

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-DER-STATUS       PIC X(2).
           05  WS-SES-STATUS       PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "5".
           05  WS-IDX              PIC 9(4).
           05  WS-DER-IDX          PIC 9(4).
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-CODIGO-BUSCADO   PIC X(9).
           05  WS-ORIGEN           PIC X(1).
               88  ORIGEN-VALIDO   VALUE "R" "A" "P".
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA            PIC 9(8).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-TUTOR            PIC X(6).
           05  WS-MINUTOS-TEXTO    PIC X(3).
           05  WS-MINUTOS          PIC 9(3).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-CUENTA           PIC 9(4).
           05  WS-TOTAL-MINUTOS    PIC 9(6).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".
           05  WS-EN-MAESTRO       PIC X.
               88  INSCRITO-ACTIVO VALUE "Y".

       01  WS-GRADES.
           05  WS-GRADE            PIC 9(2)V99 OCCURS 4 TIMES.
       01  WS-DEG                  PIC X(3).
       01  WS-APELLIDO             PIC X(10).

      * Tablas en memoria; las altas se agregan al final del archivo.
       01  WS-DERIVACIONES.
           05  WS-DER-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-DER-ENTRY OCCURS 500 TIMES.
               10  WS-DER-MATRICULA PIC 9(7).
               10  WS-DER-CODIGO   PIC X(9).
               10  WS-DER-ORIGEN   PIC X(1).
               10  WS-DER-FECHA    PIC 9(8).
               10  WS-DER-TERMINO  PIC X(6).
               10  WS-DER-PROMEDIO PIC 9(2)V99.

       01  WS-SESIONES.
           05  WS-SES-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-SES-ENTRY OCCURS 2000 TIMES.
               10  WS-SES-MATRICULA PIC 9(7).
               10  WS-SES-CODIGO   PIC X(9).
               10  WS-SES-FECHA    PIC 9(8).
               10  WS-SES-TUTOR    PIC X(6).
               10  WS-SES-MINUTOS  PIC 9(3).

       01  WS-PROMEDIO-EDIT        PIC Z9.99.

       PROCEDURE DIVISION.
       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TERMINO-ACTUAL.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   AT END CONTINUE
               END-READ
               MOVE TERMINO-REC TO WS-TERMINO-ACTUAL
               CLOSE TERMINO-FILE
           END-IF.
           PERFORM 0120-CARGAR-DERIVACIONES.
           PERFORM 0130-CARGAR-SESIONES.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-DERIVACIONES
                   WHEN "2"
                       PERFORM 0300-REGISTRAR-DERIVACION
                           THRU 0300-EXIT
                   WHEN "3"
                       PERFORM 0400-REGISTRAR-SESION
                           THRU 0400-EXIT
                   WHEN "4"
                       PERFORM 0500-SESIONES-ESTUDIANTE
                   WHEN "5"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DE "
                           "TUTORIAS."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  TUTORIAS: DERIVACIONES Y SESIONES".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR DERIVACIONES".
           DISPLAY "2. REGISTRAR DERIVACION".
           DISPLAY "3. REGISTRAR SESION DE TUTORIA".
           DISPLAY "4. SESIONES DE UN ESTUDIANTE".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-DERIVACIONES.
           OPEN INPUT DERIVACIONES-FILE.
           IF WS-DER-STATUS = "00"
               PERFORM UNTIL EOF-DER
                   READ DERIVACIONES-FILE
                       AT END SET EOF-DER TO TRUE
                   END-READ
                   IF NOT EOF-DER AND WS-DER-COUNT < 500
                       ADD 1 TO WS-DER-COUNT
                       MOVE TDE-MATRICULA
                           TO WS-DER-MATRICULA(WS-DER-COUNT)
                       MOVE TDE-CODIGO TO WS-DER-CODIGO(WS-DER-COUNT)
                       MOVE TDE-ORIGEN TO WS-DER-ORIGEN(WS-DER-COUNT)
                       MOVE TDE-FECHA TO WS-DER-FECHA(WS-DER-COUNT)
                       MOVE TDE-TERMINO
                           TO WS-DER-TERMINO(WS-DER-COUNT)
                       MOVE TDE-PROMEDIO-INI
                           TO WS-DER-PROMEDIO(WS-DER-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DERIVACIONES-FILE
           END-IF.

       0130-CARGAR-SESIONES.
           OPEN INPUT SESIONES-FILE.
           IF WS-SES-STATUS = "00"
               PERFORM UNTIL EOF-SES
                   READ SESIONES-FILE
                       AT END SET EOF-SES TO TRUE
                   END-READ
                   IF NOT EOF-SES AND WS-SES-COUNT < 2000
                       ADD 1 TO WS-SES-COUNT
                       MOVE TSE-MATRICULA
                           TO WS-SES-MATRICULA(WS-SES-COUNT)
                       MOVE TSE-CODIGO TO WS-SES-CODIGO(WS-SES-COUNT)
                       MOVE TSE-FECHA TO WS-SES-FECHA(WS-SES-COUNT)
                       MOVE TSE-TUTOR TO WS-SES-TUTOR(WS-SES-COUNT)
                       MOVE TSE-MINUTOS
                           TO WS-SES-MINUTOS(WS-SES-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SESIONES-FILE
           END-IF.

       0200-LISTAR-DERIVACIONES.
           IF WS-DER-COUNT = ZERO
               DISPLAY "SIN DERIVACIONES REGISTRADAS."
           END-IF.
           PERFORM VARYING WS-DER-IDX FROM 1 BY 1
                   UNTIL WS-DER-IDX > WS-DER-COUNT
               PERFORM 0610-CONTAR-SESIONES
               MOVE WS-DER-PROMEDIO(WS-DER-IDX) TO WS-PROMEDIO-EDIT
               DISPLAY WS-DER-MATRICULA(WS-DER-IDX) " | "
                   WS-DER-CODIGO(WS-DER-IDX) " | "
                   WS-DER-ORIGEN(WS-DER-IDX) " | "
                   WS-DER-FECHA(WS-DER-IDX) " | "
                   WS-DER-TERMINO(WS-DER-IDX) " | PROM "
                   WS-PROMEDIO-EDIT " | SESIONES " WS-CUENTA
                   " | MINUTOS " WS-TOTAL-MINUTOS
           END-PERFORM.

      * La derivacion toma la foto del promedio del curso en el
      * momento; una segunda derivacion del mismo curso en el mismo
      * termino se rechaza para no mover la linea base.
       0300-REGISTRAR-DERIVACION.
           IF WS-DER-COUNT = 500
               DISPLAY "LA TABLA DE DERIVACIONES ESTA LLENA (500)."
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0700-PEDIR-ESTUDIANTE-CURSO.
           IF WS-MATRICULA-BUSCADA = ZERO
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0800-BUSCAR-EN-MAESTRO.
           IF NOT INSCRITO-ACTIVO
               DISPLAY "EL ESTUDIANTE NO ESTA INSCRITO ACTIVO EN "
                   WS-CODIGO-BUSCADO
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0600-BUSCAR-DERIVACION.
           IF SE-ENCONTRO
               AND WS-DER-TERMINO(WS-DER-IDX) = WS-TERMINO-ACTUAL
               DISPLAY "YA EXISTE DERIVACION DE " WS-MATRICULA-BUSCADA
                   " A " WS-CODIGO-BUSCADO " EN ESTE TERMINO."
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "ORIGEN (R=RIESGO, A=ALERTA DOCENTE, P=PROPIA): ".
           ACCEPT WS-ORIGEN.
           IF NOT ORIGEN-VALIDO
               DISPLAY "ORIGEN INVALIDO: " WS-ORIGEN
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0710-PEDIR-FECHA.
           IF WS-FECHA = ZERO
               GO TO 0300-EXIT
           END-IF.
           CALL "Promedio" USING WS-GRADES WS-DEG.
           ADD 1 TO WS-DER-COUNT.
           MOVE WS-MATRICULA-BUSCADA TO WS-DER-MATRICULA(WS-DER-COUNT)
               TDE-MATRICULA.
           MOVE WS-CODIGO-BUSCADO TO WS-DER-CODIGO(WS-DER-COUNT)
               TDE-CODIGO.
           MOVE WS-ORIGEN TO WS-DER-ORIGEN(WS-DER-COUNT) TDE-ORIGEN.
           MOVE WS-FECHA TO WS-DER-FECHA(WS-DER-COUNT) TDE-FECHA.
           MOVE WS-TERMINO-ACTUAL TO WS-DER-TERMINO(WS-DER-COUNT)
               TDE-TERMINO.
           MOVE WS-GRADE(4) TO WS-DER-PROMEDIO(WS-DER-COUNT)
               TDE-PROMEDIO-INI.
           OPEN EXTEND DERIVACIONES-FILE.
           IF WS-DER-STATUS NOT = "00"
               OPEN OUTPUT DERIVACIONES-FILE
           END-IF.
           WRITE TDE-REC.
           CLOSE DERIVACIONES-FILE.
           MOVE WS-GRADE(4) TO WS-PROMEDIO-EDIT.
           DISPLAY "DERIVACION REGISTRADA: " WS-APELLIDO
               " PROMEDIO ACTUAL " WS-PROMEDIO-EDIT.

       0300-EXIT.
           EXIT.

       0400-REGISTRAR-SESION.
           IF WS-SES-COUNT = 2000
               DISPLAY "LA TABLA DE SESIONES ESTA LLENA (2000)."
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0700-PEDIR-ESTUDIANTE-CURSO.
           IF WS-MATRICULA-BUSCADA = ZERO
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0600-BUSCAR-DERIVACION.
           IF NOT SE-ENCONTRO
               DISPLAY "NO HAY DERIVACION DE " WS-MATRICULA-BUSCADA
                   " A TUTORIA DE " WS-CODIGO-BUSCADO
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0710-PEDIR-FECHA.
           IF WS-FECHA = ZERO
               GO TO 0400-EXIT
           END-IF.
           IF WS-FECHA < WS-DER-FECHA(WS-DER-IDX)
               DISPLAY "LA SESION ES ANTERIOR A LA DERIVACION ("
                   WS-DER-FECHA(WS-DER-IDX) ")."
               GO TO 0400-EXIT
           END-IF.
           DISPLAY "CLAVE DEL TUTOR (6 POSICIONES): ".
           ACCEPT WS-TUTOR.
           IF WS-TUTOR = SPACES
               DISPLAY "FALTA LA CLAVE DEL TUTOR."
               GO TO 0400-EXIT
           END-IF.
           DISPLAY "MINUTOS DE LA SESION (1-480): ".
           ACCEPT WS-MINUTOS-TEXTO.
           IF WS-MINUTOS-TEXTO = SPACES
               OR FUNCTION TEST-NUMVAL(WS-MINUTOS-TEXTO) NOT = ZERO
               DISPLAY "MINUTOS INVALIDOS: " WS-MINUTOS-TEXTO
               GO TO 0400-EXIT
           END-IF.
           COMPUTE WS-MINUTOS = FUNCTION NUMVAL(WS-MINUTOS-TEXTO).
           IF WS-MINUTOS < 1 OR WS-MINUTOS > 480
               DISPLAY "MINUTOS FUERA DE RANGO: " WS-MINUTOS
               GO TO 0400-EXIT
           END-IF.
           ADD 1 TO WS-SES-COUNT.
           MOVE WS-MATRICULA-BUSCADA TO WS-SES-MATRICULA(WS-SES-COUNT)
               TSE-MATRICULA.
           MOVE WS-CODIGO-BUSCADO TO WS-SES-CODIGO(WS-SES-COUNT)
               TSE-CODIGO.
           MOVE WS-FECHA TO WS-SES-FECHA(WS-SES-COUNT) TSE-FECHA.
           MOVE WS-TUTOR TO WS-SES-TUTOR(WS-SES-COUNT) TSE-TUTOR.
           MOVE WS-MINUTOS TO WS-SES-MINUTOS(WS-SES-COUNT)
               TSE-MINUTOS.
           OPEN EXTEND SESIONES-FILE.
           IF WS-SES-STATUS NOT = "00"
               OPEN OUTPUT SESIONES-FILE
           END-IF.
           WRITE TSE-REC.
           CLOSE SESIONES-FILE.
           DISPLAY "SESION REGISTRADA.".

       0400-EXIT.
           EXIT.

       0500-SESIONES-ESTUDIANTE.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
           ELSE
               MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA
               MOVE ZERO TO WS-CUENTA WS-TOTAL-MINUTOS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-SES-COUNT
                   IF WS-SES-MATRICULA(WS-IDX) = WS-MATRICULA-BUSCADA
                       ADD 1 TO WS-CUENTA
                       ADD WS-SES-MINUTOS(WS-IDX) TO WS-TOTAL-MINUTOS
                       DISPLAY WS-SES-FECHA(WS-IDX) " | "
                           WS-SES-CODIGO(WS-IDX) " | TUTOR "
                           WS-SES-TUTOR(WS-IDX) " | "
                           WS-SES-MINUTOS(WS-IDX) " MIN"
                   END-IF
               END-PERFORM
               DISPLAY "SESIONES: " WS-CUENTA
                   " MINUTOS: " WS-TOTAL-MINUTOS
           END-IF.

      * Ultima derivacion del estudiante al curso (la del termino mas
      * reciente, porque el archivo crece en orden de registro).
       0600-BUSCAR-DERIVACION.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DER-COUNT
               IF WS-DER-MATRICULA(WS-IDX) = WS-MATRICULA-BUSCADA
                   AND WS-DER-CODIGO(WS-IDX) = WS-CODIGO-BUSCADO
                   SET SE-ENCONTRO TO TRUE
                   MOVE WS-IDX TO WS-DER-IDX
               END-IF
           END-PERFORM.

       0610-CONTAR-SESIONES.
           MOVE ZERO TO WS-CUENTA WS-TOTAL-MINUTOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SES-COUNT
               IF WS-SES-MATRICULA(WS-IDX)
                   = WS-DER-MATRICULA(WS-DER-IDX)
                   AND WS-SES-CODIGO(WS-IDX)
                       = WS-DER-CODIGO(WS-DER-IDX)
                   AND WS-SES-FECHA(WS-IDX)
                       >= WS-DER-FECHA(WS-DER-IDX)
                   ADD 1 TO WS-CUENTA
                   ADD WS-SES-MINUTOS(WS-IDX) TO WS-TOTAL-MINUTOS
               END-IF
           END-PERFORM.

      * Matricula en cero al volver = dato invalido, ya avisado.
       0700-PEDIR-ESTUDIANTE-CURSO.
           MOVE ZERO TO WS-MATRICULA-BUSCADA.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
           ELSE
               DISPLAY "CODIGO DEL CURSO (9 POSICIONES): "
               ACCEPT WS-CODIGO-BUSCADO
               IF WS-CODIGO-BUSCADO = SPACES
                   DISPLAY "FALTA EL CODIGO DEL CURSO."
               ELSE
                   MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA
               END-IF
           END-IF.

      * Fecha en cero al volver = dato invalido, ya avisado.
       0710-PEDIR-FECHA.
           DISPLAY "FECHA (YYYYMMDD, ENTER = HOY): ".
           MOVE SPACES TO WS-FECHA-TEXTO.
           ACCEPT WS-FECHA-TEXTO.
           IF WS-FECHA-TEXTO = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA
           ELSE
               IF WS-FECHA-TEXTO IS NUMERIC
                   MOVE WS-FECHA-TEXTO TO WS-FECHA
               ELSE
                   MOVE ZERO TO WS-FECHA
               END-IF
           END-IF.
           IF WS-FECHA NOT = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) NOT = ZERO
                   OR WS-FECHA > WS-FECHA-HOY
                   MOVE ZERO TO WS-FECHA
               END-IF
           END-IF.
           IF WS-FECHA = ZERO
               DISPLAY "FECHA INVALIDA O FUTURA: " WS-FECHA-TEXTO
           END-IF.

      * Deja en WS-GRADES las tres notas del curso (el cuarto slot lo
      * llena "Promedio") y en WS-DEG la carrera para sus pesos.
       0800-BUSCAR-EN-MAESTRO.
           MOVE "N" TO WS-EN-MAESTRO.
           INITIALIZE WS-GRADES.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
           ELSE
               MOVE SPACES TO MAESTRO-REC
               PERFORM UNTIL EOF-MAESTRO OR INSCRITO-ACTIVO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       AND MAE-MATRICULA = WS-MATRICULA-BUSCADA
                       AND MAE-DEGCOD = WS-CODIGO-BUSCADO
                       AND (MAE-ESTADO = "A" OR MAE-ESTADO = SPACE)
                       SET INSCRITO-ACTIVO TO TRUE
                       MOVE MAE-NOTA(1) TO WS-GRADE(1)
                       MOVE MAE-NOTA(2) TO WS-GRADE(2)
                       MOVE MAE-NOTA(3) TO WS-GRADE(3)
                       MOVE MAE-DEG TO WS-DEG
                       MOVE MAE-APELLIDO TO WS-APELLIDO
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

       END PROGRAM MantenimientoTutorias.
