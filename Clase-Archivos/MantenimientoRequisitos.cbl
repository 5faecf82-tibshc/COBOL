       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoRequisitos.
       AUTHOR.         J R.

      * Requisitos de grado por carrera y plan (ano de catalogo) en
      * REQUISITOS.DAT, que hasta hoy registro editaba a mano. Cada
      * fila pertenece a un plan: cuando una carrera cambia su
      * curriculo se copia el plan vigente a uno nuevo con el ano en
      * que entra en vigor y se ajusta; los estudiantes que entraron
      * antes siguen auditandose contra su plan (PlanVigente). Todo
      * numero de curso que se captura se valida contra el catalogo
      * CATALOGO.DAT (CargarCatalogo), y una opcion revisa el archivo
      * completo para encontrar los cursos capturados a mano que el
      * catalogo no conoce. Las filas sin plan (anteriores a los
      * planes) son el plan base 0000. Cada carrera puede tener
      * ademas los requisitos de su menor (programa N), en los mismos
      * anos de plan que la carrera; copiar un plan copia los dos.
      *
      * El operador firma via IniciarSesion. Mover a un estudiante a
      * un plan mas nuevo de su carrera que el de su ingreso es una
      * excepcion supervisada: solo un supervisor la hace, con
      * motivo, y queda en PLANES_ASIGNADOS.DAT, que PlanVigente
      * respeta sobre la regla del termino de ingreso. Cada cambio
      * deja su imagen en REQUISITOS_AUDIT.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITOS-FILE ASSIGN TO "REQUISITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT ASIGNADOS-FILE ASSIGN TO "PLANES_ASIGNADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASI-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "REQUISITOS_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITOS-FILE.
       01  REQ-REC.
           88  EOF-REQ             VALUE HIGH-VALUE.
           COPY "REQUISITO-RECORD.CBL"
               REPLACING LEADING ==RQ== BY ==REQ==.

       FD  ASIGNADOS-FILE.
       01  ASI-REC.
           COPY "PLAN-ASIGNADO-RECORD.CBL"
               REPLACING LEADING ==PA== BY ==ASI==.

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(118).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-REQ-STATUS       PIC X(2).
           05  WS-ASI-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-AUDIT-FECHA      PIC 9(8).
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "7".
           05  WS-IDX              PIC 9(4).
           05  WS-RQS-IDX          PIC 9(4).
           05  WS-PLA-IDX          PIC 9(2).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-LISTADOS         PIC 9(4).
           05  WS-INVALIDOS        PIC 9(4).
           05  WS-COPIADOS         PIC 9(4).
           05  WS-CARRERA          PIC X(3).
           05  WS-PLAN-TEXTO       PIC X(4).
           05  WS-PLAN             PIC 9(4).
           05  WS-PLAN-NUEVO       PIC 9(4).
           05  WS-PLAN-ACTUAL      PIC 9(4).
           05  WS-PLAN-ORIGEN      PIC X(1).
               88  PLAN-POR-INGRESO VALUE "I".
               88  PLAN-ASIGNADO   VALUE "S".
           05  WS-TIPO             PIC X(1).
               88  TIPO-VALIDO     VALUE "C" "E" "T".
           05  WS-PROGRAMA         PIC X(1).
               88  PROGRAMA-VALIDO VALUE SPACE "N".
           05  WS-CURSO            PIC X(4).
           05  WS-CREDITOS-TEXTO   PIC X(3).
           05  WS-CREDITOS         PIC 9(3).
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-MOTIVO           PIC X(30).
           05  WS-CONFIRMA         PIC X.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".
           05  WS-EN-CATALOGO      PIC X.
               88  EXISTE-EN-CATALOGO VALUE "Y".
           05  WS-EN-MAESTRO       PIC X.
               88  EXISTE-EN-MAESTRO VALUE "Y".
           05  WS-CARRERA-VALIDA   PIC X.
               88  CARRERA-VIGENTE VALUE "Y".

       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Carreras vigentes (CargarCarreras).
       01  WS-CARRERAS-REF.
           05  WS-CARREF-COUNT     PIC 99.
           05  WS-CARREF-ENTRY OCCURS 8 TIMES.
               10  WS-CARREF-CODIGO PIC X(3).
               10  WS-CARREF-DESC  PIC X(30).

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

      * Tabla en memoria con el mismo trazo que REQUISITOS.DAT; el
      * archivo se reescribe completo en cada cambio.
       01  WS-REQUISITOS.
           05  WS-RQS-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RQS-ENTRY OCCURS 500 TIMES.
               10  WS-RQS-CARRERA  PIC X(3).
               10  WS-RQS-TIPO     PIC X(1).
               10  WS-RQS-CURSO    PIC X(4).
               10  WS-RQS-CREDITOS PIC 9(3).
               10  WS-RQS-PLAN     PIC 9(4).
               10  WS-RQS-PROGRAMA PIC X(1).

      * Planes distintos de una carrera y sus filas.
       01  WS-PLANES.
           05  WS-PLA-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-PLA-ENTRY OCCURS 20 TIMES.
               10  WS-PLA-PLAN     PIC 9(4).
               10  WS-PLA-FILAS    PIC 9(4).

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-OPERADOR        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-ACCION          PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAL-REGISTRO        PIC X(80).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           CALL "CargarCarreras" USING WS-CARRERAS-REF.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           IF WS-CATREF-COUNT = ZERO
               DISPLAY "CATALOGO.DAT NO DISPONIBLE: LOS NUMEROS DE "
                   "CURSO NO SE PUEDEN VALIDAR."
           END-IF.
           PERFORM 0120-CARGAR-REQUISITOS.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-PLAN THRU 0200-EXIT
                   WHEN "2"
                       PERFORM 0300-AGREGAR-REQUISITO THRU 0300-EXIT
                   WHEN "3"
                       PERFORM 0400-ELIMINAR-REQUISITO THRU 0400-EXIT
                   WHEN "4"
                       PERFORM 0450-COPIAR-PLAN THRU 0450-EXIT
                   WHEN "5"
                       PERFORM 0500-VALIDAR-CATALOGO THRU 0500-EXIT
                   WHEN "6"
                       PERFORM 0600-ASIGNAR-PLAN THRU 0600-EXIT
                   WHEN "7"
                       DISPLAY "SALIENDO DE REQUISITOS."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  REQUISITOS DE GRADO POR PLAN".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR PLAN DE UNA CARRERA".
           DISPLAY "2. AGREGAR REQUISITO".
           DISPLAY "3. ELIMINAR REQUISITO".
           DISPLAY "4. COPIAR PLAN A UN PLAN NUEVO".
           DISPLAY "5. VALIDAR CURSOS CONTRA EL CATALOGO".
           DISPLAY "6. ASIGNAR PLAN A UN ESTUDIANTE (SUPERVISOR)".
           DISPLAY "7. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-REQUISITOS.
           OPEN INPUT REQUISITOS-FILE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "REQUISITOS.DAT NO EXISTE TODAVIA; SE CREARA "
                   "CON EL PRIMER REQUISITO."
           ELSE
               PERFORM UNTIL EOF-REQ
                   READ REQUISITOS-FILE
                       AT END SET EOF-REQ TO TRUE
                   END-READ
                   IF NOT EOF-REQ AND WS-RQS-COUNT < 500
                       IF REQ-PLAN IS NOT NUMERIC
                           MOVE ZERO TO REQ-PLAN
                       END-IF
                       IF REQ-CREDITOS IS NOT NUMERIC
                           MOVE ZERO TO REQ-CREDITOS
                       END-IF
                       IF NOT REQ-DE-MENOR
                           MOVE SPACE TO REQ-PROGRAMA
                       END-IF
                       ADD 1 TO WS-RQS-COUNT
                       MOVE REQ-REC TO WS-RQS-ENTRY(WS-RQS-COUNT)
                   END-IF
               END-PERFORM
               CLOSE REQUISITOS-FILE
               INITIALIZE REQ-REC
           END-IF.

       0130-GUARDAR-REQUISITOS.
           OPEN OUTPUT REQUISITOS-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RQS-COUNT
               MOVE WS-RQS-ENTRY(WS-IDX) TO REQ-REC
               WRITE REQ-REC
           END-PERFORM.
           CLOSE REQUISITOS-FILE.

      * Con el plan en blanco se listan los planes de la carrera.
       0200-LISTAR-PLAN.
           PERFORM 0700-PEDIR-CARRERA.
           IF NOT CARRERA-VIGENTE
               GO TO 0200-EXIT
           END-IF.
           PERFORM 0705-PEDIR-PROGRAMA.
           IF NOT PROGRAMA-VALIDO
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "PLAN (AAAA, EN BLANCO = VER LOS PLANES): ".
           MOVE SPACES TO WS-PLAN-TEXTO.
           ACCEPT WS-PLAN-TEXTO.
           IF WS-PLAN-TEXTO = SPACES
               PERFORM 0720-JUNTAR-PLANES
               IF WS-PLA-COUNT = ZERO
                   DISPLAY "LA CARRERA " WS-CARRERA
                       " NO TIENE REQUISITOS."
               END-IF
               PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                       UNTIL WS-PLA-IDX > WS-PLA-COUNT
                   DISPLAY "PLAN " WS-PLA-PLAN(WS-PLA-IDX) " | "
                       WS-PLA-FILAS(WS-PLA-IDX) " REQUISITOS"
               END-PERFORM
               GO TO 0200-EXIT
           END-IF.
           PERFORM 0710-VALIDAR-PLAN.
           IF NOT SE-ENCONTRO
               GO TO 0200-EXIT
           END-IF.
           MOVE ZERO TO WS-LISTADOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RQS-COUNT
               IF WS-RQS-CARRERA(WS-IDX) = WS-CARRERA
                   AND WS-RQS-PLAN(WS-IDX) = WS-PLAN
                   AND WS-RQS-PROGRAMA(WS-IDX) = WS-PROGRAMA
                   ADD 1 TO WS-LISTADOS
                   EVALUATE WS-RQS-TIPO(WS-IDX)
                       WHEN "C"
                           DISPLAY "  CURSO OBLIGATORIO "
                               WS-RQS-CURSO(WS-IDX)
                       WHEN "E"
                           DISPLAY "  CREDITOS ELECTIVOS "
                               WS-RQS-CREDITOS(WS-IDX)
                       WHEN OTHER
                           DISPLAY "  TRABAJO DE GRADO, CREDITOS "
                               WS-RQS-CREDITOS(WS-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           DISPLAY "REQUISITOS DE " WS-CARRERA " PLAN " WS-PLAN ": "
               WS-LISTADOS.

       0200-EXIT.
           EXIT.

       0300-AGREGAR-REQUISITO.
           IF WS-RQS-COUNT = 500
               DISPLAY "LA TABLA DE REQUISITOS ESTA LLENA (500)."
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0700-PEDIR-CARRERA.
           IF NOT CARRERA-VIGENTE
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0705-PEDIR-PROGRAMA.
           IF NOT PROGRAMA-VALIDO
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "PLAN (AAAA, 0000 = PLAN BASE): ".
           MOVE SPACES TO WS-PLAN-TEXTO.
           ACCEPT WS-PLAN-TEXTO.
           PERFORM 0710-VALIDAR-PLAN.
           IF NOT SE-ENCONTRO
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "TIPO (C=CURSO OBLIGATORIO E=CREDITOS ELECTIVOS "
               "T=TRABAJO DE GRADO): ".
           ACCEPT WS-TIPO.
           IF NOT TIPO-VALIDO
               DISPLAY "TIPO DE REQUISITO INVALIDO: " WS-TIPO
               GO TO 0300-EXIT
           END-IF.
           MOVE SPACES TO WS-CURSO.
           MOVE ZERO TO WS-CREDITOS.
           IF WS-TIPO = "C"
               DISPLAY "NUMERO DE CURSO (4 POSICIONES): "
               ACCEPT WS-CURSO
               PERFORM 0730-BUSCAR-EN-CATALOGO
               IF NOT EXISTE-EN-CATALOGO
                   DISPLAY "EL CURSO " WS-CURSO " NO ESTA EN EL "
                       "CATALOGO VIGENTE."
                   GO TO 0300-EXIT
               END-IF
           ELSE
               DISPLAY "CREDITOS (1-999): "
               ACCEPT WS-CREDITOS-TEXTO
               IF WS-CREDITOS-TEXTO = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-CREDITOS-TEXTO)
                       NOT = ZERO
                   DISPLAY "CREDITOS INVALIDOS: " WS-CREDITOS-TEXTO
                   GO TO 0300-EXIT
               END-IF
               COMPUTE WS-CREDITOS =
                   FUNCTION NUMVAL(WS-CREDITOS-TEXTO)
               IF WS-CREDITOS = ZERO
                   DISPLAY "LOS CREDITOS NO PUEDEN SER CERO."
                   GO TO 0300-EXIT
               END-IF
           END-IF.
      * Un curso no se repite en el plan; E y T van una vez por plan.
           PERFORM 0740-BUSCAR-REQUISITO.
           IF SE-ENCONTRO
               DISPLAY "EL PLAN " WS-PLAN " DE " WS-CARRERA
                   " YA TIENE ESE REQUISITO; ELIMINELO PRIMERO PARA "
                   "CAMBIARLO."
               GO TO 0300-EXIT
           END-IF.
           ADD 1 TO WS-RQS-COUNT.
           MOVE WS-RQS-COUNT TO WS-RQS-IDX.
           MOVE WS-CARRERA TO WS-RQS-CARRERA(WS-RQS-IDX).
           MOVE WS-TIPO TO WS-RQS-TIPO(WS-RQS-IDX).
           MOVE WS-CURSO TO WS-RQS-CURSO(WS-RQS-IDX).
           MOVE WS-CREDITOS TO WS-RQS-CREDITOS(WS-RQS-IDX).
           MOVE WS-PLAN TO WS-RQS-PLAN(WS-RQS-IDX).
           MOVE WS-PROGRAMA TO WS-RQS-PROGRAMA(WS-RQS-IDX).
           PERFORM 0130-GUARDAR-REQUISITOS.
           MOVE "ALTA" TO WAL-ACCION.
           MOVE WS-RQS-ENTRY(WS-RQS-IDX) TO WAL-REGISTRO.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "REQUISITO AGREGADO AL PLAN " WS-PLAN " DE "
               WS-CARRERA ".".

       0300-EXIT.
           EXIT.

       0400-ELIMINAR-REQUISITO.
           PERFORM 0700-PEDIR-CARRERA.
           IF NOT CARRERA-VIGENTE
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0705-PEDIR-PROGRAMA.
           IF NOT PROGRAMA-VALIDO
               GO TO 0400-EXIT
           END-IF.
           DISPLAY "PLAN (AAAA): ".
           MOVE SPACES TO WS-PLAN-TEXTO.
           ACCEPT WS-PLAN-TEXTO.
           PERFORM 0710-VALIDAR-PLAN.
           IF NOT SE-ENCONTRO
               GO TO 0400-EXIT
           END-IF.
           DISPLAY "TIPO (C/E/T): ".
           ACCEPT WS-TIPO.
           MOVE SPACES TO WS-CURSO.
           IF WS-TIPO = "C"
               DISPLAY "NUMERO DE CURSO: "
               ACCEPT WS-CURSO
           END-IF.
           PERFORM 0740-BUSCAR-REQUISITO.
           IF NOT SE-ENCONTRO
               DISPLAY "NO EXISTE ESE REQUISITO EN EL PLAN " WS-PLAN
                   " DE " WS-CARRERA "."
               GO TO 0400-EXIT
           END-IF.
           DISPLAY "ELIMINAR EL REQUISITO (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "ELIMINACION CANCELADA."
               GO TO 0400-EXIT
           END-IF.
           MOVE "BAJA" TO WAL-ACCION.
           MOVE WS-RQS-ENTRY(WS-RQS-IDX) TO WAL-REGISTRO.
           PERFORM VARYING WS-IDX FROM WS-RQS-IDX BY 1
                   UNTIL WS-IDX >= WS-RQS-COUNT
               MOVE WS-RQS-ENTRY(WS-IDX + 1) TO WS-RQS-ENTRY(WS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RQS-COUNT.
           PERFORM 0130-GUARDAR-REQUISITOS.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "REQUISITO ELIMINADO.".

       0400-EXIT.
           EXIT.

      * Un curriculo nuevo parte del anterior: se copian todas sus
      * filas al ano en que el nuevo entra en vigor.
       0450-COPIAR-PLAN.
           PERFORM 0700-PEDIR-CARRERA.
           IF NOT CARRERA-VIGENTE
               GO TO 0450-EXIT
           END-IF.
           DISPLAY "PLAN A COPIAR (AAAA): ".
           MOVE SPACES TO WS-PLAN-TEXTO.
           ACCEPT WS-PLAN-TEXTO.
           PERFORM 0710-VALIDAR-PLAN.
           IF NOT SE-ENCONTRO
               GO TO 0450-EXIT
           END-IF.
           PERFORM 0720-JUNTAR-PLANES.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-COUNT
               IF WS-PLA-PLAN(WS-PLA-IDX) = WS-PLAN
                   SET SE-ENCONTRO TO TRUE
                   MOVE WS-PLA-FILAS(WS-PLA-IDX) TO WS-COPIADOS
               END-IF
           END-PERFORM.
           IF NOT SE-ENCONTRO
               DISPLAY "LA CARRERA " WS-CARRERA " NO TIENE PLAN "
                   WS-PLAN "."
               GO TO 0450-EXIT
           END-IF.
           MOVE WS-PLAN TO WS-PLAN-ACTUAL.
           DISPLAY "ANO DEL PLAN NUEVO (AAAA): ".
           MOVE SPACES TO WS-PLAN-TEXTO.
           ACCEPT WS-PLAN-TEXTO.
           PERFORM 0710-VALIDAR-PLAN.
           IF NOT SE-ENCONTRO
               GO TO 0450-EXIT
           END-IF.
           IF WS-PLAN NOT > WS-PLAN-ACTUAL
               DISPLAY "EL PLAN NUEVO DEBE SER POSTERIOR AL "
                   WS-PLAN-ACTUAL "."
               GO TO 0450-EXIT
           END-IF.
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-COUNT
               IF WS-PLA-PLAN(WS-PLA-IDX) = WS-PLAN
                   MOVE "N" TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF NOT SE-ENCONTRO
               DISPLAY "EL PLAN " WS-PLAN " DE " WS-CARRERA
                   " YA EXISTE."
               GO TO 0450-EXIT
           END-IF.
           IF WS-RQS-COUNT + WS-COPIADOS > 500
               DISPLAY "NO CABEN " WS-COPIADOS " REQUISITOS MAS EN "
                   "LA TABLA (500)."
               GO TO 0450-EXIT
           END-IF.
           MOVE WS-PLAN TO WS-PLAN-NUEVO.
           MOVE ZERO TO WS-COPIADOS.
           MOVE "COPIA" TO WAL-ACCION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RQS-COUNT
               IF WS-RQS-CARRERA(WS-IDX) = WS-CARRERA
                   AND WS-RQS-PLAN(WS-IDX) = WS-PLAN-ACTUAL
                   ADD 1 TO WS-RQS-COUNT
                   MOVE WS-RQS-ENTRY(WS-IDX)
                       TO WS-RQS-ENTRY(WS-RQS-COUNT)
                   MOVE WS-PLAN-NUEVO TO WS-RQS-PLAN(WS-RQS-COUNT)
                   MOVE WS-RQS-ENTRY(WS-RQS-COUNT) TO WAL-REGISTRO
                   PERFORM 0900-ESCRIBIR-AUDITORIA
                   ADD 1 TO WS-COPIADOS
               END-IF
           END-PERFORM.
           PERFORM 0130-GUARDAR-REQUISITOS.
           DISPLAY WS-COPIADOS " REQUISITOS COPIADOS DEL PLAN "
               WS-PLAN-ACTUAL " AL PLAN " WS-PLAN-NUEVO " DE "
               WS-CARRERA ".".

       0450-EXIT.
           EXIT.

      * Revision del archivo completo: las filas capturadas a mano
      * antes de esta pantalla pueden nombrar cursos que el catalogo
      * no conoce.
       0500-VALIDAR-CATALOGO.
           IF WS-CATREF-COUNT = ZERO
               DISPLAY "SIN CATALOGO NO HAY CONTRA QUE VALIDAR."
               GO TO 0500-EXIT
           END-IF.
           MOVE ZERO TO WS-INVALIDOS.
           PERFORM VARYING WS-RQS-IDX FROM 1 BY 1
                   UNTIL WS-RQS-IDX > WS-RQS-COUNT
               EVALUATE WS-RQS-TIPO(WS-RQS-IDX)
                   WHEN "C"
                       MOVE WS-RQS-CURSO(WS-RQS-IDX) TO WS-CURSO
                       PERFORM 0730-BUSCAR-EN-CATALOGO
                       IF NOT EXISTE-EN-CATALOGO
                           ADD 1 TO WS-INVALIDOS
                           DISPLAY WS-RQS-CARRERA(WS-RQS-IDX)
                               WS-RQS-PROGRAMA(WS-RQS-IDX)
                               " PLAN " WS-RQS-PLAN(WS-RQS-IDX)
                               " | CURSO " WS-CURSO
                               " NO ESTA EN EL CATALOGO"
                       END-IF
                   WHEN "E"
                   WHEN "T"
                       IF WS-RQS-CREDITOS(WS-RQS-IDX) = ZERO
                           ADD 1 TO WS-INVALIDOS
                           DISPLAY WS-RQS-CARRERA(WS-RQS-IDX)
                               " PLAN " WS-RQS-PLAN(WS-RQS-IDX)
                               " | TIPO " WS-RQS-TIPO(WS-RQS-IDX)
                               " SIN CREDITOS"
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-INVALIDOS
                       DISPLAY WS-RQS-CARRERA(WS-RQS-IDX)
                           " PLAN " WS-RQS-PLAN(WS-RQS-IDX)
                           " | TIPO INVALIDO '"
                           WS-RQS-TIPO(WS-RQS-IDX) "'"
               END-EVALUATE
           END-PERFORM.
           DISPLAY "REQUISITOS REVISADOS: " WS-RQS-COUNT
               "  CON ERROR: " WS-INVALIDOS.

       0500-EXIT.
           EXIT.

      * Excepcion supervisada: solo hacia un plan mas nuevo que el
      * que el estudiante tiene hoy en su carrera.
       0600-ASIGNAR-PLAN.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "ASIGNAR PLAN REQUIERE NIVEL SUPERVISOR."
               GO TO 0600-EXIT
           END-IF.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
               GO TO 0600-EXIT
           END-IF.
           MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA.
           PERFORM 0800-BUSCAR-EN-MAESTRO.
           IF NOT EXISTE-EN-MAESTRO
               DISPLAY "NO EXISTE EN MAESTRO.DAT: "
                   WS-MATRICULA-BUSCADA
               GO TO 0600-EXIT
           END-IF.
           MOVE MAE-DEG TO WS-CARRERA.
           CALL "PlanVigente" USING WS-MATRICULA-BUSCADA WS-CARRERA
               WS-PLAN-ACTUAL WS-PLAN-ORIGEN.
           IF PLAN-ASIGNADO
               DISPLAY MAE-APELLIDO " " MAE-NOMBRE " | " WS-CARRERA
                   " | PLAN " WS-PLAN-ACTUAL " (ASIGNADO)"
           ELSE
               DISPLAY MAE-APELLIDO " " MAE-NOMBRE " | " WS-CARRERA
                   " | PLAN " WS-PLAN-ACTUAL " (POR INGRESO)"
           END-IF.
           PERFORM 0720-JUNTAR-PLANES.
           MOVE ZERO TO WS-LISTADOS.
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-COUNT
               IF WS-PLA-PLAN(WS-PLA-IDX) > WS-PLAN-ACTUAL
                   ADD 1 TO WS-LISTADOS
                   DISPLAY "  PLAN DISPONIBLE " WS-PLA-PLAN(WS-PLA-IDX)
               END-IF
           END-PERFORM.
           IF WS-LISTADOS = ZERO
               DISPLAY "LA CARRERA " WS-CARRERA " NO TIENE PLANES "
                   "MAS NUEVOS QUE EL " WS-PLAN-ACTUAL "."
               GO TO 0600-EXIT
           END-IF.
           DISPLAY "PLAN NUEVO (AAAA): ".
           MOVE SPACES TO WS-PLAN-TEXTO.
           ACCEPT WS-PLAN-TEXTO.
           PERFORM 0710-VALIDAR-PLAN.
           IF NOT SE-ENCONTRO
               GO TO 0600-EXIT
           END-IF.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-COUNT
               IF WS-PLA-PLAN(WS-PLA-IDX) = WS-PLAN
                   AND WS-PLAN > WS-PLAN-ACTUAL
                   SET SE-ENCONTRO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SE-ENCONTRO
               DISPLAY "EL PLAN " WS-PLAN " NO ES UNO DE LOS "
                   "DISPONIBLES."
               GO TO 0600-EXIT
           END-IF.
           DISPLAY "MOTIVO (30 POSICIONES): ".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "FALTA EL MOTIVO DE LA ASIGNACION."
               GO TO 0600-EXIT
           END-IF.
           DISPLAY "MOVER A " WS-MATRICULA-BUSCADA " DEL PLAN "
               WS-PLAN-ACTUAL " AL " WS-PLAN " (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "ASIGNACION CANCELADA."
               GO TO 0600-EXIT
           END-IF.
           INITIALIZE ASI-REC.
           MOVE WS-MATRICULA-BUSCADA TO ASI-MATRICULA.
           MOVE WS-CARRERA TO ASI-CARRERA.
           MOVE WS-PLAN TO ASI-PLAN.
           MOVE WS-PLAN-ACTUAL TO ASI-PLAN-ANTERIOR.
           MOVE WS-FECHA-HOY TO ASI-FECHA.
           MOVE WS-SES-OPERADOR TO ASI-OPERADOR.
           MOVE WS-MOTIVO TO ASI-MOTIVO.
           OPEN EXTEND ASIGNADOS-FILE.
           IF WS-ASI-STATUS NOT = "00"
               OPEN OUTPUT ASIGNADOS-FILE
           END-IF.
           WRITE ASI-REC.
           CLOSE ASIGNADOS-FILE.
           MOVE "PLAN" TO WAL-ACCION.
           MOVE ASI-REC TO WAL-REGISTRO.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "PLAN " WS-PLAN " ASIGNADO A "
               WS-MATRICULA-BUSCADA ".".

       0600-EXIT.
           EXIT.

       0700-PEDIR-CARRERA.
           DISPLAY "CARRERA (3 LETRAS): ".
           ACCEPT WS-CARRERA.
           MOVE "N" TO WS-CARRERA-VALIDA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CARREF-COUNT
               IF WS-CARREF-CODIGO(WS-IDX) = WS-CARRERA
                   SET CARRERA-VIGENTE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CARRERA-VIGENTE
               DISPLAY "CARRERA NO VIGENTE: " WS-CARRERA
           END-IF.

       0705-PEDIR-PROGRAMA.
           DISPLAY "PROGRAMA (EN BLANCO = LA CARRERA, N = SU MENOR): ".
           MOVE SPACE TO WS-PROGRAMA.
           ACCEPT WS-PROGRAMA.
           IF NOT PROGRAMA-VALIDO
               DISPLAY "PROGRAMA INVALIDO: " WS-PROGRAMA
           END-IF.

      * Deja el ano en WS-PLAN; SE-ENCONTRO indica que es valido.
       0710-VALIDAR-PLAN.
           MOVE "N" TO WS-ENCONTRADO.
           IF WS-PLAN-TEXTO IS NUMERIC
               MOVE WS-PLAN-TEXTO TO WS-PLAN
               SET SE-ENCONTRO TO TRUE
           ELSE
               DISPLAY "PLAN INVALIDO (AAAA): " WS-PLAN-TEXTO
           END-IF.

       0720-JUNTAR-PLANES.
           MOVE ZERO TO WS-PLA-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RQS-COUNT
               IF WS-RQS-CARRERA(WS-IDX) = WS-CARRERA
                   PERFORM 0725-ANOTAR-PLAN
               END-IF
           END-PERFORM.

       0725-ANOTAR-PLAN.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-COUNT OR SE-ENCONTRO
               IF WS-PLA-PLAN(WS-PLA-IDX) = WS-RQS-PLAN(WS-IDX)
                   SET SE-ENCONTRO TO TRUE
                   ADD 1 TO WS-PLA-FILAS(WS-PLA-IDX)
               END-IF
           END-PERFORM.
           IF NOT SE-ENCONTRO AND WS-PLA-COUNT < 20
               ADD 1 TO WS-PLA-COUNT
               MOVE WS-RQS-PLAN(WS-IDX) TO WS-PLA-PLAN(WS-PLA-COUNT)
               MOVE 1 TO WS-PLA-FILAS(WS-PLA-COUNT)
           END-IF.

      * Sin catalogo no se rechaza nada, como en el resto de la
      * suite.
       0730-BUSCAR-EN-CATALOGO.
           MOVE "N" TO WS-EN-CATALOGO.
           IF WS-CATREF-COUNT = ZERO
               SET EXISTE-EN-CATALOGO TO TRUE
           END-IF.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX)(4:4) = WS-CURSO
                   SET EXISTE-EN-CATALOGO TO TRUE
               END-IF
           END-PERFORM.

      * Busca WS-CARRERA, WS-PROGRAMA, WS-PLAN, WS-TIPO (y WS-CURSO
      * si es C); deja la entrada en WS-RQS-IDX.
       0740-BUSCAR-REQUISITO.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RQS-COUNT
               IF WS-RQS-CARRERA(WS-IDX) = WS-CARRERA
                   AND WS-RQS-PROGRAMA(WS-IDX) = WS-PROGRAMA
                   AND WS-RQS-PLAN(WS-IDX) = WS-PLAN
                   AND WS-RQS-TIPO(WS-IDX) = WS-TIPO
                   AND (WS-TIPO NOT = "C"
                       OR WS-RQS-CURSO(WS-IDX) = WS-CURSO)
                   SET SE-ENCONTRO TO TRUE
                   MOVE WS-IDX TO WS-RQS-IDX
               END-IF
           END-PERFORM.

       0800-BUSCAR-EN-MAESTRO.
           MOVE "N" TO WS-EN-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
           ELSE
               MOVE SPACES TO MAESTRO-REC
               PERFORM UNTIL EOF-MAESTRO OR EXISTE-EN-MAESTRO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       AND MAE-MATRICULA = WS-MATRICULA-BUSCADA
                       SET EXISTE-EN-MAESTRO TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

       0900-ESCRIBIR-AUDITORIA.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE WS-AUDIT-FECHA TO WAL-FECHA.
           MOVE WS-AUDIT-HORA TO WAL-HORA.
           MOVE WS-SES-OPERADOR TO WAL-OPERADOR.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
           CLOSE AUDIT-FILE.

       END PROGRAM MantenimientoRequisitos.
