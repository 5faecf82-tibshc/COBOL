       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoEvaluacion.
       AUTHOR.         J R.

      * Mantenimiento del plan de evaluacion por seccion,
      * PLAN_EVALUACION.DAT: una fila por componente del programa
      * del curso (codigo completo de seccion de 9, codigo del
      * componente de 4 -- P1, P2, LAB, PROY, FIN --, descripcion y
      * peso en porcentaje), en el estilo de menu de
      * MantenimientoAulas. PESOS.DAT sigue pesando tipos de examen
      * por carrera; este plan es el de cada profesor para su
      * seccion. IntakeComponentes valida contra el las notas por
      * componente y ConsolidarComponentes solo consolida una
      * seccion cuyos pesos sumen exactamente 100; la opcion 4 lista
      * las que todavia no cuadran.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "PLAN_EVALUACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-CHECK-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       01  PLE-REC.
           88  EOF-PLE             VALUE HIGH-VALUE.
           02  PLE-CODIGO          PIC X(9).
           02  PLE-COMPONENTE      PIC X(4).
           02  PLE-DESCRIPCION     PIC X(20).
           02  PLE-PESO            PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "5".
           05  WS-IDX              PIC 9(3).
           05  WS-IDX2             PIC 9(3).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-FILA             PIC 9(3).
           05  WS-SECCION          PIC X(9).
           05  WS-COMPONENTE       PIC X(4).
           05  WS-PESO             PIC 9(3).
           05  WS-SUMA-PESOS       PIC 9(4).
           05  WS-COMPONENTES      PIC 9(2).
           05  WS-DESCUADRADAS     PIC 9(3).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".

      * Plan completo en memoria; el archivo es chico y se reescribe
      * completo al guardar, como AULAS.DAT en su mantenimiento.
       01  WS-PLAN.
           05  WS-PLE-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PLE-ENTRY OCCURS 300 TIMES.
               10  WS-PLE-CODIGO   PIC X(9).
               10  WS-PLE-COMPONENTE PIC X(4).
               10  WS-PLE-DESCRIPCION PIC X(20).
               10  WS-PLE-PESO     PIC 9(3).

      * Catalogo de cursos (CargarCatalogo) para validar la seccion.
           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0120-CARGAR-PLAN.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-PLAN
                   WHEN "2"
                       PERFORM 0300-AGREGAR-COMPONENTE
                   WHEN "3"
                       PERFORM 0400-QUITAR-COMPONENTE
                   WHEN "4"
                       PERFORM 0500-LISTAR-DESCUADRADAS
                   WHEN "5"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DE "
                           "PLANES DE EVALUACION."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  PLANES DE EVALUACION POR SECCION".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR PLAN DE UNA SECCION".
           DISPLAY "2. AGREGAR/CAMBIAR COMPONENTE".
           DISPLAY "3. QUITAR COMPONENTE".
           DISPLAY "4. LISTAR SECCIONES CUYOS PESOS NO SUMAN 100".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-PLAN.
           OPEN INPUT PLAN-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "PLAN_EVALUACION.DAT NO EXISTE TODAVIA; SE "
                   "CREARA AL GUARDAR EL PRIMER COMPONENTE."
           ELSE
               PERFORM UNTIL EOF-PLE
                   READ PLAN-FILE
                       AT END SET EOF-PLE TO TRUE
                   END-READ
                   IF NOT EOF-PLE AND WS-PLE-COUNT < 300
                       ADD 1 TO WS-PLE-COUNT
                       MOVE PLE-CODIGO
                           TO WS-PLE-CODIGO(WS-PLE-COUNT)
                       MOVE PLE-COMPONENTE
                           TO WS-PLE-COMPONENTE(WS-PLE-COUNT)
                       MOVE PLE-DESCRIPCION
                           TO WS-PLE-DESCRIPCION(WS-PLE-COUNT)
                       MOVE PLE-PESO
                           TO WS-PLE-PESO(WS-PLE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       0140-GUARDAR-PLAN.
           OPEN OUTPUT PLAN-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PLE-COUNT
               MOVE WS-PLE-CODIGO(WS-IDX) TO PLE-CODIGO
               MOVE WS-PLE-COMPONENTE(WS-IDX) TO PLE-COMPONENTE
               MOVE WS-PLE-DESCRIPCION(WS-IDX) TO PLE-DESCRIPCION
               MOVE WS-PLE-PESO(WS-IDX) TO PLE-PESO
               WRITE PLE-REC
           END-PERFORM.
           CLOSE PLAN-FILE.

       0200-LISTAR-PLAN.
           DISPLAY "CODIGO DE LA SECCION (9 POSICIONES): ".
           ACCEPT WS-SECCION.
           PERFORM 0600-SUMAR-PESOS.
           IF WS-COMPONENTES = ZERO
               DISPLAY "LA SECCION " WS-SECCION
                   " NO TIENE PLAN DE EVALUACION."
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PLE-COUNT
                   IF WS-PLE-CODIGO(WS-IDX) = WS-SECCION
                       DISPLAY WS-PLE-COMPONENTE(WS-IDX) " | "
                           WS-PLE-DESCRIPCION(WS-IDX) " | PESO: "
                           WS-PLE-PESO(WS-IDX) "%"
                   END-IF
               END-PERFORM
               DISPLAY "COMPONENTES: " WS-COMPONENTES
                   " | SUMA DE PESOS: " WS-SUMA-PESOS "%"
               IF WS-SUMA-PESOS NOT = 100
                   DISPLAY "ADVERTENCIA: LOS PESOS NO SUMAN 100; "
                       "LA SECCION NO SE PUEDE CONSOLIDAR."
               END-IF
           END-IF.

      * Un componente ya existente en la seccion se cambia en su
      * misma fila; uno nuevo se agrega al final. La seccion debe
      * estar en el catalogo vigente (salvo catalogo vacio) y la
      * suma de pesos de la seccion no puede pasar de 100.
       0300-AGREGAR-COMPONENTE.
           DISPLAY "CODIGO DE LA SECCION (9 POSICIONES): ".
           ACCEPT WS-SECCION.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = WS-SECCION
                   SET SE-ENCONTRO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SE-ENCONTRO AND WS-CATREF-COUNT > ZERO
               DISPLAY "LA SECCION NO ESTA EN EL CATALOGO "
                   "VIGENTE: " WS-SECCION
           ELSE
               DISPLAY "CODIGO DEL COMPONENTE (4 POSICIONES): "
               ACCEPT WS-COMPONENTE
               DISPLAY "PESO EN PORCENTAJE (3 DIGITOS): "
               ACCEPT WS-PESO
               PERFORM 0310-UBICAR-COMPONENTE
               PERFORM 0600-SUMAR-PESOS
               IF WS-FILA > ZERO
                   SUBTRACT WS-PLE-PESO(WS-FILA) FROM WS-SUMA-PESOS
               END-IF
               IF WS-SUMA-PESOS + WS-PESO > 100
                   DISPLAY "COMPONENTE NEGADO: LA SECCION QUEDARIA "
                       "CON PESOS POR ENCIMA DE 100 ("
                       WS-SUMA-PESOS " + " WS-PESO ")."
               ELSE
                   PERFORM 0320-GRABAR-COMPONENTE
               END-IF
           END-IF.

       0310-UBICAR-COMPONENTE.
           MOVE ZERO TO WS-FILA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PLE-COUNT
               IF WS-PLE-CODIGO(WS-IDX) = WS-SECCION
                   AND WS-PLE-COMPONENTE(WS-IDX) = WS-COMPONENTE
                   MOVE WS-IDX TO WS-FILA
               END-IF
           END-PERFORM.

       0320-GRABAR-COMPONENTE.
           IF WS-FILA = ZERO
               IF WS-PLE-COUNT = 300
                   DISPLAY "LA TABLA DE COMPONENTES ESTA LLENA "
                       "(300)."
               ELSE
                   ADD 1 TO WS-PLE-COUNT
                   MOVE WS-PLE-COUNT TO WS-FILA
                   MOVE WS-SECCION TO WS-PLE-CODIGO(WS-FILA)
                   MOVE WS-COMPONENTE TO WS-PLE-COMPONENTE(WS-FILA)
               END-IF
           END-IF.
           IF WS-FILA > ZERO
               DISPLAY "DESCRIPCION: "
               ACCEPT WS-PLE-DESCRIPCION(WS-FILA)
               MOVE WS-PESO TO WS-PLE-PESO(WS-FILA)
               PERFORM 0140-GUARDAR-PLAN
               PERFORM 0600-SUMAR-PESOS
               DISPLAY "COMPONENTE GRABADO: " WS-SECCION " "
                   WS-COMPONENTE ". SUMA DE PESOS DE LA SECCION: "
                   WS-SUMA-PESOS "%"
           END-IF.

      * La fila se quita corriendo las siguientes un lugar.
       0400-QUITAR-COMPONENTE.
           DISPLAY "CODIGO DE LA SECCION (9 POSICIONES): ".
           ACCEPT WS-SECCION.
           DISPLAY "CODIGO DEL COMPONENTE A QUITAR: ".
           ACCEPT WS-COMPONENTE.
           PERFORM 0310-UBICAR-COMPONENTE.
           IF WS-FILA = ZERO
               DISPLAY "NO EXISTE EL COMPONENTE " WS-COMPONENTE
                   " EN LA SECCION " WS-SECCION
           ELSE
               PERFORM VARYING WS-IDX FROM WS-FILA BY 1
                       UNTIL WS-IDX >= WS-PLE-COUNT
                   COMPUTE WS-IDX2 = WS-IDX + 1
                   MOVE WS-PLE-ENTRY(WS-IDX2)
                       TO WS-PLE-ENTRY(WS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-PLE-COUNT
               PERFORM 0140-GUARDAR-PLAN
               DISPLAY "COMPONENTE QUITADO: " WS-SECCION " "
                   WS-COMPONENTE
           END-IF.

      * Cada seccion se evalua una sola vez, en su primera fila.
       0500-LISTAR-DESCUADRADAS.
           MOVE ZERO TO WS-DESCUADRADAS.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-PLE-COUNT
               MOVE "N" TO WS-ENCONTRADO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= WS-IDX2
                   IF WS-PLE-CODIGO(WS-IDX)
                       = WS-PLE-CODIGO(WS-IDX2)
                       SET SE-ENCONTRO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT SE-ENCONTRO
                   MOVE WS-PLE-CODIGO(WS-IDX2) TO WS-SECCION
                   PERFORM 0600-SUMAR-PESOS
                   IF WS-SUMA-PESOS NOT = 100
                       ADD 1 TO WS-DESCUADRADAS
                       DISPLAY WS-SECCION " | COMPONENTES: "
                           WS-COMPONENTES " | SUMA: "
                           WS-SUMA-PESOS "%"
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "SECCIONES CON PESOS QUE NO SUMAN 100: "
               WS-DESCUADRADAS.

       0600-SUMAR-PESOS.
           MOVE ZERO TO WS-SUMA-PESOS WS-COMPONENTES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PLE-COUNT
               IF WS-PLE-CODIGO(WS-IDX) = WS-SECCION
                   ADD WS-PLE-PESO(WS-IDX) TO WS-SUMA-PESOS
                   ADD 1 TO WS-COMPONENTES
               END-IF
           END-PERFORM.

       END PROGRAM MantenimientoEvaluacion.
