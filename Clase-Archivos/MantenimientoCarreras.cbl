      * ahora la cargan de aqui via CargarCarreras, asi que dar de
      * alta la carrera nueva del proximo anio es capturarla en este
      * menu, no recompilar la suite.
      * La duracion nominal de la carrera (en terminos, tres por
      * anio) va al final del registro; la usa ProyeccionGrado para
      * senalar a quien terminaria mas de un anio tarde. Las filas
      * capturadas antes de que existiera el campo se leen en cero
      * (sin duracion capturada).
      * Despues va el codigo de programa con que el ministerio de
      * educacion conoce la carrera; lo usa TituladosMinisterio en el
      * retorno anual de titulados. En blanco = sin codigo capturado,
      * y los titulados de esa carrera se rechazan del retorno.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  CARRERAS-FILE.
       01  CAR-REC.
           88  EOF-CAR             VALUE HIGH-VALUE.
           COPY "CARRERA-RECORD.CBL".

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "6".
           05  WS-IDX              PIC 99.
           05  WS-CODIGO-BUSCADO   PIC X(3).
           05  WS-DURACION-TEXTO   PIC X(2).
           05  WS-DURACION         PIC 9(2).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".

               10  WS-CAR-CODIGO   PIC X(3).
               10  WS-CAR-DESC     PIC X(30).
               10  WS-CAR-ACTIVO   PIC X(1).
               10  WS-CAR-DURACION PIC 9(2).
               10  WS-CAR-PROGRAMA-MIN PIC X(8).

       PROCEDURE DIVISION.
       0100-INICIO.
                   WHEN "3"
                       PERFORM 0400-CAMBIAR-ACTIVA
                   WHEN "4"
                       PERFORM 0500-CAMBIAR-DURACION
                   WHEN "5"
                       PERFORM 0600-CAMBIAR-PROGRAMA-MIN
                   WHEN "6"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DE "
                           "CARRERAS."
                   WHEN OTHER
           DISPLAY "1. LISTAR CARRERAS".
           DISPLAY "2. AGREGAR CARRERA".
           DISPLAY "3. ACTIVAR/DESACTIVAR CARRERA".
           DISPLAY "4. CAMBIAR DURACION NOMINAL".
           DISPLAY "5. CAMBIAR CODIGO DE PROGRAMA DEL MINISTERIO".
           DISPLAY "6. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-ARCHIVO.
                       MOVE CAR-DESC TO WS-CAR-DESC(WS-CAR-COUNT)
                       MOVE CAR-ACTIVO
                           TO WS-CAR-ACTIVO(WS-CAR-COUNT)
                       IF CAR-DURACION IS NUMERIC
                           MOVE CAR-DURACION
                               TO WS-CAR-DURACION(WS-CAR-COUNT)
                       ELSE
                           MOVE ZERO TO WS-CAR-DURACION(WS-CAR-COUNT)
                       END-IF
                       MOVE CAR-PROGRAMA-MIN
                           TO WS-CAR-PROGRAMA-MIN(WS-CAR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CARRERAS-FILE
               MOVE WS-CAR-CODIGO(WS-IDX) TO CAR-CODIGO
               MOVE WS-CAR-DESC(WS-IDX) TO CAR-DESC
               MOVE WS-CAR-ACTIVO(WS-IDX) TO CAR-ACTIVO
               MOVE WS-CAR-DURACION(WS-IDX) TO CAR-DURACION
               MOVE WS-CAR-PROGRAMA-MIN(WS-IDX) TO CAR-PROGRAMA-MIN
               WRITE CAR-REC
           END-PERFORM.
           CLOSE CARRERAS-FILE.
                   UNTIL WS-IDX > WS-CAR-COUNT
               DISPLAY WS-CAR-CODIGO(WS-IDX) " | "
                   WS-CAR-DESC(WS-IDX) " | ACTIVA: "
                   WS-CAR-ACTIVO(WS-IDX) " | DURACION: "
                   WS-CAR-DURACION(WS-IDX) " TERMINOS | MINISTERIO: "
                   WS-CAR-PROGRAMA-MIN(WS-IDX)
           END-PERFORM.

       0300-AGREGAR-CARRERA.
               DISPLAY "DESCRIPCION: "
               ACCEPT WS-CAR-DESC(WS-CAR-COUNT)
               MOVE "A" TO WS-CAR-ACTIVO(WS-CAR-COUNT)
               PERFORM 0510-PEDIR-DURACION
               MOVE WS-DURACION TO WS-CAR-DURACION(WS-CAR-COUNT)
               DISPLAY "CODIGO DE PROGRAMA DEL MINISTERIO: "
               ACCEPT WS-CAR-PROGRAMA-MIN(WS-CAR-COUNT)
               PERFORM 0130-GUARDAR-ARCHIVO
               DISPLAY "CARRERA AGREGADA: "
                   WS-CAR-CODIGO(WS-CAR-COUNT)
               DISPLAY "NO EXISTE LA CARRERA: " WS-CODIGO-BUSCADO
           END-IF.

       0500-CAMBIAR-DURACION.
           DISPLAY "CODIGO A CAMBIAR: ".
           ACCEPT WS-CODIGO-BUSCADO.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAR-COUNT
               IF WS-CAR-CODIGO(WS-IDX) = WS-CODIGO-BUSCADO
                   SET SE-ENCONTRO TO TRUE
                   PERFORM 0510-PEDIR-DURACION
                   MOVE WS-DURACION TO WS-CAR-DURACION(WS-IDX)
                   DISPLAY WS-CODIGO-BUSCADO " AHORA DURA: "
                       WS-CAR-DURACION(WS-IDX) " TERMINOS"
               END-IF
           END-PERFORM.
           IF SE-ENCONTRO
               PERFORM 0130-GUARDAR-ARCHIVO
           ELSE
               DISPLAY "NO EXISTE LA CARRERA: " WS-CODIGO-BUSCADO
           END-IF.

      * Duracion nominal en terminos (1-30); un dato invalido queda
      * en cero, que significa "sin duracion capturada".
       0510-PEDIR-DURACION.
           DISPLAY "DURACION NOMINAL EN TERMINOS (3 POR ANIO): ".
           MOVE SPACES TO WS-DURACION-TEXTO.
           ACCEPT WS-DURACION-TEXTO.
           MOVE ZERO TO WS-DURACION.
           IF WS-DURACION-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DURACION-TEXTO) = ZERO
               COMPUTE WS-DURACION =
                   FUNCTION NUMVAL(WS-DURACION-TEXTO)
           END-IF.
           IF WS-DURACION < 1 OR WS-DURACION > 30
               DISPLAY "DURACION INVALIDA, QUEDA SIN CAPTURAR: "
                   WS-DURACION-TEXTO
               MOVE ZERO TO WS-DURACION
           END-IF.

       0600-CAMBIAR-PROGRAMA-MIN.
           DISPLAY "CODIGO A CAMBIAR: ".
           ACCEPT WS-CODIGO-BUSCADO.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAR-COUNT
               IF WS-CAR-CODIGO(WS-IDX) = WS-CODIGO-BUSCADO
                   SET SE-ENCONTRO TO TRUE
                   DISPLAY "CODIGO DE PROGRAMA DEL MINISTERIO: "
                   ACCEPT WS-CAR-PROGRAMA-MIN(WS-IDX)
                   DISPLAY WS-CODIGO-BUSCADO " AHORA ES EL PROGRAMA "
                       WS-CAR-PROGRAMA-MIN(WS-IDX) " DEL MINISTERIO"
               END-IF
           END-PERFORM.
           IF SE-ENCONTRO
               PERFORM 0130-GUARDAR-ARCHIVO
           ELSE
               DISPLAY "NO EXISTE LA CARRERA: " WS-CODIGO-BUSCADO
           END-IF.

       END PROGRAM MantenimientoCarreras.
