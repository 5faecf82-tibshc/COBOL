       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoSedes.
       AUTHOR.         J R.

      * Mantenimiento del archivo de referencia de sedes SEDES.DAT
      * (codigo de 3 letras, nombre, marca de activa, marca de sede
      * principal), en el estilo de menu de MantenimientoCarreras.
      * La sede va en el maestro (MR-SEDE) y en cada seccion del
      * catalogo; en blanco vale por la sede principal, asi que
      * cambiar la principal aqui cambia a donde caen los registros
      * capturados sin sede. Solo puede haber una principal: marcar
      * otra le quita la marca a la anterior.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEDES-FILE ASSIGN TO "SEDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-CHECK-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  SEDES-FILE.
       01  SED-REC.
           88  EOF-SED             VALUE HIGH-VALUE.
           02  SED-CODIGO          PIC X(3).
           02  SED-NOMBRE          PIC X(30).
           02  SED-ACTIVO          PIC X(1).
           02  SED-ES-PRINCIPAL    PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "5".
           05  WS-IDX              PIC 99.
           05  WS-CODIGO-BUSCADO   PIC X(3).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".

      * Tabla en memoria: el archivo es chico y se reescribe completo
      * al guardar, como CARRERAS.DAT.
       01  WS-SEDES.
           05  WS-SED-COUNT        PIC 99 VALUE ZERO.
           05  WS-SED-ENTRY OCCURS 10 TIMES.
               10  WS-SED-CODIGO   PIC X(3).
               10  WS-SED-NOMBRE   PIC X(30).
               10  WS-SED-ACTIVO   PIC X(1).
               10  WS-SED-PRINCIPAL PIC X(1).

       PROCEDURE DIVISION.
       0100-INICIO.
           PERFORM 0120-CARGAR-ARCHIVO.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-SEDES
                   WHEN "2"
                       PERFORM 0300-AGREGAR-SEDE
                   WHEN "3"
                       PERFORM 0400-CAMBIAR-ACTIVA
                   WHEN "4"
                       PERFORM 0500-MARCAR-PRINCIPAL
                   WHEN "5"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DE "
                           "SEDES."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  MANTENIMIENTO DE SEDES (SEDES.DAT)".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR SEDES".
           DISPLAY "2. AGREGAR SEDE".
           DISPLAY "3. ACTIVAR/DESACTIVAR SEDE".
           DISPLAY "4. MARCAR SEDE PRINCIPAL".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-ARCHIVO.
           OPEN INPUT SEDES-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "SEDES.DAT NO EXISTE TODAVIA; SE CREARA "
                   "AL GUARDAR LA PRIMERA SEDE."
           ELSE
               PERFORM UNTIL EOF-SED
                   READ SEDES-FILE
                       AT END SET EOF-SED TO TRUE
                   END-READ
                   IF NOT EOF-SED AND WS-SED-COUNT < 10
                       ADD 1 TO WS-SED-COUNT
                       MOVE SED-CODIGO
                           TO WS-SED-CODIGO(WS-SED-COUNT)
                       MOVE SED-NOMBRE TO WS-SED-NOMBRE(WS-SED-COUNT)
                       MOVE SED-ACTIVO
                           TO WS-SED-ACTIVO(WS-SED-COUNT)
                       MOVE SED-ES-PRINCIPAL
                           TO WS-SED-PRINCIPAL(WS-SED-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SEDES-FILE
           END-IF.

       0130-GUARDAR-ARCHIVO.
           OPEN OUTPUT SEDES-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SED-COUNT
               MOVE WS-SED-CODIGO(WS-IDX) TO SED-CODIGO
               MOVE WS-SED-NOMBRE(WS-IDX) TO SED-NOMBRE
               MOVE WS-SED-ACTIVO(WS-IDX) TO SED-ACTIVO
               MOVE WS-SED-PRINCIPAL(WS-IDX) TO SED-ES-PRINCIPAL
               WRITE SED-REC
           END-PERFORM.
           CLOSE SEDES-FILE.

       0200-LISTAR-SEDES.
           IF WS-SED-COUNT = ZERO
               DISPLAY "SIN SEDES REGISTRADAS (SE USA CEN, SEDE "
                   "CENTRAL)."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SED-COUNT
               DISPLAY WS-SED-CODIGO(WS-IDX) " | "
                   WS-SED-NOMBRE(WS-IDX) " | ACTIVA: "
                   WS-SED-ACTIVO(WS-IDX) " | PRINCIPAL: "
                   WS-SED-PRINCIPAL(WS-IDX)
           END-PERFORM.

       0300-AGREGAR-SEDE.
           IF WS-SED-COUNT = 10
               DISPLAY "LA TABLA DE SEDES ESTA LLENA (10)."
           ELSE
               DISPLAY "CODIGO (3 LETRAS): "
               MOVE SPACES TO WS-CODIGO-BUSCADO
               ACCEPT WS-CODIGO-BUSCADO
               PERFORM 0600-BUSCAR-SEDE
               IF WS-CODIGO-BUSCADO = SPACES
                   DISPLAY "EL CODIGO DE SEDE NO PUEDE IR EN BLANCO."
               ELSE
                   IF SE-ENCONTRO
                       DISPLAY "LA SEDE YA EXISTE: "
                           WS-CODIGO-BUSCADO
                   ELSE
                       ADD 1 TO WS-SED-COUNT
                       MOVE WS-CODIGO-BUSCADO
                           TO WS-SED-CODIGO(WS-SED-COUNT)
                       DISPLAY "NOMBRE: "
                       ACCEPT WS-SED-NOMBRE(WS-SED-COUNT)
                       MOVE "A" TO WS-SED-ACTIVO(WS-SED-COUNT)
      * La primera sede capturada queda como principal.
                       IF WS-SED-COUNT = 1
                           MOVE "S" TO WS-SED-PRINCIPAL(1)
                       ELSE
                           MOVE "N"
                               TO WS-SED-PRINCIPAL(WS-SED-COUNT)
                       END-IF
                       PERFORM 0130-GUARDAR-ARCHIVO
                       DISPLAY "SEDE AGREGADA: "
                           WS-SED-CODIGO(WS-SED-COUNT)
                   END-IF
               END-IF
           END-IF.

       0400-CAMBIAR-ACTIVA.
           DISPLAY "CODIGO A CAMBIAR: ".
           ACCEPT WS-CODIGO-BUSCADO.
           PERFORM 0600-BUSCAR-SEDE.
           IF NOT SE-ENCONTRO
               DISPLAY "NO EXISTE LA SEDE: " WS-CODIGO-BUSCADO
           ELSE
               IF WS-SED-PRINCIPAL(WS-IDX) = "S"
                   DISPLAY "NO SE DESACTIVA LA SEDE PRINCIPAL; "
                       "MARQUE OTRA PRIMERO."
               ELSE
                   IF WS-SED-ACTIVO(WS-IDX) = "A"
                       MOVE "N" TO WS-SED-ACTIVO(WS-IDX)
                   ELSE
                       MOVE "A" TO WS-SED-ACTIVO(WS-IDX)
                   END-IF
                   DISPLAY WS-CODIGO-BUSCADO " AHORA ACTIVA: "
                       WS-SED-ACTIVO(WS-IDX)
                   PERFORM 0130-GUARDAR-ARCHIVO
               END-IF
           END-IF.

       0500-MARCAR-PRINCIPAL.
           DISPLAY "CODIGO DE LA NUEVA SEDE PRINCIPAL: ".
           ACCEPT WS-CODIGO-BUSCADO.
           PERFORM 0600-BUSCAR-SEDE.
           IF NOT SE-ENCONTRO
               DISPLAY "NO EXISTE LA SEDE: " WS-CODIGO-BUSCADO
           ELSE
               IF WS-SED-ACTIVO(WS-IDX) NOT = "A"
                   DISPLAY "LA SEDE NO ESTA ACTIVA: "
                       WS-CODIGO-BUSCADO
               ELSE
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-SED-COUNT
                       IF WS-SED-CODIGO(WS-IDX) = WS-CODIGO-BUSCADO
                           MOVE "S" TO WS-SED-PRINCIPAL(WS-IDX)
                       ELSE
                           MOVE "N" TO WS-SED-PRINCIPAL(WS-IDX)
                       END-IF
                   END-PERFORM
                   PERFORM 0130-GUARDAR-ARCHIVO
                   DISPLAY WS-CODIGO-BUSCADO
                       " ES AHORA LA SEDE PRINCIPAL."
               END-IF
           END-IF.

      * Deja WS-IDX en la fila del codigo buscado.
       0600-BUSCAR-SEDE.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SED-COUNT OR SE-ENCONTRO
               IF WS-SED-CODIGO(WS-IDX) = WS-CODIGO-BUSCADO
                   SET SE-ENCONTRO TO TRUE
               END-IF
           END-PERFORM.
           IF SE-ENCONTRO
               SUBTRACT 1 FROM WS-IDX
           END-IF.

       END PROGRAM MantenimientoSedes.
