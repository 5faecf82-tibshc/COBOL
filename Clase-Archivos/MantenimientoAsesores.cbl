       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoAsesores.
       AUTHOR.         J R.

      * Mantenimiento del maestro de asesores academicos ASESORES.DAT
      * (clave de 6, nombre, carrera que atiende, marca de activo) y
      * de la asignacion estudiante-a-asesor ASESORIA.DAT (matricula,
      * clave del asesor), en el estilo de menu de
      * MantenimientoProfesores. PaquetesAsesoria usa las dos para
      * repartir las cartas de riesgo, las marcas de trayectoria, los
      * repetidores cronicos y las propuestas de baja en un paquete
      * por asesor; el estudiante sin asesor activo cae en la lista
      * de sin asignar de su carrera.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASESORES-FILE ASSIGN TO "ASESORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-CHECK-KEY.
           SELECT ASESORIA-FILE ASSIGN TO "ASESORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAS-STATUS.

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

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-AAS-STATUS       PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "7".
           05  WS-IDX              PIC 9(3).
           05  WS-CAR-IDX          PIC 99.
           05  WS-ID-BUSCADO       PIC X(6).
           05  WS-CARRERA-BUSCADA  PIC X(3).
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-CUENTA           PIC 9(3).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".

      * Carreras vigentes (CargarCarreras) para validar la carrera
      * que atiende cada asesor.
       01  WS-CARRERAS-REF.
           05  WS-CARREF-COUNT     PIC 99.
           05  WS-CARREF-ENTRY OCCURS 8 TIMES.
               10  WS-CARREF-CODIGO PIC X(3).
               10  WS-CARREF-DESC  PIC X(30).

      * Tablas en memoria; los archivos son chicos y se reescriben
      * completos al guardar, como PROFESORES.DAT en su mantenimiento.
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

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "CargarCarreras" USING WS-CARRERAS-REF.
           PERFORM 0120-CARGAR-ASESORES.
           PERFORM 0130-CARGAR-ASIGNACIONES.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-ASESORES
                   WHEN "2"
                       PERFORM 0300-AGREGAR-ASESOR
                   WHEN "3"
                       PERFORM 0400-CAMBIAR-ACTIVO
                   WHEN "4"
                       PERFORM 0500-LISTAR-ASIGNACIONES
                   WHEN "5"
                       PERFORM 0600-ASIGNAR-ESTUDIANTE
                   WHEN "6"
                       PERFORM 0700-QUITAR-ASIGNACION
                   WHEN "7"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DE "
                           "ASESORES."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  MANTENIMIENTO DE ASESORES".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR ASESORES".
           DISPLAY "2. AGREGAR ASESOR".
           DISPLAY "3. ACTIVAR/DESACTIVAR ASESOR".
           DISPLAY "4. LISTAR ESTUDIANTES DE UN ASESOR".
           DISPLAY "5. ASIGNAR ESTUDIANTE A ASESOR".
           DISPLAY "6. QUITAR ASIGNACION DE ESTUDIANTE".
           DISPLAY "7. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-ASESORES.
           OPEN INPUT ASESORES-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ASESORES.DAT NO EXISTE TODAVIA; SE CREARA "
                   "AL GUARDAR EL PRIMER ASESOR."
           ELSE
               PERFORM UNTIL EOF-ASE
                   READ ASESORES-FILE
                       AT END SET EOF-ASE TO TRUE
                   END-READ
                   IF NOT EOF-ASE AND WS-ASE-COUNT < 50
                       ADD 1 TO WS-ASE-COUNT
                       MOVE ASE-ID TO WS-ASE-ID(WS-ASE-COUNT)
                       MOVE ASE-NOMBRE
                           TO WS-ASE-NOMBRE(WS-ASE-COUNT)
                       MOVE ASE-CARRERA
                           TO WS-ASE-CARRERA(WS-ASE-COUNT)
                       MOVE ASE-ACTIVO
                           TO WS-ASE-ACTIVO(WS-ASE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ASESORES-FILE
           END-IF.

       0130-CARGAR-ASIGNACIONES.
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
                       MOVE AAS-ASESOR
                           TO WS-AAS-ASESOR(WS-AAS-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ASESORIA-FILE
           END-IF.

       0140-GUARDAR-ASESORES.
           OPEN OUTPUT ASESORES-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASE-COUNT
               MOVE WS-ASE-ID(WS-IDX) TO ASE-ID
               MOVE WS-ASE-NOMBRE(WS-IDX) TO ASE-NOMBRE
               MOVE WS-ASE-CARRERA(WS-IDX) TO ASE-CARRERA
               MOVE WS-ASE-ACTIVO(WS-IDX) TO ASE-ACTIVO
               WRITE ASE-REC
           END-PERFORM.
           CLOSE ASESORES-FILE.

       0150-GUARDAR-ASIGNACIONES.
           OPEN OUTPUT ASESORIA-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AAS-COUNT
               MOVE WS-AAS-MATRICULA(WS-IDX) TO AAS-MATRICULA
               MOVE WS-AAS-ASESOR(WS-IDX) TO AAS-ASESOR
               WRITE AAS-REC
           END-PERFORM.
           CLOSE ASESORIA-FILE.

       0200-LISTAR-ASESORES.
           IF WS-ASE-COUNT = ZERO
               DISPLAY "SIN ASESORES REGISTRADOS."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASE-COUNT
               DISPLAY WS-ASE-ID(WS-IDX) " | "
                   WS-ASE-NOMBRE(WS-IDX) " | "
                   WS-ASE-CARRERA(WS-IDX) " | ACTIVO: "
                   WS-ASE-ACTIVO(WS-IDX)
           END-PERFORM.

       0300-AGREGAR-ASESOR.
           IF WS-ASE-COUNT = 50
               DISPLAY "LA TABLA DE ASESORES ESTA LLENA (50)."
           ELSE
               DISPLAY "CLAVE (6 POSICIONES): "
               ACCEPT WS-ID-BUSCADO
               MOVE "N" TO WS-ENCONTRADO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ASE-COUNT
                   IF WS-ASE-ID(WS-IDX) = WS-ID-BUSCADO
                       SET SE-ENCONTRO TO TRUE
                   END-IF
               END-PERFORM
               IF SE-ENCONTRO OR WS-ID-BUSCADO = SPACES
                   DISPLAY "CLAVE VACIA O YA REGISTRADA: "
                       WS-ID-BUSCADO
               ELSE
                   DISPLAY "CARRERA QUE ATIENDE (3 POSICIONES): "
                   ACCEPT WS-CARRERA-BUSCADA
                   MOVE "N" TO WS-ENCONTRADO
                   PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                           UNTIL WS-CAR-IDX > WS-CARREF-COUNT
                       IF WS-CARREF-CODIGO(WS-CAR-IDX)
                           = WS-CARRERA-BUSCADA
                           SET SE-ENCONTRO TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT SE-ENCONTRO
                       DISPLAY "CARRERA NO VIGENTE: "
                           WS-CARRERA-BUSCADA
                   ELSE
                       ADD 1 TO WS-ASE-COUNT
                       MOVE WS-ID-BUSCADO TO WS-ASE-ID(WS-ASE-COUNT)
                       DISPLAY "NOMBRE: "
                       ACCEPT WS-ASE-NOMBRE(WS-ASE-COUNT)
                       MOVE WS-CARRERA-BUSCADA
                           TO WS-ASE-CARRERA(WS-ASE-COUNT)
                       MOVE "A" TO WS-ASE-ACTIVO(WS-ASE-COUNT)
                       PERFORM 0140-GUARDAR-ASESORES
                       DISPLAY "ASESOR AGREGADO: "
                           WS-ASE-ID(WS-ASE-COUNT)
                   END-IF
               END-IF
           END-IF.

      * Un asesor inactivo conserva sus asignaciones; mientras siga
      * inactivo, sus estudiantes salen en la lista de sin asignar.
       0400-CAMBIAR-ACTIVO.
           DISPLAY "CLAVE A CAMBIAR: ".
           ACCEPT WS-ID-BUSCADO.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASE-COUNT
               IF WS-ASE-ID(WS-IDX) = WS-ID-BUSCADO
                   SET SE-ENCONTRO TO TRUE
                   IF WS-ASE-ACTIVO(WS-IDX) = "A"
                       MOVE "N" TO WS-ASE-ACTIVO(WS-IDX)
                   ELSE
                       MOVE "A" TO WS-ASE-ACTIVO(WS-IDX)
                   END-IF
                   DISPLAY WS-ID-BUSCADO " AHORA ACTIVO: "
                       WS-ASE-ACTIVO(WS-IDX)
               END-IF
           END-PERFORM.
           IF SE-ENCONTRO
               PERFORM 0140-GUARDAR-ASESORES
           ELSE
               DISPLAY "NO EXISTE EL ASESOR: " WS-ID-BUSCADO
           END-IF.

       0500-LISTAR-ASIGNACIONES.
           DISPLAY "CLAVE DEL ASESOR: ".
           ACCEPT WS-ID-BUSCADO.
           MOVE ZERO TO WS-CUENTA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AAS-COUNT
               IF WS-AAS-ASESOR(WS-IDX) = WS-ID-BUSCADO
                   ADD 1 TO WS-CUENTA
                   DISPLAY WS-AAS-MATRICULA(WS-IDX) " -> "
                       WS-AAS-ASESOR(WS-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "ESTUDIANTES ASIGNADOS: " WS-CUENTA.

      * Un estudiante ya asignado se reasigna en su misma fila; uno
      * nuevo se agrega al final. La clave debe existir y estar
      * activa en el maestro de asesores.
       0600-ASIGNAR-ESTUDIANTE.
           DISPLAY "CLAVE DEL ASESOR: ".
           ACCEPT WS-ID-BUSCADO.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASE-COUNT
               IF WS-ASE-ID(WS-IDX) = WS-ID-BUSCADO
                   AND WS-ASE-ACTIVO(WS-IDX) = "A"
                   SET SE-ENCONTRO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SE-ENCONTRO
               DISPLAY "NO EXISTE O ESTA INACTIVO EL ASESOR: "
                   WS-ID-BUSCADO
           ELSE
               DISPLAY "MATRICULA DEL ESTUDIANTE: "
               ACCEPT WS-MATRICULA-TEXTO
               IF WS-MATRICULA-TEXTO IS NOT NUMERIC
                   DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
               ELSE
                   MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA
                   MOVE "N" TO WS-ENCONTRADO
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-AAS-COUNT
                       IF WS-AAS-MATRICULA(WS-IDX)
                           = WS-MATRICULA-BUSCADA
                           SET SE-ENCONTRO TO TRUE
                           MOVE WS-ID-BUSCADO
                               TO WS-AAS-ASESOR(WS-IDX)
                       END-IF
                   END-PERFORM
                   IF NOT SE-ENCONTRO
                       IF WS-AAS-COUNT = 500
                           DISPLAY "LA TABLA DE ASIGNACIONES ESTA "
                               "LLENA (500)."
                       ELSE
                           ADD 1 TO WS-AAS-COUNT
                           MOVE WS-MATRICULA-BUSCADA
                               TO WS-AAS-MATRICULA(WS-AAS-COUNT)
                           MOVE WS-ID-BUSCADO
                               TO WS-AAS-ASESOR(WS-AAS-COUNT)
                       END-IF
                   END-IF
                   PERFORM 0150-GUARDAR-ASIGNACIONES
                   DISPLAY "ESTUDIANTE ASIGNADO."
               END-IF
           END-IF.

       0700-QUITAR-ASIGNACION.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
           ELSE
               MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA
               MOVE "N" TO WS-ENCONTRADO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-AAS-COUNT
                   IF WS-AAS-MATRICULA(WS-IDX) = WS-MATRICULA-BUSCADA
                       SET SE-ENCONTRO TO TRUE
                       MOVE WS-AAS-ENTRY(WS-AAS-COUNT)
                           TO WS-AAS-ENTRY(WS-IDX)
                       SUBTRACT 1 FROM WS-AAS-COUNT
                   END-IF
               END-PERFORM
               IF SE-ENCONTRO
                   PERFORM 0150-GUARDAR-ASIGNACIONES
                   DISPLAY "ASIGNACION QUITADA."
               ELSE
                   DISPLAY "LA MATRICULA NO TIENE ASESOR: "
                       WS-MATRICULA-BUSCADA
               END-IF
           END-IF.

       END PROGRAM MantenimientoAsesores.
