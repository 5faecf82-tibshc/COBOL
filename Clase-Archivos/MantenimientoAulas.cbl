       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoAulas.
       AUTHOR.         J R.

      * Mantenimiento del maestro de aulas AULAS.DAT (codigo de 6,
      * edificio, asientos, tipo L = laboratorio / T = teoria, marca
      * de activa) y del archivo de asignacion seccion-a-aula
      * AULAS_ASIGNACION.DAT (codigo completo de seccion de 9, codigo
      * del aula), en el estilo de menu de MantenimientoProfesores.
      * El catalogo ya dice cuando se reune cada seccion pero no
      * donde; al asignar se coteja el horario de la seccion contra
      * las demas secciones de la misma aula y el choque se niega
      * aqui, no el primer dia de clases. Una seccion con cupo mayor
      * que los asientos del aula se asigna con advertencia: la
      * corrida ChoquesAulas la vuelve a listar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AULAS-FILE ASSIGN TO "AULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-CHECK-KEY.
           SELECT ASIGNACION-FILE ASSIGN TO "AULAS_ASIGNACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AULAS-FILE.
       01  AUL-REC.
           88  EOF-AUL             VALUE HIGH-VALUE.
           02  AUL-CODIGO          PIC X(6).
           02  AUL-EDIFICIO        PIC X(20).
           02  AUL-ASIENTOS        PIC 9(3).
           02  AUL-TIPO            PIC X(1).
           02  AUL-ACTIVO          PIC X(1).

       FD  ASIGNACION-FILE.
       01  ASA-REC.
           88  EOF-ASA             VALUE HIGH-VALUE.
           02  ASA-CODIGO          PIC X(9).
           02  ASA-AULA            PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-ASA-STATUS       PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "6".
           05  WS-IDX              PIC 9(3).
           05  WS-AUL-IDX          PIC 9(3).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-DIA-IDX          PIC 9.
           05  WS-FILA-ASA         PIC 9(3).
           05  WS-AULA-BUSCADA     PIC X(6).
           05  WS-SECCION          PIC X(9).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".
           05  WS-CHOQUE-SW        PIC X.
               88  HAY-CHOQUE      VALUE "Y".
           05  WS-CHOQUE-CON       PIC X(9).
           05  WS-DIAS-1           PIC X(5).
           05  WS-DIAS-2           PIC X(5).
           05  WS-H1-INI           PIC 9(2).
           05  WS-H1-FIN           PIC 9(2).
           05  WS-H2-INI           PIC 9(2).
           05  WS-H2-FIN           PIC 9(2).
           05  WS-CUPO             PIC 9(3).
           05  WS-ASIENTOS         PIC 9(3).

      * Tablas en memoria; los archivos son chicos y se reescriben
      * completos al guardar, como CARRERAS.DAT en su mantenimiento.
       01  WS-AULAS.
           05  WS-AUL-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-AUL-ENTRY OCCURS 50 TIMES.
               10  WS-AUL-CODIGO   PIC X(6).
               10  WS-AUL-EDIFICIO PIC X(20).
               10  WS-AUL-ASIENTOS PIC 9(3).
               10  WS-AUL-TIPO     PIC X(1).
               10  WS-AUL-ACTIVO   PIC X(1).

       01  WS-ASIGNACIONES.
           05  WS-ASA-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ASA-ENTRY OCCURS 100 TIMES.
               10  WS-ASA-CODIGO   PIC X(9).
               10  WS-ASA-AULA     PIC X(6).

      * Catalogo de cursos (CargarCatalogo) para validar la seccion
      * y leer su horario y su cupo.
           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0120-CARGAR-AULAS.
           PERFORM 0130-CARGAR-ASIGNACIONES.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-AULAS
                   WHEN "2"
                       PERFORM 0300-AGREGAR-AULA
                   WHEN "3"
                       PERFORM 0400-CAMBIAR-ACTIVA
                   WHEN "4"
                       PERFORM 0500-LISTAR-ASIGNACIONES
                   WHEN "5"
                       PERFORM 0600-ASIGNAR-SECCION
                   WHEN "6"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DE "
                           "AULAS."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  MANTENIMIENTO DE AULAS".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR AULAS".
           DISPLAY "2. AGREGAR AULA".
           DISPLAY "3. ACTIVAR/DESACTIVAR AULA".
           DISPLAY "4. LISTAR ASIGNACIONES DE SECCIONES".
           DISPLAY "5. ASIGNAR SECCION A AULA".
           DISPLAY "6. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-AULAS.
           OPEN INPUT AULAS-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "AULAS.DAT NO EXISTE TODAVIA; SE CREARA "
                   "AL GUARDAR LA PRIMERA AULA."
           ELSE
               PERFORM UNTIL EOF-AUL
                   READ AULAS-FILE
                       AT END SET EOF-AUL TO TRUE
                   END-READ
                   IF NOT EOF-AUL AND WS-AUL-COUNT < 50
                       ADD 1 TO WS-AUL-COUNT
                       MOVE AUL-CODIGO
                           TO WS-AUL-CODIGO(WS-AUL-COUNT)
                       MOVE AUL-EDIFICIO
                           TO WS-AUL-EDIFICIO(WS-AUL-COUNT)
                       MOVE AUL-ASIENTOS
                           TO WS-AUL-ASIENTOS(WS-AUL-COUNT)
                       MOVE AUL-TIPO TO WS-AUL-TIPO(WS-AUL-COUNT)
                       MOVE AUL-ACTIVO
                           TO WS-AUL-ACTIVO(WS-AUL-COUNT)
                   END-IF
               END-PERFORM
               CLOSE AULAS-FILE
           END-IF.

       0130-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACION-FILE.
           IF WS-ASA-STATUS = "00"
               PERFORM UNTIL EOF-ASA
                   READ ASIGNACION-FILE
                       AT END SET EOF-ASA TO TRUE
                   END-READ
                   IF NOT EOF-ASA AND WS-ASA-COUNT < 100
                       ADD 1 TO WS-ASA-COUNT
                       MOVE ASA-CODIGO
                           TO WS-ASA-CODIGO(WS-ASA-COUNT)
                       MOVE ASA-AULA
                           TO WS-ASA-AULA(WS-ASA-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ASIGNACION-FILE
           END-IF.

       0140-GUARDAR-AULAS.
           OPEN OUTPUT AULAS-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AUL-COUNT
               MOVE WS-AUL-CODIGO(WS-IDX) TO AUL-CODIGO
               MOVE WS-AUL-EDIFICIO(WS-IDX) TO AUL-EDIFICIO
               MOVE WS-AUL-ASIENTOS(WS-IDX) TO AUL-ASIENTOS
               MOVE WS-AUL-TIPO(WS-IDX) TO AUL-TIPO
               MOVE WS-AUL-ACTIVO(WS-IDX) TO AUL-ACTIVO
               WRITE AUL-REC
           END-PERFORM.
           CLOSE AULAS-FILE.

       0150-GUARDAR-ASIGNACIONES.
           OPEN OUTPUT ASIGNACION-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASA-COUNT
               MOVE WS-ASA-CODIGO(WS-IDX) TO ASA-CODIGO
               MOVE WS-ASA-AULA(WS-IDX) TO ASA-AULA
               WRITE ASA-REC
           END-PERFORM.
           CLOSE ASIGNACION-FILE.

       0200-LISTAR-AULAS.
           IF WS-AUL-COUNT = ZERO
               DISPLAY "SIN AULAS REGISTRADAS."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AUL-COUNT
               DISPLAY WS-AUL-CODIGO(WS-IDX) " | "
                   WS-AUL-EDIFICIO(WS-IDX) " | ASIENTOS: "
                   WS-AUL-ASIENTOS(WS-IDX) " | TIPO: "
                   WS-AUL-TIPO(WS-IDX) " | ACTIVA: "
                   WS-AUL-ACTIVO(WS-IDX)
           END-PERFORM.

       0300-AGREGAR-AULA.
           IF WS-AUL-COUNT = 50
               DISPLAY "LA TABLA DE AULAS ESTA LLENA (50)."
           ELSE
               DISPLAY "CODIGO DEL AULA (6 POSICIONES): "
               ACCEPT WS-AULA-BUSCADA
               MOVE "N" TO WS-ENCONTRADO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-AUL-COUNT
                   IF WS-AUL-CODIGO(WS-IDX) = WS-AULA-BUSCADA
                       SET SE-ENCONTRO TO TRUE
                   END-IF
               END-PERFORM
               IF SE-ENCONTRO
                   DISPLAY "EL AULA YA EXISTE: " WS-AULA-BUSCADA
               ELSE
                   ADD 1 TO WS-AUL-COUNT
                   MOVE WS-AULA-BUSCADA
                       TO WS-AUL-CODIGO(WS-AUL-COUNT)
                   DISPLAY "EDIFICIO: "
                   ACCEPT WS-AUL-EDIFICIO(WS-AUL-COUNT)
                   DISPLAY "ASIENTOS (3 DIGITOS): "
                   ACCEPT WS-AUL-ASIENTOS(WS-AUL-COUNT)
                   DISPLAY "TIPO (L = LABORATORIO, T = TEORIA): "
                   ACCEPT WS-AUL-TIPO(WS-AUL-COUNT)
                   IF WS-AUL-TIPO(WS-AUL-COUNT) NOT = "L"
                       MOVE "T" TO WS-AUL-TIPO(WS-AUL-COUNT)
                   END-IF
                   MOVE "A" TO WS-AUL-ACTIVO(WS-AUL-COUNT)
                   PERFORM 0140-GUARDAR-AULAS
                   DISPLAY "AULA AGREGADA: "
                       WS-AUL-CODIGO(WS-AUL-COUNT)
               END-IF
           END-IF.

       0400-CAMBIAR-ACTIVA.
           DISPLAY "CODIGO A CAMBIAR: ".
           ACCEPT WS-AULA-BUSCADA.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AUL-COUNT
               IF WS-AUL-CODIGO(WS-IDX) = WS-AULA-BUSCADA
                   SET SE-ENCONTRO TO TRUE
                   IF WS-AUL-ACTIVO(WS-IDX) = "A"
                       MOVE "N" TO WS-AUL-ACTIVO(WS-IDX)
                   ELSE
                       MOVE "A" TO WS-AUL-ACTIVO(WS-IDX)
                   END-IF
                   DISPLAY WS-AULA-BUSCADA " AHORA ACTIVA: "
                       WS-AUL-ACTIVO(WS-IDX)
               END-IF
           END-PERFORM.
           IF SE-ENCONTRO
               PERFORM 0140-GUARDAR-AULAS
           ELSE
               DISPLAY "NO EXISTE EL AULA: " WS-AULA-BUSCADA
           END-IF.

       0500-LISTAR-ASIGNACIONES.
           IF WS-ASA-COUNT = ZERO
               DISPLAY "SIN SECCIONES ASIGNADAS A AULAS."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASA-COUNT
               DISPLAY WS-ASA-CODIGO(WS-IDX) " -> "
                   WS-ASA-AULA(WS-IDX)
           END-PERFORM.

      * Una seccion ya asignada se reasigna en su misma fila; una
      * nueva se agrega al final. El aula debe existir y estar
      * activa, la seccion debe estar en el catalogo vigente, y el
      * horario de la seccion no puede chocar con otra seccion de la
      * misma aula.
       0600-ASIGNAR-SECCION.
           DISPLAY "CODIGO DEL AULA: ".
           ACCEPT WS-AULA-BUSCADA.
           MOVE ZERO TO WS-AUL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AUL-COUNT
               IF WS-AUL-CODIGO(WS-IDX) = WS-AULA-BUSCADA
                   AND WS-AUL-ACTIVO(WS-IDX) = "A"
                   MOVE WS-IDX TO WS-AUL-IDX
               END-IF
           END-PERFORM.
           IF WS-AUL-IDX = ZERO
               DISPLAY "NO EXISTE EL AULA (O NO ESTA ACTIVA): "
                   WS-AULA-BUSCADA
           ELSE
               DISPLAY "CODIGO DE LA SECCION (9 POSICIONES): "
               ACCEPT WS-SECCION
               PERFORM 0610-LEER-HORARIO-SECCION
               IF NOT SE-ENCONTRO AND WS-CATREF-COUNT > ZERO
                   DISPLAY "LA SECCION NO ESTA EN EL CATALOGO "
                       "VIGENTE: " WS-SECCION
               ELSE
                   PERFORM 0620-VERIFICAR-CHOQUE
                   IF HAY-CHOQUE
                       DISPLAY "ASIGNACION NEGADA: " WS-SECCION
                           " CHOCA EN " WS-AULA-BUSCADA
                           " CON LA SECCION " WS-CHOQUE-CON
                   ELSE
                       PERFORM 0640-GRABAR-ASIGNACION
                   END-IF
               END-IF
           END-IF.

      * Horario y cupo de la seccion pedida en WS-DIAS-1/WS-H1-*.
       0610-LEER-HORARIO-SECCION.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE SPACES TO WS-DIAS-1.
           MOVE ZERO TO WS-H1-INI WS-H1-FIN WS-CUPO.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = WS-SECCION
                   SET SE-ENCONTRO TO TRUE
                   MOVE WS-CATREF-T-DIAS(WS-CAT-IDX) TO WS-DIAS-1
                   MOVE WS-CATREF-T-HORA-INI(WS-CAT-IDX)
                       TO WS-H1-INI
                   MOVE WS-CATREF-T-HORA-FIN(WS-CAT-IDX)
                       TO WS-H1-FIN
                   MOVE WS-CATREF-T-CUPO(WS-CAT-IDX) TO WS-CUPO
               END-IF
           END-PERFORM.

      * Cada otra seccion asignada a la misma aula se compara contra
      * la pedida; una seccion sin horario capturado no choca.
       0620-VERIFICAR-CHOQUE.
           MOVE "N" TO WS-CHOQUE-SW.
           MOVE SPACES TO WS-CHOQUE-CON.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASA-COUNT
               IF WS-ASA-AULA(WS-IDX) = WS-AULA-BUSCADA
                   AND WS-ASA-CODIGO(WS-IDX) NOT = WS-SECCION
                   PERFORM 0630-COMPARAR-HORARIOS
               END-IF
           END-PERFORM.

      * Dos secciones chocan si comparten algun dia (posicion fija
      * no-espacio en ambas) y sus rangos de hora se traslapan, la
      * misma regla del cotejo de choques de IntakeAltas.
       0630-COMPARAR-HORARIOS.
           MOVE SPACES TO WS-DIAS-2.
           MOVE ZERO TO WS-H2-INI WS-H2-FIN.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX)
                   = WS-ASA-CODIGO(WS-IDX)
                   MOVE WS-CATREF-T-DIAS(WS-CAT-IDX) TO WS-DIAS-2
                   MOVE WS-CATREF-T-HORA-INI(WS-CAT-IDX)
                       TO WS-H2-INI
                   MOVE WS-CATREF-T-HORA-FIN(WS-CAT-IDX)
                       TO WS-H2-FIN
               END-IF
           END-PERFORM.
           IF WS-H1-FIN = ZERO OR WS-H2-FIN = ZERO
               CONTINUE
           ELSE
               IF WS-H1-INI < WS-H2-FIN AND WS-H2-INI < WS-H1-FIN
                   PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                           UNTIL WS-DIA-IDX > 5
                       IF WS-DIAS-1(WS-DIA-IDX:1) NOT = SPACE
                           AND WS-DIAS-2(WS-DIA-IDX:1) NOT = SPACE
                           SET HAY-CHOQUE TO TRUE
                           MOVE WS-ASA-CODIGO(WS-IDX)
                               TO WS-CHOQUE-CON
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       0640-GRABAR-ASIGNACION.
           MOVE WS-AUL-ASIENTOS(WS-AUL-IDX) TO WS-ASIENTOS.
           IF WS-CUPO > WS-ASIENTOS
               DISPLAY "ADVERTENCIA: CUPO DE " WS-SECCION " ("
                   WS-CUPO ") MAYOR QUE LOS ASIENTOS DEL AULA ("
                   WS-ASIENTOS ")."
           END-IF.
           MOVE ZERO TO WS-FILA-ASA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASA-COUNT
               IF WS-ASA-CODIGO(WS-IDX) = WS-SECCION
                   MOVE WS-IDX TO WS-FILA-ASA
               END-IF
           END-PERFORM.
           IF WS-FILA-ASA = ZERO
               IF WS-ASA-COUNT = 100
                   DISPLAY "LA TABLA DE ASIGNACIONES ESTA "
                       "LLENA (100)."
               ELSE
                   ADD 1 TO WS-ASA-COUNT
                   MOVE WS-ASA-COUNT TO WS-FILA-ASA
                   MOVE WS-SECCION TO WS-ASA-CODIGO(WS-FILA-ASA)
               END-IF
           END-IF.
           IF WS-FILA-ASA > ZERO
               MOVE WS-AULA-BUSCADA TO WS-ASA-AULA(WS-FILA-ASA)
               PERFORM 0150-GUARDAR-ASIGNACIONES
               DISPLAY "SECCION " WS-SECCION " ASIGNADA AL AULA "
                   WS-AULA-BUSCADA "."
           END-IF.

       END PROGRAM MantenimientoAulas.
