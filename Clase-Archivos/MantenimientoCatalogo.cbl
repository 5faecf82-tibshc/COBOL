      * miraban el prefijo de carrera y un ENG9999 tecleado de mas
      * entraba derecho al roster. Los programas que validan codigos
      * cargan el catalogo via CargarCatalogo.
      * Cada seccion lleva la sede donde se imparte (codigo de
      * SEDES.DAT, en blanco = sede principal) y una marca inter-sede:
      * con "S" los puntos de intake inscriben en ella a estudiantes
      * de cualquier sede; sin la marca solo a los de su sede.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  CAT-HORA-INI        PIC 9(2).
           02  CAT-HORA-FIN        PIC 9(2).
           02  CAT-ACTIVO          PIC X(1).
           02  CAT-SEDE            PIC X(3).
           02  CAT-INTERSEDE       PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "5".
           05  WS-IDX              PIC 9(3).
           05  WS-CODIGO-BUSCADO   PIC X(9).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".
           05  WS-SEDE-CAP         PIC X(3).
           05  WS-INTERSEDE-CAP    PIC X(1).
           05  WS-SED-IDX          PIC 99.
           05  WS-SEDE-OK          PIC X.
               88  SEDE-VALIDA     VALUE "Y".

           COPY "SEDES-TABLA.CBL"
               REPLACING LEADING ==SED== BY ==WS-SED==.

      * Tabla en memoria: el archivo es chico y se reescribe completo
      * al guardar, como CARRERAS.DAT en su mantenimiento.
               10  WS-CAT-HORA-INI PIC 9(2).
               10  WS-CAT-HORA-FIN PIC 9(2).
               10  WS-CAT-ACTIVO   PIC X(1).
               10  WS-CAT-SEDE     PIC X(3).
               10  WS-CAT-INTERSEDE PIC X(1).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "CargarSedes" USING WS-SED-TABLA.
           PERFORM 0120-CARGAR-ARCHIVO.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
                   WHEN "3"
                       PERFORM 0400-CAMBIAR-ACTIVO
                   WHEN "4"
                       PERFORM 0500-CAMBIAR-SEDE
                   WHEN "5"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DEL "
                           "CATALOGO."
                   WHEN OTHER
           DISPLAY "1. LISTAR CURSOS".
           DISPLAY "2. AGREGAR CURSO".
           DISPLAY "3. ACTIVAR/DESACTIVAR CURSO".
           DISPLAY "4. CAMBIAR SEDE / INTER-SEDE DE SECCION".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-ARCHIVO.
                           TO WS-CAT-HORA-FIN(WS-CAT-COUNT)
                       MOVE CAT-ACTIVO
                           TO WS-CAT-ACTIVO(WS-CAT-COUNT)
                       MOVE CAT-SEDE
                           TO WS-CAT-SEDE(WS-CAT-COUNT)
                       MOVE CAT-INTERSEDE
                           TO WS-CAT-INTERSEDE(WS-CAT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CATALOGO-FILE
               MOVE WS-CAT-HORA-INI(WS-IDX) TO CAT-HORA-INI
               MOVE WS-CAT-HORA-FIN(WS-IDX) TO CAT-HORA-FIN
               MOVE WS-CAT-ACTIVO(WS-IDX) TO CAT-ACTIVO
               MOVE WS-CAT-SEDE(WS-IDX) TO CAT-SEDE
               MOVE WS-CAT-INTERSEDE(WS-IDX) TO CAT-INTERSEDE
               WRITE CAT-REC
           END-PERFORM.
           CLOSE CATALOGO-FILE.
                   WS-CAT-DIAS(WS-IDX) " "
                   WS-CAT-HORA-INI(WS-IDX) "-"
                   WS-CAT-HORA-FIN(WS-IDX) " | ACTIVO: "
                   WS-CAT-ACTIVO(WS-IDX) " | SEDE: "
                   WS-CAT-SEDE(WS-IDX) " INTER: "
                   WS-CAT-INTERSEDE(WS-IDX)
           END-PERFORM.

       0300-AGREGAR-CURSO.
               DISPLAY "HORA FIN (00-23): "
               ACCEPT WS-CAT-HORA-FIN(WS-CAT-COUNT)
               MOVE "A" TO WS-CAT-ACTIVO(WS-CAT-COUNT)
               PERFORM 0510-PEDIR-SEDE
               MOVE WS-SEDE-CAP TO WS-CAT-SEDE(WS-CAT-COUNT)
               MOVE WS-INTERSEDE-CAP
                   TO WS-CAT-INTERSEDE(WS-CAT-COUNT)
               PERFORM 0130-GUARDAR-ARCHIVO
               DISPLAY "CURSO AGREGADO: "
                   WS-CAT-CODIGO(WS-CAT-COUNT)
               DISPLAY "NO EXISTE EL CURSO: " WS-CODIGO-BUSCADO
           END-IF.

       0500-CAMBIAR-SEDE.
           DISPLAY "CODIGO A CAMBIAR: ".
           ACCEPT WS-CODIGO-BUSCADO.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT
               IF WS-CAT-CODIGO(WS-IDX) = WS-CODIGO-BUSCADO
                   SET SE-ENCONTRO TO TRUE
                   PERFORM 0510-PEDIR-SEDE
                   MOVE WS-SEDE-CAP TO WS-CAT-SEDE(WS-IDX)
                   MOVE WS-INTERSEDE-CAP TO WS-CAT-INTERSEDE(WS-IDX)
                   DISPLAY WS-CODIGO-BUSCADO " AHORA EN SEDE: "
                       WS-CAT-SEDE(WS-IDX) " INTER-SEDE: "
                       WS-CAT-INTERSEDE(WS-IDX)
               END-IF
           END-PERFORM.
           IF SE-ENCONTRO
               PERFORM 0130-GUARDAR-ARCHIVO
           ELSE
               DISPLAY "NO EXISTE EL CURSO: " WS-CODIGO-BUSCADO
           END-IF.

      * Sede de la seccion (en blanco = principal) y marca inter-sede.
      * Una sede que no esta en SEDES.DAT se insiste hasta que sea
      * valida o quede en blanco; la marca es S o N.
       0510-PEDIR-SEDE.
           MOVE "N" TO WS-SEDE-OK.
           PERFORM UNTIL SEDE-VALIDA
               DISPLAY "SEDE (3 LETRAS, EN BLANCO = PRINCIPAL "
                   WS-SED-PRINCIPAL "): "
               MOVE SPACES TO WS-SEDE-CAP
               ACCEPT WS-SEDE-CAP
               IF WS-SEDE-CAP = SPACES
                   SET SEDE-VALIDA TO TRUE
               ELSE
                   PERFORM VARYING WS-SED-IDX FROM 1 BY 1
                           UNTIL WS-SED-IDX > WS-SED-COUNT
                       IF WS-SED-T-CODIGO(WS-SED-IDX) = WS-SEDE-CAP
                           SET SEDE-VALIDA TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT SEDE-VALIDA
                       DISPLAY "SEDE NO REGISTRADA: " WS-SEDE-CAP
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "ADMITE ESTUDIANTES DE OTRAS SEDES (S/N): ".
           MOVE SPACES TO WS-INTERSEDE-CAP.
           ACCEPT WS-INTERSEDE-CAP.
           IF WS-INTERSEDE-CAP = "s"
               MOVE "S" TO WS-INTERSEDE-CAP
           END-IF.
           IF WS-INTERSEDE-CAP NOT = "S"
               MOVE "N" TO WS-INTERSEDE-CAP
           END-IF.

       END PROGRAM MantenimientoCatalogo.
