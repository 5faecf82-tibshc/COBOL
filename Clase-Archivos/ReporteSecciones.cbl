      * reprueba deje de esconderse dentro del promedio de su
      * carrera. Los estudiantes en baja o licencia no entran, igual
      * que en los reportes de clase.
      * Cada linea lleva al final la sede de la seccion (segun el
      * catalogo; en blanco o fuera del catalogo = sede principal) y
      * el reporte cierra con un resumen por sede: secciones,
      * estudiantes y promedio. Las lineas del resumen no cotejan
      * como detalle (cantidad en 53-55), asi que HistoricoTermino y
      * ReporteProfesores las saltan solas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-REG-LEIDOS       PIC 9(5) VALUE ZERO.
           05  WS-REG-OMITIDOS     PIC 9(5) VALUE ZERO.
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-SED-IDX          PIC 9(2).
           05  WS-SDR-IDX          PIC 9(2).
           05  WS-SEDE-SECCION     PIC X(3).

      * Catalogo de cursos (CATALOGO.DAT via CargarCatalogo) para
      * mostrar el titulo del curso en vez del numero pelado; sin
           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

      * Sedes vigentes (CargarSedes) y acumuladores por sede para el
      * resumen; una sede del catalogo que ya no esta vigente se
      * reporta con su codigo y sin nombre.
           COPY "SEDES-TABLA.CBL"
               REPLACING LEADING ==SED== BY ==WS-SED==.
       01  WS-SEDES-RESUMEN.
           05  WS-SDR-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-SDR-ENTRY OCCURS 20 TIMES.
               10  WS-SDR-CODIGO   PIC X(3).
               10  WS-SDR-NOMBRE   PIC X(20).
               10  WS-SDR-SECCIONES PIC 9(3).
               10  WS-SDR-CONT     PIC 9(4).
               10  WS-SDR-SUMA     PIC 9(6)V99.
       01  WS-SDR-AVG              PIC 9(2)V99.

      * Acumuladores por codigo de curso completo.
       01  WS-SECCIONES.
           05  WS-SEC-COUNT        PIC 9(3) VALUE ZERO.
               "SECC  CANT".
           05  FILLER              PIC X(28) VALUE
               "PROMEDIO  MAXIMA  MINIMA".
           05  FILLER              PIC X(4) VALUE "SEDE".

       01  WS-REP-LINEA.
           05  WRL-CODIGO          PIC X(9).
           05  WRL-MAX             PIC 99.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WRL-MIN             PIC 99.99.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WRL-SEDE            PIC X(3).

       01  WS-SDR-TITULO.
           05  FILLER              PIC X(16) VALUE
               "RESUMEN POR SEDE".

       01  WS-SDR-LINEA.
           05  FILLER              PIC X(5) VALUE "SEDE ".
           05  WSL-CODIGO          PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WSL-NOMBRE          PIC X(20).
           05  FILLER              PIC X(12) VALUE
               "  SECCIONES ".
           05  WSL-SECCIONES       PIC ZZ9.
           05  FILLER              PIC X(14) VALUE
               "  ESTUDIANTES ".
           05  WSL-CONT            PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE
               "  PROMEDIO ".
           05  WSL-AVG             PIC 99.99.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           CALL "CargarSedes" USING WS-SED-TABLA.

       0200-PROCESO.
           PERFORM UNTIL EOF
               MOVE WS-SEC-AVG TO WRL-AVG
               MOVE WS-SEC-MAX(WS-IDX) TO WRL-MAX
               MOVE WS-SEC-MIN(WS-IDX) TO WRL-MIN
               PERFORM 0320-SEDE-DE-SECCION
               MOVE WS-SEDE-SECCION TO WRL-SEDE
               WRITE REPORTE-REC FROM WS-REP-LINEA
           END-PERFORM.
           PERFORM 0340-ESCRIBIR-RESUMEN-SEDES.
           CLOSE REPORTE-FILE.
           DISPLAY "SECCIONES.DAT ESCRITO. LEIDOS: " WS-REG-LEIDOS
               " CODIGOS DISTINTOS: " WS-SEC-COUNT
               END-IF
           END-PERFORM.

      * Sede de la seccion segun el catalogo (en blanco o fuera del
      * catalogo = principal), acumulada en el resumen por sede.
       0320-SEDE-DE-SECCION.
           MOVE WS-SED-PRINCIPAL TO WS-SEDE-SECCION.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX)
                   = WS-SEC-CODIGO(WS-IDX)
                   AND WS-CATREF-T-SEDE(WS-CAT-IDX) NOT = SPACES
                   MOVE WS-CATREF-T-SEDE(WS-CAT-IDX)
                       TO WS-SEDE-SECCION
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-SDR-IDX.
           PERFORM VARYING WS-SED-IDX FROM 1 BY 1
                   UNTIL WS-SED-IDX > WS-SDR-COUNT
               IF WS-SDR-CODIGO(WS-SED-IDX) = WS-SEDE-SECCION
                   MOVE WS-SED-IDX TO WS-SDR-IDX
               END-IF
           END-PERFORM.
           IF WS-SDR-IDX = ZERO AND WS-SDR-COUNT < 20
               ADD 1 TO WS-SDR-COUNT
               MOVE WS-SDR-COUNT TO WS-SDR-IDX
               MOVE WS-SEDE-SECCION TO WS-SDR-CODIGO(WS-SDR-IDX)
               MOVE SPACES TO WS-SDR-NOMBRE(WS-SDR-IDX)
               MOVE ZERO TO WS-SDR-SECCIONES(WS-SDR-IDX)
                   WS-SDR-CONT(WS-SDR-IDX) WS-SDR-SUMA(WS-SDR-IDX)
               PERFORM VARYING WS-SED-IDX FROM 1 BY 1
                       UNTIL WS-SED-IDX > WS-SED-COUNT
                   IF WS-SED-T-CODIGO(WS-SED-IDX) = WS-SEDE-SECCION
                       MOVE WS-SED-T-NOMBRE(WS-SED-IDX)
                           TO WS-SDR-NOMBRE(WS-SDR-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SDR-IDX > ZERO
               ADD 1 TO WS-SDR-SECCIONES(WS-SDR-IDX)
               ADD WS-SEC-CONT(WS-IDX) TO WS-SDR-CONT(WS-SDR-IDX)
               ADD WS-SEC-SUMA(WS-IDX) TO WS-SDR-SUMA(WS-SDR-IDX)
           END-IF.

      * Promedio de la sede ponderado por estudiante (suma de notas
      * entre inscritos), no promedio de promedios de seccion.
       0340-ESCRIBIR-RESUMEN-SEDES.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           WRITE REPORTE-REC FROM WS-SDR-TITULO.
           PERFORM VARYING WS-SDR-IDX FROM 1 BY 1
                   UNTIL WS-SDR-IDX > WS-SDR-COUNT
               MOVE WS-SDR-CODIGO(WS-SDR-IDX) TO WSL-CODIGO
               MOVE WS-SDR-NOMBRE(WS-SDR-IDX) TO WSL-NOMBRE
               MOVE WS-SDR-SECCIONES(WS-SDR-IDX) TO WSL-SECCIONES
               MOVE WS-SDR-CONT(WS-SDR-IDX) TO WSL-CONT
               MOVE ZERO TO WS-SDR-AVG
               IF WS-SDR-CONT(WS-SDR-IDX) > ZERO
                   COMPUTE WS-SDR-AVG ROUNDED =
                       WS-SDR-SUMA(WS-SDR-IDX)
                       / WS-SDR-CONT(WS-SDR-IDX)
               END-IF
               MOVE WS-SDR-AVG TO WSL-AVG
               WRITE REPORTE-REC FROM WS-SDR-LINEA
           END-PERFORM.

       END PROGRAM ReporteSecciones.
