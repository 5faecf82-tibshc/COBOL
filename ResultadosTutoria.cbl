       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResultadosTutoria.
       AUTHOR.     EHIDALGO.

      * Resultados de tutoria al cierre del termino, para el comite
      * de exito estudiantil. Por cada derivacion del termino vigente
      * (TUTORIAS_DERIVACIONES.DAT, registrada con
      * MantenimientoTutorias) compara el promedio del curso al
      * momento de la derivacion con el promedio de hoy en
      * MAESTRO.DAT, ambos con el subprograma "Promedio", y cuenta
      * las sesiones y minutos de TUTORIAS_SESIONES.DAT desde la
      * fecha de derivacion. RESULTADOS_TUTORIA.DAT separa a los que
      * asistieron al menos a una sesion de los que nunca fueron, y
      * cierra cada grupo con cuantos mejoraron y el cambio medio. El
      * termino es el de TERMINO-ACTUAL.DAT, o TUTORIA_TERMINO en el
      * ambiente para repetir un termino anterior; sin ninguno de
      * los dos entran todas las derivaciones. Un curso que ya no
      * esta en el maestro sale SIN NOTA y no entra a los promedios.

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
           SELECT REPORTE-FILE ASSIGN TO "RESULTADOS_TUTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO             VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  DERIVACIONES-FILE.
       01  TDE-REC.
           88  EOF-DER                 VALUE HIGH-VALUE.
           02  TDE-MATRICULA           PIC 9(7).
           02  TDE-CODIGO              PIC X(9).
           02  TDE-ORIGEN              PIC X(1).
           02  TDE-FECHA               PIC 9(8).
           02  TDE-TERMINO             PIC X(6).
           02  TDE-PROMEDIO-INI        PIC 9(2)V99.

       FD  SESIONES-FILE.
       01  TSE-REC.
           88  EOF-SES                 VALUE HIGH-VALUE.
           02  TSE-MATRICULA           PIC 9(7).
           02  TSE-CODIGO              PIC X(9).
           02  TSE-FECHA               PIC 9(8).
           02  TSE-TUTOR               PIC X(6).
           02  TSE-MINUTOS             PIC 9(3).

       FD  TERMINO-FILE.
       01  TERMINO-REC                 PIC X(6).

       FD  REPORTE-FILE.
       01  REPORTE-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MAESTRO-STATUS       PIC X(2).
           05  WS-DER-STATUS           PIC X(2).
           05  WS-SES-STATUS           PIC X(2).
           05  WS-TERMINO-STATUS       PIC X(2).
           05  WS-REP-STATUS           PIC X(2).
           05  WS-IDX                  PIC 9(4).
           05  WS-RES-IDX              PIC 9(4).
           05  WS-TERMINO              PIC X(6).
           05  WS-GRUPO                PIC X(1).
           05  WS-DERIVACIONES         PIC 9(4) VALUE ZERO.

       01  WS-GRADES.
           05  WS-GRADE                PIC 9(2)V99 OCCURS 4 TIMES.

      * Cursos del maestro (todas las filas: quien se dio de baja
      * despues de la derivacion tambien cuenta en el resultado).
       01  WS-MAESTRO.
           05  WS-MAE-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-MAE-ENTRY OCCURS 1000 TIMES.
               10  WS-MAE-MATRICULA    PIC 9(7).
               10  WS-MAE-CODIGO       PIC X(9).
               10  WS-MAE-APELLIDO     PIC X(10).
               10  WS-MAE-DEG          PIC X(3).
               10  WS-MAE-NOTA         PIC 9(2)V99 OCCURS 3 TIMES.
       01  WS-MAE-LLENA-SW             PIC X VALUE "N".
           88  WS-MAE-LLENA            VALUE "Y".

       01  WS-SESIONES.
           05  WS-SES-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-SES-ENTRY OCCURS 2000 TIMES.
               10  WS-SES-MATRICULA    PIC 9(7).
               10  WS-SES-CODIGO       PIC X(9).
               10  WS-SES-FECHA        PIC 9(8).
               10  WS-SES-MINUTOS      PIC 9(3).

      * Una fila por derivacion del termino, ya evaluada.
       01  WS-RESULTADOS.
           05  WS-RES-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-RES-ENTRY OCCURS 500 TIMES.
               10  WS-RES-MATRICULA    PIC 9(7).
               10  WS-RES-APELLIDO     PIC X(10).
               10  WS-RES-CODIGO       PIC X(9).
               10  WS-RES-ORIGEN       PIC X(1).
               10  WS-RES-FECHA        PIC 9(8).
               10  WS-RES-SESIONES     PIC 9(3).
               10  WS-RES-MINUTOS      PIC 9(5).
               10  WS-RES-INI          PIC 9(2)V99.
               10  WS-RES-FIN          PIC 9(2)V99.
               10  WS-RES-CON-NOTA     PIC X(1).

      * Totales del grupo en curso.
       01  WS-TOTALES.
           05  WS-TOT-ESTUDIANTES      PIC 9(4).
           05  WS-TOT-CON-NOTA         PIC 9(4).
           05  WS-TOT-MEJORARON        PIC 9(4).
           05  WS-TOT-CAMBIO           PIC S9(6)V99.
           05  WS-CAMBIO-MEDIO         PIC S9(2)V99.

       01  WS-TITULO.
           05  FILLER                  PIC X(32) VALUE
               "RESULTADOS DE TUTORIA. TERMINO: ".
           05  WTI-TERMINO             PIC X(6).

       01  WS-COLUMNAS.
           05  FILLER                  PIC X(48) VALUE
               "MATRICUL | APELLIDO   | CURSO     | O | DERIVADO".
           05  FILLER                  PIC X(44) VALUE
               " | SES | MINUTOS | INICIAL | FINAL | CAMBIO".

       01  WS-GRUPO-ASISTIO            PIC X(40) VALUE
           "ASISTIERON A TUTORIA".
       01  WS-GRUPO-NUNCA              PIC X(40) VALUE
           "DERIVADOS QUE NUNCA ASISTIERON".

       01  WS-DETALLE-LINEA.
           05  WDE-MATRICULA           PIC 9(7).
           05  FILLER                  PIC X(4) VALUE "  | ".
           05  WDE-APELLIDO            PIC X(10).
           05  FILLER                  PIC X(3) VALUE " | ".
           05  WDE-CODIGO              PIC X(9).
           05  FILLER                  PIC X(3) VALUE " | ".
           05  WDE-ORIGEN              PIC X(1).
           05  FILLER                  PIC X(3) VALUE " | ".
           05  WDE-FECHA               PIC 9(8).
           05  FILLER                  PIC X(3) VALUE " | ".
           05  WDE-SESIONES            PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE " | ".
           05  WDE-MINUTOS             PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE "   |  ".
           05  WDE-INICIAL             PIC Z9.99.
           05  FILLER                  PIC X(4) VALUE "  | ".
           05  WDE-FINAL               PIC X(5).
           05  FILLER                  PIC X(3) VALUE " | ".
           05  WDE-CAMBIO              PIC X(8).

       01  WS-FINAL-EDIT               PIC Z9.99.
       01  WS-CAMBIO                   PIC S9(2)V99.
       01  WS-CAMBIO-EDIT              PIC +Z9.99.

       01  WS-RESUMEN-LINEA.
           05  FILLER                  PIC X(14) VALUE
               "  ESTUDIANTES:".
           05  WRS-ESTUDIANTES         PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE " CON NOTA: ".
           05  WRS-CON-NOTA            PIC ZZZ9.
           05  FILLER                  PIC X(13) VALUE " MEJORARON: ".
           05  WRS-MEJORARON           PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE
               " CAMBIO MEDIO: ".
           05  WRS-CAMBIO-MEDIO        PIC +Z9.99.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           DISPLAY "TUTORIA_TERMINO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERMINO FROM ENVIRONMENT-VALUE.
           IF WS-TERMINO = SPACES
               OPEN INPUT TERMINO-FILE
               IF WS-TERMINO-STATUS = "00"
                   READ TERMINO-FILE
                       AT END CONTINUE
                   END-READ
                   MOVE TERMINO-REC TO WS-TERMINO
                   CLOSE TERMINO-FILE
               END-IF
           END-IF.
           DISPLAY "RESULTADOS DE TUTORIA. TERMINO: " WS-TERMINO.
           PERFORM 0110-CARGAR-MAESTRO.
           PERFORM 0120-CARGAR-SESIONES.
           OPEN INPUT DERIVACIONES-FILE.
           IF WS-DER-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TUTORIAS_DERIVACIONES.DAT. "
                   "CODIGO: " WS-DER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-TERMINO TO WTI-TERMINO.
           WRITE REPORTE-REC FROM WS-TITULO.

       0110-CARGAR-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-MAESTRO
               READ MAESTRO-FILE
                   AT END SET EOF-MAESTRO TO TRUE
               END-READ
               IF NOT EOF-MAESTRO
                   IF WS-MAE-COUNT < 1000
                       ADD 1 TO WS-MAE-COUNT
                       MOVE MAE-MATRICULA
                           TO WS-MAE-MATRICULA(WS-MAE-COUNT)
                       MOVE MAE-DEGCOD TO WS-MAE-CODIGO(WS-MAE-COUNT)
                       MOVE MAE-APELLIDO
                           TO WS-MAE-APELLIDO(WS-MAE-COUNT)
                       MOVE MAE-DEG TO WS-MAE-DEG(WS-MAE-COUNT)
                       MOVE MAE-NOTA(1) TO WS-MAE-NOTA(WS-MAE-COUNT, 1)
                       MOVE MAE-NOTA(2) TO WS-MAE-NOTA(WS-MAE-COUNT, 2)
                       MOVE MAE-NOTA(3) TO WS-MAE-NOTA(WS-MAE-COUNT, 3)
                   ELSE
                       IF NOT WS-MAE-LLENA
                           DISPLAY "ADVERTENCIA: MAS DE 1000 FILAS EN "
                               "MAESTRO.DAT; LAS DEMAS SALEN SIN "
                               "NOTA."
                           SET WS-MAE-LLENA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MAESTRO-FILE.

       0120-CARGAR-SESIONES.
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
                       MOVE TSE-MINUTOS
                           TO WS-SES-MINUTOS(WS-SES-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SESIONES-FILE
           END-IF.

       0200-PROCESO.
           PERFORM UNTIL EOF-DER
               READ DERIVACIONES-FILE
                   AT END SET EOF-DER TO TRUE
               END-READ
               IF NOT EOF-DER
                   AND (WS-TERMINO = SPACES
                        OR TDE-TERMINO = WS-TERMINO)
                   ADD 1 TO WS-DERIVACIONES
                   IF WS-RES-COUNT < 500
                       PERFORM 0210-EVALUAR-DERIVACION
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DERIVACIONES-FILE.

           MOVE "S" TO WS-GRUPO.
           WRITE REPORTE-REC FROM SPACES.
           WRITE REPORTE-REC FROM WS-GRUPO-ASISTIO.
           PERFORM 0220-ESCRIBIR-GRUPO.
           MOVE "N" TO WS-GRUPO.
           WRITE REPORTE-REC FROM SPACES.
           WRITE REPORTE-REC FROM WS-GRUPO-NUNCA.
           PERFORM 0220-ESCRIBIR-GRUPO.

       0210-EVALUAR-DERIVACION.
           ADD 1 TO WS-RES-COUNT.
           MOVE TDE-MATRICULA TO WS-RES-MATRICULA(WS-RES-COUNT).
           MOVE TDE-CODIGO TO WS-RES-CODIGO(WS-RES-COUNT).
           MOVE TDE-ORIGEN TO WS-RES-ORIGEN(WS-RES-COUNT).
           MOVE TDE-FECHA TO WS-RES-FECHA(WS-RES-COUNT).
           MOVE TDE-PROMEDIO-INI TO WS-RES-INI(WS-RES-COUNT).
           MOVE SPACES TO WS-RES-APELLIDO(WS-RES-COUNT).
           MOVE ZERO TO WS-RES-SESIONES(WS-RES-COUNT)
               WS-RES-MINUTOS(WS-RES-COUNT)
               WS-RES-FIN(WS-RES-COUNT).
           MOVE "N" TO WS-RES-CON-NOTA(WS-RES-COUNT).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SES-COUNT
               IF WS-SES-MATRICULA(WS-IDX) = TDE-MATRICULA
                   AND WS-SES-CODIGO(WS-IDX) = TDE-CODIGO
                   AND WS-SES-FECHA(WS-IDX) >= TDE-FECHA
                   ADD 1 TO WS-RES-SESIONES(WS-RES-COUNT)
                   ADD WS-SES-MINUTOS(WS-IDX)
                       TO WS-RES-MINUTOS(WS-RES-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAE-COUNT
                      OR WS-RES-CON-NOTA(WS-RES-COUNT) = "S"
               IF WS-MAE-MATRICULA(WS-IDX) = TDE-MATRICULA
                   AND WS-MAE-CODIGO(WS-IDX) = TDE-CODIGO
                   MOVE "S" TO WS-RES-CON-NOTA(WS-RES-COUNT)
                   MOVE WS-MAE-APELLIDO(WS-IDX)
                       TO WS-RES-APELLIDO(WS-RES-COUNT)
                   MOVE WS-MAE-NOTA(WS-IDX, 1) TO WS-GRADE(1)
                   MOVE WS-MAE-NOTA(WS-IDX, 2) TO WS-GRADE(2)
                   MOVE WS-MAE-NOTA(WS-IDX, 3) TO WS-GRADE(3)
                   CALL "Promedio" USING WS-GRADES WS-MAE-DEG(WS-IDX)
                   MOVE WS-GRADE(4) TO WS-RES-FIN(WS-RES-COUNT)
               END-IF
           END-PERFORM.

      * WS-GRUPO: S = con sesiones, N = sin ninguna sesion.
       0220-ESCRIBIR-GRUPO.
           WRITE REPORTE-REC FROM WS-COLUMNAS.
           INITIALIZE WS-TOTALES.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
               IF (WS-GRUPO = "S"
                       AND WS-RES-SESIONES(WS-RES-IDX) > ZERO)
                   OR (WS-GRUPO = "N"
                       AND WS-RES-SESIONES(WS-RES-IDX) = ZERO)
                   PERFORM 0230-ESCRIBIR-DETALLE
               END-IF
           END-PERFORM.
           IF WS-TOT-CON-NOTA > ZERO
               COMPUTE WS-CAMBIO-MEDIO ROUNDED =
                   WS-TOT-CAMBIO / WS-TOT-CON-NOTA
           ELSE
               MOVE ZERO TO WS-CAMBIO-MEDIO
           END-IF.
           MOVE WS-TOT-ESTUDIANTES TO WRS-ESTUDIANTES.
           MOVE WS-TOT-CON-NOTA TO WRS-CON-NOTA.
           MOVE WS-TOT-MEJORARON TO WRS-MEJORARON.
           MOVE WS-CAMBIO-MEDIO TO WRS-CAMBIO-MEDIO.
           WRITE REPORTE-REC FROM WS-RESUMEN-LINEA.

       0230-ESCRIBIR-DETALLE.
           ADD 1 TO WS-TOT-ESTUDIANTES.
           MOVE WS-RES-MATRICULA(WS-RES-IDX) TO WDE-MATRICULA.
           MOVE WS-RES-APELLIDO(WS-RES-IDX) TO WDE-APELLIDO.
           MOVE WS-RES-CODIGO(WS-RES-IDX) TO WDE-CODIGO.
           MOVE WS-RES-ORIGEN(WS-RES-IDX) TO WDE-ORIGEN.
           MOVE WS-RES-FECHA(WS-RES-IDX) TO WDE-FECHA.
           MOVE WS-RES-SESIONES(WS-RES-IDX) TO WDE-SESIONES.
           MOVE WS-RES-MINUTOS(WS-RES-IDX) TO WDE-MINUTOS.
           MOVE WS-RES-INI(WS-RES-IDX) TO WDE-INICIAL.
           IF WS-RES-CON-NOTA(WS-RES-IDX) = "S"
               ADD 1 TO WS-TOT-CON-NOTA
               MOVE WS-RES-FIN(WS-RES-IDX) TO WS-FINAL-EDIT
               MOVE WS-FINAL-EDIT TO WDE-FINAL
               COMPUTE WS-CAMBIO = WS-RES-FIN(WS-RES-IDX)
                   - WS-RES-INI(WS-RES-IDX)
               ADD WS-CAMBIO TO WS-TOT-CAMBIO
               IF WS-CAMBIO > ZERO
                   ADD 1 TO WS-TOT-MEJORARON
               END-IF
               MOVE WS-CAMBIO TO WS-CAMBIO-EDIT
               MOVE WS-CAMBIO-EDIT TO WDE-CAMBIO
           ELSE
               MOVE SPACES TO WDE-FINAL
               MOVE "SIN NOTA" TO WDE-CAMBIO
           END-IF.
           WRITE REPORTE-REC FROM WS-DETALLE-LINEA.

       0300-FIN.
           CLOSE REPORTE-FILE.
           DISPLAY "DERIVACIONES DEL TERMINO: " WS-DERIVACIONES
               ". VER RESULTADOS_TUTORIA.DAT".
           IF WS-DERIVACIONES > 500
               DISPLAY "ADVERTENCIA: SOLO SE EVALUARON LAS PRIMERAS "
                   "500 DERIVACIONES."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM ResultadosTutoria.
