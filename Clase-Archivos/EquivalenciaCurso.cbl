       IDENTIFICATION DIVISION.
       PROGRAM-ID. EquivalenciaCurso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIVALENCIAS-FILE ASSIGN TO "EQUIVALENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQU-STATUS.

      * Numero de curso con el que cuenta un intento del historico,
      * para los que agrupan o comparan cursos (AuditoriaGrado,
      * RepetidoresCronicos, Transcript). Recibe matricula, termino
      * del intento y numero de curso (posiciones 4-7 del codigo) y
      * regresa el numero resuelto contra EQUIVALENCIAS.DAT:
      *   - renumeraciones (tipo G): el numero viejo cursado antes
      *     del termino de vigencia cuenta como el nuevo; se siguen
      *     en cadena (1010 -> 1100 -> 1200). Con el termino en
      *     blanco o no numerico (CONVAL, o un requisito que no es
      *     intento) la renumeracion aplica siempre;
      *   - sustituciones (tipo S) de una sola matricula, aprobadas
      *     por un coordinador: el curso cursado cuenta como el
      *     sustituido, en cualquier termino; regresa el aprobador.
      * Con matricula en cero solo aplican las renumeraciones.
      * Origen: espacio = el mismo curso, E = equivalencia general,
      * S = sustitucion individual. La tabla se carga en la primera
      * llamada de la corrida; sin archivo todo curso es el mismo.

       DATA DIVISION.
       FILE SECTION.
       FD  EQUIVALENCIAS-FILE.
       01  EQU-REC.
           88  EOF-EQU             VALUE HIGH-VALUE.
           COPY "EQUIVALENCIA-RECORD.CBL"
               REPLACING LEADING ==EQ== BY ==EQU==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-EQU-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-SALTOS           PIC 9(2).
           05  WS-CURSO            PIC X(4).
           05  WS-CARGADA          PIC X VALUE "N".
               88  TABLA-CARGADA   VALUE "Y".
           05  WS-SALTO            PIC X.
               88  HUBO-SALTO      VALUE "Y".
           05  WS-SUSTITUIDO       PIC X.
               88  HUBO-SUSTITUCION VALUE "Y".

       01  WS-EQUIVALENCIAS.
           05  WS-EQV-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-EQV-ENTRY OCCURS 300 TIMES.
               10  WS-EQV-TIPO     PIC X(1).
               10  WS-EQV-ANTERIOR PIC X(4).
               10  WS-EQV-NUEVO    PIC X(4).
               10  WS-EQV-TERMINO  PIC X(6).
               10  WS-EQV-MATRICULA PIC 9(7).
               10  WS-EQV-APROBADOR PIC X(10).

       LINKAGE SECTION.
       01  LS-MATRICULA            PIC 9(7).
       01  LS-TERMINO              PIC X(6).
       01  LS-CURSO                PIC X(4).
       01  LS-CURSO-RESUELTO       PIC X(4).
       01  LS-ORIGEN               PIC X(1).
           88  CURSO-PROPIO        VALUE " ".
           88  CURSO-EQUIVALENTE   VALUE "E".
           88  CURSO-SUSTITUIDO    VALUE "S".
       01  LS-APROBADOR            PIC X(10).

       PROCEDURE DIVISION USING LS-MATRICULA LS-TERMINO LS-CURSO
               LS-CURSO-RESUELTO LS-ORIGEN LS-APROBADOR.
           IF NOT TABLA-CARGADA
               PERFORM 0100-CARGAR-TABLA
           END-IF.
           MOVE LS-CURSO TO WS-CURSO.
           SET CURSO-PROPIO TO TRUE.
           MOVE SPACES TO LS-APROBADOR.
           PERFORM 0200-RENUMERAR.
           IF LS-MATRICULA NOT = ZERO
               MOVE "N" TO WS-SUSTITUIDO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-EQV-COUNT
                       OR HUBO-SUSTITUCION
                   IF WS-EQV-TIPO(WS-IDX) = "S"
                       AND WS-EQV-MATRICULA(WS-IDX) = LS-MATRICULA
                       AND (WS-EQV-ANTERIOR(WS-IDX) = LS-CURSO
                           OR WS-EQV-ANTERIOR(WS-IDX) = WS-CURSO)
                       SET HUBO-SUSTITUCION TO TRUE
                       MOVE WS-EQV-NUEVO(WS-IDX) TO WS-CURSO
                       MOVE WS-EQV-APROBADOR(WS-IDX) TO LS-APROBADOR
                   END-IF
               END-PERFORM
               IF HUBO-SUSTITUCION
                   SET CURSO-SUSTITUIDO TO TRUE
                   PERFORM 0200-RENUMERAR
               END-IF
           END-IF.
           MOVE WS-CURSO TO LS-CURSO-RESUELTO.
           GOBACK.

       0100-CARGAR-TABLA.
           SET TABLA-CARGADA TO TRUE.
           OPEN INPUT EQUIVALENCIAS-FILE.
           IF WS-EQU-STATUS = "00"
               PERFORM UNTIL EOF-EQU
                   READ EQUIVALENCIAS-FILE
                       AT END SET EOF-EQU TO TRUE
                   END-READ
                   IF NOT EOF-EQU AND WS-EQV-COUNT < 300
                       AND (EQU-GENERAL OR EQU-SUSTITUCION)
                       ADD 1 TO WS-EQV-COUNT
                       MOVE EQU-TIPO TO WS-EQV-TIPO(WS-EQV-COUNT)
                       MOVE EQU-CURSO-ANTERIOR
                           TO WS-EQV-ANTERIOR(WS-EQV-COUNT)
                       MOVE EQU-CURSO-NUEVO
                           TO WS-EQV-NUEVO(WS-EQV-COUNT)
                       MOVE EQU-TERMINO
                           TO WS-EQV-TERMINO(WS-EQV-COUNT)
                       IF EQU-MATRICULA IS NUMERIC
                           MOVE EQU-MATRICULA
                               TO WS-EQV-MATRICULA(WS-EQV-COUNT)
                       ELSE
                           MOVE ZERO TO WS-EQV-MATRICULA(WS-EQV-COUNT)
                       END-IF
                       MOVE EQU-APROBADOR
                           TO WS-EQV-APROBADOR(WS-EQV-COUNT)
                   END-IF
               END-PERFORM
               CLOSE EQUIVALENCIAS-FILE
           END-IF.

      * Renumeraciones en cadena; el tope de saltos protege de un
      * ciclo capturado por error.
       0200-RENUMERAR.
           MOVE ZERO TO WS-SALTOS.
           SET HUBO-SALTO TO TRUE.
           PERFORM UNTIL NOT HUBO-SALTO OR WS-SALTOS = 5
               MOVE "N" TO WS-SALTO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-EQV-COUNT OR HUBO-SALTO
                   IF WS-EQV-TIPO(WS-IDX) = "G"
                       AND WS-EQV-ANTERIOR(WS-IDX) = WS-CURSO
                       AND (LS-TERMINO IS NOT NUMERIC
                           OR LS-TERMINO < WS-EQV-TERMINO(WS-IDX))
                       SET HUBO-SALTO TO TRUE
                       MOVE WS-EQV-NUEVO(WS-IDX) TO WS-CURSO
                       IF CURSO-PROPIO
                           SET CURSO-EQUIVALENTE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-SALTOS
           END-PERFORM.

       END PROGRAM EquivalenciaCurso.
