      * el estudiante que la politica de reemplazo rescata en el
      * transcript es exactamente el que asesoria necesita ver.
      * Las filas CONVAL no son intentos y se omiten.
      * El numero de curso se resuelve contra EQUIVALENCIAS.DAT
      * (EquivalenciaCurso): el intento con el numero viejo de un
      * curso renumerado, o con el curso que un coordinador aprobo
      * como sustituto para el estudiante, cuenta como intento del
      * mismo curso, y el reporte lo muestra con el numero vigente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  HIST-PROMEDIO       PIC 9(2)V99.

       FD  REPORTE-FILE.
       01  REPORTE-REC             PIC X(95).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-REG-REPETIDOS    PIC 9(3) VALUE ZERO.
           05  WS-REG-CRONICOS     PIC 9(3) VALUE ZERO.

      * Parametros de EquivalenciaCurso.
       01  WS-EQUIVALENCIA.
           05  WS-EQV-MATRICULA    PIC 9(7).
           05  WS-EQV-TERMINO      PIC X(6).
           05  WS-EQV-CURSO        PIC X(4).
           05  WS-EQV-RESUELTO     PIC X(4).
           05  WS-EQV-ORIGEN       PIC X(1).
           05  WS-EQV-APROBADOR    PIC X(10).

      * Un renglon por pareja matricula+curso, con identidad,
      * intentos y mejor/peor promedio.
       01  WS-INTENTOS.
           CLOSE HISTORICO-FILE.

       0210-ACUMULAR-INTENTO.
           MOVE HIST-MATRICULA TO WS-EQV-MATRICULA.
           MOVE HIST-TERMINO TO WS-EQV-TERMINO.
           MOVE HIST-DEGCOD(4:4) TO WS-EQV-CURSO.
           CALL "EquivalenciaCurso" USING WS-EQV-MATRICULA
               WS-EQV-TERMINO WS-EQV-CURSO WS-EQV-RESUELTO
               WS-EQV-ORIGEN WS-EQV-APROBADOR.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-INT-COUNT
               IF WS-INT-MATRICULA(WS-IDX) = HIST-MATRICULA
                   AND WS-INT-CURSO(WS-IDX) = WS-EQV-RESUELTO
                   MOVE "Y" TO WS-HALLADO
                   ADD 1 TO WS-INT-VECES(WS-IDX)
                   IF HIST-PROMEDIO > WS-INT-MEJOR(WS-IDX)
                   MOVE HIST-APELLIDO
                       TO WS-INT-APELLIDO(WS-INT-COUNT)
                   MOVE HIST-NOMBRE TO WS-INT-NOMBRE(WS-INT-COUNT)
                   MOVE WS-EQV-RESUELTO
                       TO WS-INT-CURSO(WS-INT-COUNT)
                   MOVE 1 TO WS-INT-VECES(WS-INT-COUNT)
                   MOVE HIST-PROMEDIO TO WS-INT-MEJOR(WS-INT-COUNT)
