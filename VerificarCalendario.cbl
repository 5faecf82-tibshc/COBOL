       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificarCalendario.
       AUTHOR.     EHIDALGO.

      * Verificacion de consistencia del calendario academico de un
      * termino. CALENDARIO.DAT (termino 1-6, fecha 7-14, semana
      * 15-16, tipo 17, hora 18-19 solo en filas E) gobierna la
      * validacion de asistencia y la estructura semanal de
      * PropuestasBaja (tipo C), los plazos de NotasFaltantes (N),
      * ResolverIncompletos (I) y Apelaciones (A), los turnos de
      * ExamenesFinales (E) y los feriados declarados (F). Un dia de
      * clase que falta rechaza en silencio un dia entero de
      * escaneos de IntakeAsistencia, asi que esto corre al abrir el
      * termino (CierreBatch, tras avanzar TERMINO-ACTUAL.DAT) y a
      * pedido desde MantenimientoCalendario. Se verifica que:
      *   - el termino tenga dias de clase y todas las fechas sean
      *     validas;
      *   - las semanas de los dias de clase vayan numeradas 1, 2,
      *     3... sin huecos ni saltos hacia atras en el orden de las
      *     fechas, dentro de 1-20 (lo que cuentan los lectores);
      *   - no haya dos dias de clase en la misma fecha;
      *   - existan los plazos N, I y A, uno de cada uno (con
      *     varios, los lectores toman el ultimo del archivo), y
      *     caigan dentro del termino: del primer dia de clase al
      *     ultimo dia de clase o turno de examen;
      *   - ningun dia de clase caiga en un feriado declarado.
      * El termino sale de la variable CALENDARIO_TERMINO si viene,
      * o de TERMINO-ACTUAL.DAT. Los hallazgos salen en pantalla y en
      * CALENDARIO_VERIFICACION.DAT; con hallazgos la corrida
      * termina con RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALEN-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CALENDARIO_VERIFICACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
       01  CAL-REC.
           88  EOF-CAL             VALUE HIGH-VALUE.
           02  CAL-TERMINO         PIC X(6).
           02  CAL-FECHA           PIC 9(8).
           02  CAL-SEMANA          PIC 9(2).
           02  CAL-TIPO            PIC X(1).
           02  CAL-HORA            PIC X(2).

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  REPORTE-FILE.
       01  REPORTE-LN              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CALEN-STATUS     PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-TERMINO          PIC X(6) VALUE SPACES.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-IDX              PIC 9(4).
           05  WS-JDX              PIC 9(4).
           05  WS-SEM              PIC 9(2).
           05  WS-SEM-MAXIMA       PIC 9(2) VALUE ZERO.
           05  WS-INICIO           PIC 9(8) VALUE ZERO.
           05  WS-FIN              PIC 9(8) VALUE ZERO.
           05  WS-HALLAZGOS        PIC 9(4) VALUE ZERO.
           05  WS-MARCA            PIC X(1).

      * Filas del termino verificado.
       01  WS-FILAS.
           05  WS-FIL-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-FIL-ENTRY OCCURS 800 TIMES.
               10  WS-FIL-FECHA    PIC 9(8).
               10  WS-FIL-SEMANA   PIC 9(2).
               10  WS-FIL-TIPO     PIC X(1).

      * Dias de clase por semana, feriados y plazos.
       01  WS-CONTEOS.
           05  WS-CNT-CLASES       PIC 9(4) VALUE ZERO.
           05  WS-CNT-FERIADOS     PIC 9(4) VALUE ZERO.
           05  WS-CNT-EXAMENES     PIC 9(4) VALUE ZERO.
           05  WS-SEM-CLASES       PIC 9(3) OCCURS 20 TIMES.

       01  WS-PLAZOS-VALORES.
           05  FILLER              PIC X(31)
               VALUE "NLIMITE DE NOTAS FALTANTES".
           05  FILLER              PIC X(31)
               VALUE "ILIMITE DE INCOMPLETOS".
           05  FILLER              PIC X(31)
               VALUE "ALIMITE DE APELACIONES".
       01  WS-PLAZOS-TABLA REDEFINES WS-PLAZOS-VALORES.
           05  WS-PLZ-ENTRY OCCURS 3 TIMES.
               10  WS-PLZ-TIPO     PIC X(1).
               10  WS-PLZ-DESC     PIC X(30).
       01  WS-PLAZOS-CONTEO.
           05  WS-PLZ-CUENTA       PIC 9(3) OCCURS 3 TIMES.
           05  WS-PLZ-FECHA        PIC 9(8) OCCURS 3 TIMES.
       01  WS-PLZ-IDX              PIC 9.

       01  WS-TITULO.
           05  FILLER              PIC X(39)
               VALUE "VERIFICACION DEL CALENDARIO DEL TERMINO".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WTI-TERMINO         PIC X(6).
           05  FILLER              PIC X(4) VALUE " AL ".
           05  WTI-FECHA           PIC 9(8).

       01  WS-RESUMEN-LN.
           05  FILLER              PIC X(15) VALUE "DIAS DE CLASE: ".
           05  WRS-CLASES          PIC ZZZ9.
           05  FILLER              PIC X(10) VALUE " SEMANAS: ".
           05  WRS-SEMANAS         PIC Z9.
           05  FILLER              PIC X(11) VALUE " FERIADOS: ".
           05  WRS-FERIADOS        PIC ZZZ9.
           05  FILLER              PIC X(17)
               VALUE " TURNOS EXAMEN: ".
           05  WRS-EXAMENES        PIC ZZZ9.

       01  WS-PERIODO-LN.
           05  FILLER              PIC X(21)
               VALUE "PERIODO DEL TERMINO: ".
           05  WPE-INICIO          PIC 9(8).
           05  FILLER              PIC X(3) VALUE " A ".
           05  WPE-FIN             PIC 9(8).

       01  WS-HALLAZGO-LN          PIC X(80).
       01  WS-HALLAZGO-ED          PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "CALENDARIO_TERMINO" UPON ENVIRONMENT-NAME.
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
           IF WS-TERMINO = SPACES
               DISPLAY "SIN TERMINO A VERIFICAR: NI CALENDARIO_TERMINO "
                   "NI TERMINO-ACTUAL.DAT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CALENDARIO_VERIFICACION.DAT. "
                   "CODIGO: " WS-REP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TERMINO TO WTI-TERMINO.
           MOVE WS-FECHA-HOY TO WTI-FECHA.
           WRITE REPORTE-LN FROM WS-TITULO.
           DISPLAY WS-TITULO.
           INITIALIZE WS-CONTEOS WS-PLAZOS-CONTEO.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALEN-STATUS NOT = "00"
               MOVE "NO EXISTE CALENDARIO.DAT." TO WS-HALLAZGO-LN
               PERFORM 0290-REGISTRAR-HALLAZGO
           ELSE
               PERFORM UNTIL EOF-CAL
                   MOVE SPACES TO CAL-REC
                   READ CALENDARIO-FILE
                       AT END SET EOF-CAL TO TRUE
                   END-READ
                   IF NOT EOF-CAL AND CAL-TERMINO = WS-TERMINO
                       PERFORM 0110-CARGAR-FILA THRU 0110-EXIT
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

       0110-CARGAR-FILA.
           IF WS-FIL-COUNT = 800
               GO TO 0110-EXIT
           END-IF.
           IF CAL-FECHA IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(CAL-FECHA) NOT = ZERO
               MOVE SPACES TO WS-HALLAZGO-LN
               STRING "FECHA INVALIDA EN FILA TIPO " CAL-TIPO ": "
                   CAL-REC(7:8) DELIMITED BY SIZE INTO WS-HALLAZGO-LN
               PERFORM 0290-REGISTRAR-HALLAZGO
               GO TO 0110-EXIT
           END-IF.
           ADD 1 TO WS-FIL-COUNT.
           MOVE CAL-FECHA TO WS-FIL-FECHA(WS-FIL-COUNT).
           MOVE ZERO TO WS-FIL-SEMANA(WS-FIL-COUNT).
           IF CAL-SEMANA IS NUMERIC
               MOVE CAL-SEMANA TO WS-FIL-SEMANA(WS-FIL-COUNT)
           END-IF.
           MOVE CAL-TIPO TO WS-FIL-TIPO(WS-FIL-COUNT).

       0110-EXIT.
           EXIT.

       0200-PROCESO.
           PERFORM 0210-CONTAR-FILAS.
           PERFORM 0220-VERIFICAR-SEMANAS.
           PERFORM 0230-VERIFICAR-DIAS.
           PERFORM 0240-VERIFICAR-PLAZOS.

      * Conteos por tipo y periodo del termino: del primer dia de
      * clase al ultimo dia de clase o turno de examen.
       0210-CONTAR-FILAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FIL-COUNT
               EVALUATE WS-FIL-TIPO(WS-IDX)
                   WHEN "C"
                       ADD 1 TO WS-CNT-CLASES
                       IF WS-INICIO = ZERO
                           OR WS-FIL-FECHA(WS-IDX) < WS-INICIO
                           MOVE WS-FIL-FECHA(WS-IDX) TO WS-INICIO
                       END-IF
                       IF WS-FIL-FECHA(WS-IDX) > WS-FIN
                           MOVE WS-FIL-FECHA(WS-IDX) TO WS-FIN
                       END-IF
                       MOVE WS-FIL-SEMANA(WS-IDX) TO WS-SEM
                       IF WS-SEM >= 1 AND WS-SEM <= 20
                           ADD 1 TO WS-SEM-CLASES(WS-SEM)
                           IF WS-SEM > WS-SEM-MAXIMA
                               MOVE WS-SEM TO WS-SEM-MAXIMA
                           END-IF
                       ELSE
                           MOVE SPACES TO WS-HALLAZGO-LN
                           STRING "DIA DE CLASE " WS-FIL-FECHA(WS-IDX)
                               " CON SEMANA " WS-SEM
                               " FUERA DE 1-20"
                               DELIMITED BY SIZE INTO WS-HALLAZGO-LN
                           PERFORM 0290-REGISTRAR-HALLAZGO
                       END-IF
                   WHEN "E"
                       ADD 1 TO WS-CNT-EXAMENES
                       IF WS-FIL-FECHA(WS-IDX) > WS-FIN
                           MOVE WS-FIL-FECHA(WS-IDX) TO WS-FIN
                       END-IF
                   WHEN "F"
                       ADD 1 TO WS-CNT-FERIADOS
                   WHEN OTHER
                       PERFORM VARYING WS-PLZ-IDX FROM 1 BY 1
                               UNTIL WS-PLZ-IDX > 3
                           IF WS-FIL-TIPO(WS-IDX)
                               = WS-PLZ-TIPO(WS-PLZ-IDX)
                               ADD 1 TO WS-PLZ-CUENTA(WS-PLZ-IDX)
                               MOVE WS-FIL-FECHA(WS-IDX)
                                   TO WS-PLZ-FECHA(WS-PLZ-IDX)
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM.
           MOVE WS-CNT-CLASES TO WRS-CLASES.
           MOVE WS-SEM-MAXIMA TO WRS-SEMANAS.
           MOVE WS-CNT-FERIADOS TO WRS-FERIADOS.
           MOVE WS-CNT-EXAMENES TO WRS-EXAMENES.
           WRITE REPORTE-LN FROM WS-RESUMEN-LN.
           DISPLAY WS-RESUMEN-LN.
           IF WS-CNT-CLASES = ZERO
               MOVE "EL TERMINO NO TIENE DIAS DE CLASE (TIPO C)."
                   TO WS-HALLAZGO-LN
               PERFORM 0290-REGISTRAR-HALLAZGO
           ELSE
               MOVE WS-INICIO TO WPE-INICIO
               MOVE WS-FIN TO WPE-FIN
               WRITE REPORTE-LN FROM WS-PERIODO-LN
               DISPLAY WS-PERIODO-LN
           END-IF.

      * Semanas 1..maxima todas presentes, y en el orden de las
      * fechas la semana nunca retrocede.
       0220-VERIFICAR-SEMANAS.
           PERFORM VARYING WS-SEM FROM 1 BY 1
                   UNTIL WS-SEM > WS-SEM-MAXIMA
               IF WS-SEM-CLASES(WS-SEM) = ZERO
                   MOVE SPACES TO WS-HALLAZGO-LN
                   STRING "SEMANA " WS-SEM " SIN DIAS DE CLASE: LA "
                       "NUMERACION NO ES CONSECUTIVA"
                       DELIMITED BY SIZE INTO WS-HALLAZGO-LN
                   PERFORM 0290-REGISTRAR-HALLAZGO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FIL-COUNT
               IF WS-FIL-TIPO(WS-IDX) = "C"
                   MOVE "N" TO WS-MARCA
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > WS-FIL-COUNT
                       IF WS-FIL-TIPO(WS-JDX) = "C"
                           AND WS-FIL-FECHA(WS-JDX)
                               < WS-FIL-FECHA(WS-IDX)
                           AND WS-FIL-SEMANA(WS-JDX)
                               > WS-FIL-SEMANA(WS-IDX)
                           MOVE "S" TO WS-MARCA
                       END-IF
                   END-PERFORM
                   IF WS-MARCA = "S"
                       MOVE SPACES TO WS-HALLAZGO-LN
                       STRING "DIA DE CLASE " WS-FIL-FECHA(WS-IDX)
                           " EN SEMANA " WS-FIL-SEMANA(WS-IDX)
                           ", ANTERIOR A UNA FECHA YA PASADA"
                           DELIMITED BY SIZE INTO WS-HALLAZGO-LN
                       PERFORM 0290-REGISTRAR-HALLAZGO
                   END-IF
               END-IF
           END-PERFORM.

      * Dias de clase repetidos o sobre un feriado declarado.
       0230-VERIFICAR-DIAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FIL-COUNT
               IF WS-FIL-TIPO(WS-IDX) = "C"
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > WS-FIL-COUNT
                       IF WS-FIL-FECHA(WS-JDX) = WS-FIL-FECHA(WS-IDX)
                           AND WS-FIL-TIPO(WS-JDX) = "F"
                           MOVE SPACES TO WS-HALLAZGO-LN
                           STRING "DIA DE CLASE " WS-FIL-FECHA(WS-IDX)
                               " CAE EN UN FERIADO DECLARADO"
                               DELIMITED BY SIZE INTO WS-HALLAZGO-LN
                           PERFORM 0290-REGISTRAR-HALLAZGO
                       END-IF
                       IF WS-JDX > WS-IDX
                           AND WS-FIL-FECHA(WS-JDX)
                               = WS-FIL-FECHA(WS-IDX)
                           AND WS-FIL-TIPO(WS-JDX) = "C"
                           MOVE SPACES TO WS-HALLAZGO-LN
                           STRING "DIA DE CLASE " WS-FIL-FECHA(WS-IDX)
                               " REPETIDO EN EL CALENDARIO"
                               DELIMITED BY SIZE INTO WS-HALLAZGO-LN
                           PERFORM 0290-REGISTRAR-HALLAZGO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0240-VERIFICAR-PLAZOS.
           PERFORM VARYING WS-PLZ-IDX FROM 1 BY 1
                   UNTIL WS-PLZ-IDX > 3
               MOVE SPACES TO WS-HALLAZGO-LN
               EVALUATE TRUE
                   WHEN WS-PLZ-CUENTA(WS-PLZ-IDX) = ZERO
                       STRING "FALTA EL " DELIMITED BY SIZE
                           WS-PLZ-DESC(WS-PLZ-IDX) DELIMITED BY "  "
                           " (TIPO " WS-PLZ-TIPO(WS-PLZ-IDX) ")"
                           DELIMITED BY SIZE INTO WS-HALLAZGO-LN
                       PERFORM 0290-REGISTRAR-HALLAZGO
                   WHEN WS-PLZ-CUENTA(WS-PLZ-IDX) > 1
                       STRING "HAY " WS-PLZ-CUENTA(WS-PLZ-IDX)
                           " FILAS TIPO " WS-PLZ-TIPO(WS-PLZ-IDX)
                           "; LOS PROCESOS TOMAN LA ULTIMA: "
                           WS-PLZ-FECHA(WS-PLZ-IDX)
                           DELIMITED BY SIZE INTO WS-HALLAZGO-LN
                       PERFORM 0290-REGISTRAR-HALLAZGO
               END-EVALUATE
               IF WS-PLZ-CUENTA(WS-PLZ-IDX) > ZERO
                   AND WS-CNT-CLASES > ZERO
                   AND (WS-PLZ-FECHA(WS-PLZ-IDX) < WS-INICIO
                   OR WS-PLZ-FECHA(WS-PLZ-IDX) > WS-FIN)
                   MOVE SPACES TO WS-HALLAZGO-LN
                   STRING WS-PLZ-DESC(WS-PLZ-IDX) DELIMITED BY "  "
                       " " WS-PLZ-FECHA(WS-PLZ-IDX)
                       " FUERA DEL TERMINO"
                       DELIMITED BY SIZE INTO WS-HALLAZGO-LN
                   PERFORM 0290-REGISTRAR-HALLAZGO
               END-IF
           END-PERFORM.

       0290-REGISTRAR-HALLAZGO.
           ADD 1 TO WS-HALLAZGOS.
           WRITE REPORTE-LN FROM WS-HALLAZGO-LN.
           DISPLAY WS-HALLAZGO-LN.

       0300-FIN.
           MOVE SPACES TO REPORTE-LN.
           IF WS-HALLAZGOS = ZERO
               MOVE "CALENDARIO CONSISTENTE." TO REPORTE-LN
           ELSE
               MOVE WS-HALLAZGOS TO WS-HALLAZGO-ED
               STRING "HALLAZGOS: " WS-HALLAZGO-ED
                   DELIMITED BY SIZE INTO REPORTE-LN
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE REPORTE-LN.
           DISPLAY REPORTE-LN.
           CLOSE REPORTE-FILE.
           DISPLAY "DETALLE EN CALENDARIO_VERIFICACION.DAT.".
           STOP RUN.

       END PROGRAM VerificarCalendario.
