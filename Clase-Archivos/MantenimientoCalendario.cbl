       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoCalendario.
       AUTHOR.         J R.

      * Mantenimiento del calendario academico CALENDARIO.DAT, en el
      * estilo de menu de MantenimientoCarreras y solo para el
      * supervisor firmado via IniciarSesion. Fila: termino 1-6,
      * fecha 7-14, semana 15-16, tipo 17, hora 18-19 (solo los
      * turnos de examen E). Tipos:
      *   C  dia de clase (asistencia, semanas de PropuestasBaja)
      *   F  feriado declarado (no se generan clases ese dia)
      *   N  limite de notas faltantes (NotasFaltantes)
      *   I  limite de incompletos (ResolverIncompletos)
      *   A  limite de apelaciones (Apelaciones)
      *   E  turno de examen con hora (ExamenesFinales)
      * Los dias de clase de un termino se generan de una fecha de
      * inicio, una de fin y el patron de dias de la semana (L M X J
      * V S D), saltando los feriados ya declarados; las semanas se
      * numeran 1, 2, 3... contando solo las semanas con clase, de
      * modo que una semana entera de feriados no deja hueco. Un
      * feriado declarado despues quita el dia de clase de esa fecha.
      * Los plazos N, I y A son uno por termino: fijarlo reemplaza el
      * anterior. La opcion de verificacion corre VerificarCalendario
      * sobre el termino elegido (el mismo chequeo que hace
      * CierreBatch al abrir el termino). Las filas de otros
      * terminos y los turnos E se conservan tal cual al reescribir.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALEN-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.

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

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CALEN-STATUS     PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "9".
           05  WS-CONFIRMA         PIC X.
           05  WS-IDX              PIC 9(4).
           05  WS-JDX              PIC 9(4).
           05  WS-POS              PIC 9(4).
           05  WS-TERMINO-ACTUAL   PIC X(6) VALUE SPACES.
           05  WS-TERMINO          PIC X(6).
           05  WS-TEXTO            PIC X(10).
           05  WS-FECHA            PIC 9(8).
           05  WS-FECHA-INICIO     PIC 9(8).
           05  WS-FECHA-FIN        PIC 9(8).
           05  WS-TIPO             PIC X(1).
           05  WS-PRIMERA-CLASE    PIC 9(8).
           05  WS-ULTIMA-CLASE     PIC 9(8).
           05  WS-CUENTA           PIC 9(4).
           05  WS-FERIADOS-OMITIDOS PIC 9(4).
           05  WS-VALIDO           PIC X.
               88  VALOR-VALIDO    VALUE "S".
           05  WS-HALLADO          PIC X.
               88  SE-HALLO        VALUE "S".

      * Aritmetica de fechas de la generacion: dia juliano de la
      * fecha, dia de la semana (1 = lunes) y lunes de su semana.
       01  WS-GENERACION.
           05  WS-DIA-INT          PIC 9(7).
           05  WS-FIN-INT          PIC 9(7).
           05  WS-DIA-SEMANA       PIC 9.
           05  WS-LUNES-INT        PIC 9(7).
           05  WS-LUNES-ANTERIOR   PIC 9(7).
           05  WS-SEMANA           PIC 9(3).
           05  WS-PATRON           PIC X(7).
           05  WS-DIAS-CLASE       PIC X(7).
           05  WS-LETRA            PIC 9.

       01  WS-LETRAS-DIAS          PIC X(7) VALUE "LMXJVSD".

      * Dias de clase generados, antes de reemplazar los del termino.
       01  WS-GENERADOS.
           05  WS-GEN-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-GEN-ENTRY OCCURS 200 TIMES.
               10  WS-GEN-FECHA    PIC 9(8).
               10  WS-GEN-SEMANA   PIC 9(2).

      * Sesion de operador: el calendario lo mantiene el supervisor.
       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Calendario completo en memoria; se reescribe entero.
       01  WS-CALENDARIO.
           05  WS-CAL-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES.
               10  WS-CAL-TERMINO  PIC X(6).
               10  WS-CAL-FECHA    PIC 9(8).
               10  WS-CAL-SEMANA   PIC 9(2).
               10  WS-CAL-TIPO     PIC X(1).
               10  WS-CAL-HORA     PIC X(2).
               10  WS-CAL-BORRAR   PIC X(1).

       01  WS-DESC-TIPO            PIC X(24).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "EL MANTENIMIENTO DEL CALENDARIO REQUIERE "
                   "NIVEL SUPERVISOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   AT END CONTINUE
               END-READ
               MOVE TERMINO-REC TO WS-TERMINO-ACTUAL
               CLOSE TERMINO-FILE
           END-IF.
           PERFORM 0120-CARGAR-CALENDARIO.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-TERMINO
                   WHEN "2"
                       PERFORM 0300-GENERAR-CLASES
                           THRU 0300-EXIT
                   WHEN "3"
                       PERFORM 0400-AGREGAR-FERIADO
                           THRU 0400-EXIT
                   WHEN "4"
                       PERFORM 0500-FIJAR-PLAZO
                           THRU 0500-EXIT
                   WHEN "5"
                       PERFORM 0600-QUITAR-FILA
                           THRU 0600-EXIT
                   WHEN "6"
                       PERFORM 0700-VERIFICAR-TERMINO
                   WHEN "9"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DEL "
                           "CALENDARIO."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  MANTENIMIENTO DEL CALENDARIO".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR EL CALENDARIO DE UN TERMINO".
           DISPLAY "2. GENERAR LOS DIAS DE CLASE DE UN TERMINO".
           DISPLAY "3. DECLARAR UN FERIADO".
           DISPLAY "4. FIJAR UN PLAZO (N/I/A)".
           DISPLAY "5. QUITAR UNA FILA".
           DISPLAY "6. VERIFICAR LA CONSISTENCIA DE UN TERMINO".
           DISPLAY "9. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-CALENDARIO.
           MOVE ZERO TO WS-CAL-COUNT.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALEN-STATUS = "00"
               PERFORM UNTIL EOF-CAL
                   MOVE SPACES TO CAL-REC
                   READ CALENDARIO-FILE
                       AT END SET EOF-CAL TO TRUE
                   END-READ
                   IF NOT EOF-CAL AND CAL-TERMINO NOT = SPACES
                       AND WS-CAL-COUNT < 1000
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-TERMINO
                           TO WS-CAL-TERMINO(WS-CAL-COUNT)
                       MOVE CAL-FECHA TO WS-CAL-FECHA(WS-CAL-COUNT)
                       MOVE CAL-SEMANA
                           TO WS-CAL-SEMANA(WS-CAL-COUNT)
                       MOVE CAL-TIPO TO WS-CAL-TIPO(WS-CAL-COUNT)
                       MOVE CAL-HORA TO WS-CAL-HORA(WS-CAL-COUNT)
                       MOVE "N" TO WS-CAL-BORRAR(WS-CAL-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

       0130-GUARDAR-CALENDARIO.
           OPEN OUTPUT CALENDARIO-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAL-COUNT
               MOVE WS-CAL-TERMINO(WS-IDX) TO CAL-TERMINO
               MOVE WS-CAL-FECHA(WS-IDX) TO CAL-FECHA
               MOVE WS-CAL-SEMANA(WS-IDX) TO CAL-SEMANA
               MOVE WS-CAL-TIPO(WS-IDX) TO CAL-TIPO
               MOVE WS-CAL-HORA(WS-IDX) TO CAL-HORA
               WRITE CAL-REC
           END-PERFORM.
           CLOSE CALENDARIO-FILE.
           DISPLAY "CALENDARIO GUARDADO.".

       0140-PEDIR-TERMINO.
           DISPLAY "TERMINO (ENTER = " WS-TERMINO-ACTUAL "): ".
           MOVE SPACES TO WS-TERMINO.
           ACCEPT WS-TERMINO.
           IF WS-TERMINO = SPACES
               MOVE WS-TERMINO-ACTUAL TO WS-TERMINO
           END-IF.

      * Fecha AAAAMMDD de WS-TEXTO a WS-FECHA; debe existir en el
      * calendario gregoriano.
       0150-LEER-FECHA.
           MOVE "N" TO WS-VALIDO.
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           IF WS-TEXTO(1:8) IS NUMERIC AND WS-TEXTO(9:2) = SPACES
               MOVE WS-TEXTO(1:8) TO WS-FECHA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) = ZERO
                   SET VALOR-VALIDO TO TRUE
               END-IF
           END-IF.
           IF NOT VALOR-VALIDO
               DISPLAY "FECHA INVALIDA: " WS-TEXTO
           END-IF.

      * Saca de la tabla las filas marcadas para borrar.
       0160-COMPACTAR.
           MOVE ZERO TO WS-JDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAL-COUNT
               IF WS-CAL-BORRAR(WS-IDX) NOT = "S"
                   ADD 1 TO WS-JDX
                   IF WS-JDX NOT = WS-IDX
                       MOVE WS-CAL-ENTRY(WS-IDX)
                           TO WS-CAL-ENTRY(WS-JDX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-JDX TO WS-CAL-COUNT.

       0170-AGREGAR-FILA.
           ADD 1 TO WS-CAL-COUNT.
           MOVE WS-TERMINO TO WS-CAL-TERMINO(WS-CAL-COUNT).
           MOVE WS-FECHA TO WS-CAL-FECHA(WS-CAL-COUNT).
           MOVE ZERO TO WS-CAL-SEMANA(WS-CAL-COUNT).
           MOVE WS-TIPO TO WS-CAL-TIPO(WS-CAL-COUNT).
           MOVE SPACES TO WS-CAL-HORA(WS-CAL-COUNT).
           MOVE "N" TO WS-CAL-BORRAR(WS-CAL-COUNT).

      * Primer y ultimo dia de clase del termino (cero si no tiene).
       0180-PERIODO-CLASES.
           MOVE ZERO TO WS-PRIMERA-CLASE WS-ULTIMA-CLASE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAL-COUNT
               IF WS-CAL-TERMINO(WS-IDX) = WS-TERMINO
                   AND WS-CAL-TIPO(WS-IDX) = "C"
                   IF WS-PRIMERA-CLASE = ZERO
                       OR WS-CAL-FECHA(WS-IDX) < WS-PRIMERA-CLASE
                       MOVE WS-CAL-FECHA(WS-IDX) TO WS-PRIMERA-CLASE
                   END-IF
                   IF WS-CAL-FECHA(WS-IDX) > WS-ULTIMA-CLASE
                       MOVE WS-CAL-FECHA(WS-IDX) TO WS-ULTIMA-CLASE
                   END-IF
               END-IF
           END-PERFORM.

       0190-DESCRIBIR-TIPO.
           EVALUATE WS-CAL-TIPO(WS-IDX)
               WHEN "C"
                   MOVE "DIA DE CLASE" TO WS-DESC-TIPO
               WHEN "F"
                   MOVE "FERIADO" TO WS-DESC-TIPO
               WHEN "N"
                   MOVE "LIMITE NOTAS FALTANTES" TO WS-DESC-TIPO
               WHEN "I"
                   MOVE "LIMITE INCOMPLETOS" TO WS-DESC-TIPO
               WHEN "A"
                   MOVE "LIMITE APELACIONES" TO WS-DESC-TIPO
               WHEN "E"
                   MOVE "TURNO DE EXAMEN" TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE "TIPO DESCONOCIDO" TO WS-DESC-TIPO
           END-EVALUATE.

       0200-LISTAR-TERMINO.
           PERFORM 0140-PEDIR-TERMINO.
           MOVE ZERO TO WS-CUENTA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAL-COUNT
               IF WS-CAL-TERMINO(WS-IDX) = WS-TERMINO
                   ADD 1 TO WS-CUENTA
                   PERFORM 0190-DESCRIBIR-TIPO
                   DISPLAY WS-CAL-FECHA(WS-IDX) " | SEMANA "
                       WS-CAL-SEMANA(WS-IDX) " | "
                       WS-CAL-TIPO(WS-IDX) " " WS-DESC-TIPO " "
                       WS-CAL-HORA(WS-IDX)
               END-IF
           END-PERFORM.
           IF WS-CUENTA = ZERO
               DISPLAY "EL TERMINO " WS-TERMINO
                   " NO TIENE FILAS EN EL CALENDARIO."
           END-IF.

      * Genera los dias de clase de inicio a fin segun el patron y
      * reemplaza los del termino. Se arma primero aparte; si algo
      * no cabe, el calendario queda como estaba.
       0300-GENERAR-CLASES.
           PERFORM 0140-PEDIR-TERMINO.
           DISPLAY "FECHA DE INICIO DE CLASES (AAAAMMDD): ".
           PERFORM 0150-LEER-FECHA.
           IF NOT VALOR-VALIDO
               GO TO 0300-EXIT
           END-IF.
           MOVE WS-FECHA TO WS-FECHA-INICIO.
           DISPLAY "FECHA DE FIN DE CLASES (AAAAMMDD): ".
           PERFORM 0150-LEER-FECHA.
           IF NOT VALOR-VALIDO
               GO TO 0300-EXIT
           END-IF.
           MOVE WS-FECHA TO WS-FECHA-FIN.
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO).
           COMPUTE WS-FIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-FIN).
           IF WS-FIN-INT < WS-DIA-INT
               OR WS-FIN-INT - WS-DIA-INT > 366
               DISPLAY "EL FIN DEBE SER POSTERIOR AL INICIO Y A "
                   "MENOS DE UN ANIO."
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "DIAS DE CLASE (L M X J V S D, P.EJ. LMXJV): ".
           MOVE SPACES TO WS-PATRON.
           ACCEPT WS-PATRON.
           MOVE "NNNNNNN" TO WS-DIAS-CLASE.
           MOVE "S" TO WS-VALIDO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               IF WS-PATRON(WS-IDX:1) NOT = SPACE
                   MOVE ZERO TO WS-LETRA
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > 7
                       IF WS-PATRON(WS-IDX:1)
                           = WS-LETRAS-DIAS(WS-JDX:1)
                           MOVE WS-JDX TO WS-LETRA
                       END-IF
                   END-PERFORM
                   IF WS-LETRA = ZERO
                       MOVE "N" TO WS-VALIDO
                   ELSE
                       MOVE "S" TO WS-DIAS-CLASE(WS-LETRA:1)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT VALOR-VALIDO OR WS-DIAS-CLASE = "NNNNNNN"
               DISPLAY "PATRON INVALIDO: " WS-PATRON
               GO TO 0300-EXIT
           END-IF.
           MOVE ZERO TO WS-GEN-COUNT WS-SEMANA WS-LUNES-ANTERIOR
               WS-FERIADOS-OMITIDOS.
           PERFORM UNTIL WS-DIA-INT > WS-FIN-INT
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIA-INT - 1, 7) + 1
               IF WS-DIAS-CLASE(WS-DIA-SEMANA:1) = "S"
                   PERFORM 0310-GENERAR-DIA
               END-IF
               ADD 1 TO WS-DIA-INT
           END-PERFORM.
           IF WS-GEN-COUNT = ZERO
               DISPLAY "EL PERIODO NO TIENE NINGUN DIA DE CLASE."
               GO TO 0300-EXIT
           END-IF.
           IF WS-SEMANA > 20 OR WS-GEN-COUNT = 200
               DISPLAY "EL PERIODO DARIA " WS-SEMANA " SEMANAS Y "
                   WS-GEN-COUNT " DIAS; EL MAXIMO ES 20 SEMANAS. "
                   "NO SE GENERA."
               GO TO 0300-EXIT
           END-IF.
           MOVE ZERO TO WS-CUENTA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAL-COUNT
               IF WS-CAL-TERMINO(WS-IDX) = WS-TERMINO
                   AND WS-CAL-TIPO(WS-IDX) = "C"
                   ADD 1 TO WS-CUENTA
               END-IF
           END-PERFORM.
           IF WS-CAL-COUNT - WS-CUENTA + WS-GEN-COUNT > 1000
               DISPLAY "EL CALENDARIO NO ADMITE MAS DE 1000 FILAS."
               GO TO 0300-EXIT
           END-IF.
           IF WS-CUENTA > ZERO
               DISPLAY "EL TERMINO " WS-TERMINO " YA TIENE "
                   WS-CUENTA " DIAS DE CLASE. REEMPLAZARLOS (S/N)? "
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "NO SE GENERA."
                   GO TO 0300-EXIT
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CAL-COUNT
                   IF WS-CAL-TERMINO(WS-IDX) = WS-TERMINO
                       AND WS-CAL-TIPO(WS-IDX) = "C"
                       MOVE "S" TO WS-CAL-BORRAR(WS-IDX)
                   END-IF
               END-PERFORM
               PERFORM 0160-COMPACTAR
           END-IF.
           MOVE "C" TO WS-TIPO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GEN-COUNT
               MOVE WS-GEN-FECHA(WS-IDX) TO WS-FECHA
               PERFORM 0170-AGREGAR-FILA
               MOVE WS-GEN-SEMANA(WS-IDX)
                   TO WS-CAL-SEMANA(WS-CAL-COUNT)
           END-PERFORM.
           PERFORM 0130-GUARDAR-CALENDARIO.
           DISPLAY WS-GEN-COUNT " DIAS DE CLASE EN " WS-SEMANA
               " SEMANAS; FERIADOS OMITIDOS: " WS-FERIADOS-OMITIDOS.

       0300-EXIT.
           EXIT.

      * Un dia del patron: si es feriado del termino se omite; si
      * no, entra con la semana que le toca. La semana avanza al
      * primer dia de clase de cada semana de lunes a domingo.
       0310-GENERAR-DIA.
           COMPUTE WS-FECHA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT).
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAL-COUNT
               IF WS-CAL-TERMINO(WS-IDX) = WS-TERMINO
                   AND WS-CAL-TIPO(WS-IDX) = "F"
                   AND WS-CAL-FECHA(WS-IDX) = WS-FECHA
                   SET SE-HALLO TO TRUE
               END-IF
           END-PERFORM.
           IF SE-HALLO
               ADD 1 TO WS-FERIADOS-OMITIDOS
           ELSE
               IF WS-GEN-COUNT < 200
                   COMPUTE WS-LUNES-INT =
                       WS-DIA-INT - WS-DIA-SEMANA + 1
                   IF WS-LUNES-INT NOT = WS-LUNES-ANTERIOR
                       ADD 1 TO WS-SEMANA
                       MOVE WS-LUNES-INT TO WS-LUNES-ANTERIOR
                   END-IF
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-FECHA TO WS-GEN-FECHA(WS-GEN-COUNT)
                   MOVE WS-SEMANA TO WS-GEN-SEMANA(WS-GEN-COUNT)
               END-IF
           END-IF.

      * Un feriado se declara una vez; si ya habia clase ese dia,
      * la fila de clase se quita.
       0400-AGREGAR-FERIADO.
           PERFORM 0140-PEDIR-TERMINO.
           DISPLAY "FECHA DEL FERIADO (AAAAMMDD): ".
           PERFORM 0150-LEER-FECHA.
           IF NOT VALOR-VALIDO
               GO TO 0400-EXIT
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAL-COUNT
               IF WS-CAL-TERMINO(WS-IDX) = WS-TERMINO
                   AND WS-CAL-FECHA(WS-IDX) = WS-FECHA
                   EVALUATE WS-CAL-TIPO(WS-IDX)
                       WHEN "F"
                           SET SE-HALLO TO TRUE
                       WHEN "C"
                           MOVE "S" TO WS-CAL-BORRAR(WS-IDX)
                           DISPLAY "SE QUITA EL DIA DE CLASE "
                               WS-FECHA " (SEMANA "
                               WS-CAL-SEMANA(WS-IDX) ")."
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF SE-HALLO
               DISPLAY "EL FERIADO " WS-FECHA " YA ESTA DECLARADO."
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CAL-COUNT
                   MOVE "N" TO WS-CAL-BORRAR(WS-IDX)
               END-PERFORM
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0160-COMPACTAR.
           IF WS-CAL-COUNT = 1000
               DISPLAY "EL CALENDARIO NO ADMITE MAS DE 1000 FILAS."
               PERFORM 0120-CARGAR-CALENDARIO
               GO TO 0400-EXIT
           END-IF.
           MOVE "F" TO WS-TIPO.
           PERFORM 0170-AGREGAR-FILA.
           PERFORM 0130-GUARDAR-CALENDARIO.

       0400-EXIT.
           EXIT.

      * N, I y A van uno por termino: el nuevo reemplaza al que
      * hubiera. Fuera del periodo de clases se avisa; la
      * verificacion lo reporta como hallazgo.
       0500-FIJAR-PLAZO.
           PERFORM 0140-PEDIR-TERMINO.
           DISPLAY "PLAZO (N=NOTAS FALTANTES I=INCOMPLETOS "
               "A=APELACIONES): ".
           MOVE SPACE TO WS-TIPO.
           ACCEPT WS-TIPO.
           IF WS-TIPO NOT = "N" AND WS-TIPO NOT = "I"
               AND WS-TIPO NOT = "A"
               DISPLAY "TIPO DE PLAZO INVALIDO: " WS-TIPO
               GO TO 0500-EXIT
           END-IF.
           DISPLAY "FECHA LIMITE (AAAAMMDD): ".
           PERFORM 0150-LEER-FECHA.
           IF NOT VALOR-VALIDO
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0180-PERIODO-CLASES.
           IF WS-PRIMERA-CLASE = ZERO
               DISPLAY "AVISO: EL TERMINO AUN NO TIENE DIAS DE CLASE."
           ELSE
               IF WS-FECHA < WS-PRIMERA-CLASE
                   OR WS-FECHA > WS-ULTIMA-CLASE
                   DISPLAY "AVISO: " WS-FECHA " CAE FUERA DE LAS "
                       "CLASES (" WS-PRIMERA-CLASE " A "
                       WS-ULTIMA-CLASE ")."
               END-IF
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAL-COUNT
               IF WS-CAL-TERMINO(WS-IDX) = WS-TERMINO
                   AND WS-CAL-TIPO(WS-IDX) = WS-TIPO
                   MOVE "S" TO WS-CAL-BORRAR(WS-IDX)
                   DISPLAY "REEMPLAZA AL PLAZO ANTERIOR "
                       WS-CAL-FECHA(WS-IDX) "."
               END-IF
           END-PERFORM.
           PERFORM 0160-COMPACTAR.
           IF WS-CAL-COUNT = 1000
               DISPLAY "EL CALENDARIO NO ADMITE MAS DE 1000 FILAS."
               PERFORM 0120-CARGAR-CALENDARIO
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0170-AGREGAR-FILA.
           PERFORM 0130-GUARDAR-CALENDARIO.

       0500-EXIT.
           EXIT.

       0600-QUITAR-FILA.
           PERFORM 0140-PEDIR-TERMINO.
           DISPLAY "FECHA DE LA FILA (AAAAMMDD): ".
           PERFORM 0150-LEER-FECHA.
           IF NOT VALOR-VALIDO
               GO TO 0600-EXIT
           END-IF.
           DISPLAY "TIPO DE LA FILA (C/F/N/I/A/E): ".
           MOVE SPACE TO WS-TIPO.
           ACCEPT WS-TIPO.
           MOVE ZERO TO WS-CUENTA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAL-COUNT
               IF WS-CAL-TERMINO(WS-IDX) = WS-TERMINO
                   AND WS-CAL-FECHA(WS-IDX) = WS-FECHA
                   AND WS-CAL-TIPO(WS-IDX) = WS-TIPO
                   MOVE "S" TO WS-CAL-BORRAR(WS-IDX)
                   ADD 1 TO WS-CUENTA
               END-IF
           END-PERFORM.
           IF WS-CUENTA = ZERO
               DISPLAY "NO HAY FILA " WS-TIPO " EL " WS-FECHA
                   " EN EL TERMINO " WS-TERMINO "."
               GO TO 0600-EXIT
           END-IF.
           PERFORM 0160-COMPACTAR.
           PERFORM 0130-GUARDAR-CALENDARIO.
           DISPLAY WS-CUENTA " FILA(S) QUITADA(S).".

       0600-EXIT.
           EXIT.

       0700-VERIFICAR-TERMINO.
           PERFORM 0140-PEDIR-TERMINO.
           DISPLAY "CALENDARIO_TERMINO" UPON ENVIRONMENT-NAME.
           DISPLAY WS-TERMINO UPON ENVIRONMENT-VALUE.
           CALL "SYSTEM" USING "./VerificarCalendario".
           MOVE 0 TO RETURN-CODE.

       END PROGRAM MantenimientoCalendario.
