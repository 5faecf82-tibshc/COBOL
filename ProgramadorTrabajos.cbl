       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramadorTrabajos.
       AUTHOR.     EHIDALGO.

      * Programador de trabajos por calendario. BatchDiario cubre el
      * stream nocturno; los trabajos de otros ciclos (semanales,
      * mensuales, al vencer un plazo del calendario academico, al
      * fin de termino) se corrian de memoria desde una lista en
      * papel. Aqui la lista es PROGRAMACION.DAT y este programa,
      * corrido una vez al dia, decide con CALENDARIO.DAT, el
      * termino vigente y la fecha de negocio que trabajos tocan, los
      * corre en el orden del archivo y deja el RC de cada uno con la
      * misma bitacora y las mismas reglas de reinicio de
      * BatchDiario.
      *
      * Fila de PROGRAMACION.DAT (las que empiezan con "*" son
      * comentario):
      *   1-12    trabajo
      *   13-62   comando, relativo al directorio de la suite
      *   63-73   ciclo: DIARIO, SEMANAL, MENSUAL, LIMITE-N,
      *           LIMITE-I, LIMITE-A o FIN-TERMINO
      *   74-75   dia: letra L M X J V S D para SEMANAL, 01-28 para
      *           MENSUAL, en blanco para los demas
      *   76-77   RC maximo aceptado como terminado (00 por omision;
      *           p.ej. 04 para un reporte que avisa con RC 4)
      *   78-113  hasta tres trabajos de los que depende, de 12
      *           posiciones cada uno, que deben ir antes en el
      *           archivo
      * La lista de siempre queda asi:
      *   PAGOS        ./AplicarPagos (y su reporte de antiguedad)
      *                DIARIO
      *   BAJAS        ./PropuestasBaja                   SEMANAL L
      *   FALTANTES    ./NotasFaltantes                   LIMITE-N
      *   INCOMPLETOS  ./ResolverIncompletos              LIMITE-I
      *   BECAS        Clase-Tablas/Laboratorio/BecasRenovacion
      *                FIN-TERMINO
      *   CIERRE       ./CierreBatch         FIN-TERMINO, depende
      *                de BECAS
      *
      * Cuando toca cada ciclo, y el periodo que lo identifica:
      *   DIARIO       todos los dias; periodo = la fecha
      *   SEMANAL      desde su dia de la semana hasta el domingo;
      *                periodo = el lunes de la semana
      *   MENSUAL      desde su dia del mes hasta fin de mes;
      *                periodo = AAAAMM
      *   LIMITE-x     pasado el plazo x del termino vigente (la
      *                ultima fila x del termino, como la leen los
      *                procesos); periodo = el termino
      *   FIN-TERMINO  desde el ultimo dia de clase o turno de
      *                examen del termino vigente; periodo = el
      *                termino
      * Un trabajo que ya termino dentro de su periodo con RC
      * aceptado queda registrado en PROGRAMADOR_CONTROL.DAT y no
      * vuelve a correr; uno que fallo, o que no corrio porque el
      * programador no se corrio su dia, vuelve a tocar en la
      * siguiente corrida del mismo periodo. Un trabajo cuya
      * dependencia tocaba hoy y no termino (fallo, se omitio o no
      * tiene fecha) no corre. Un plazo que no esta en el calendario
      * no se puede evaluar y se reporta.
      *
      * La fecha de negocio es la del sistema, o FECHA_NEGOCIO
      * (AAAAMMDD) en el ambiente para recuperar un dia que no se
      * corrio. Salidas: PROGRAMADOR.LOG (inicio, fin, RC y segundos
      * de cada trabajo) y PROGRAMADOR_REPORTE.DAT con el estado de
      * cada trabajo y, aparte, los que tocaban y no terminaron. Con
      * alguno de esos la corrida termina con RETURN-CODE 1, como el
      * batch diario; sin PROGRAMACION.DAT, con 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAMACION-FILE ASSIGN TO "PROGRAMACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRG-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALEN-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PROGRAMADOR_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT LOG-FILE ASSIGN TO "PROGRAMADOR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "PROGRAMADOR_REPORTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROGRAMACION-FILE.
       01  PRG-REC.
           88  EOF-PRG                 VALUE HIGH-VALUE.
           02  PRG-TRABAJO             PIC X(12).
           02  PRG-COMANDO             PIC X(50).
           02  PRG-CICLO               PIC X(11).
           02  PRG-DIA                 PIC X(2).
           02  PRG-RC-MAXIMO           PIC X(2).
           02  PRG-DEPENDE             PIC X(12) OCCURS 3 TIMES.

       FD  CALENDARIO-FILE.
       01  CAL-REC.
           88  EOF-CAL                 VALUE HIGH-VALUE.
           02  CAL-TERMINO             PIC X(6).
           02  CAL-FECHA               PIC 9(8).
           02  CAL-SEMANA              PIC 9(2).
           02  CAL-TIPO                PIC X(1).
           02  CAL-HORA                PIC X(2).

       FD  TERMINO-FILE.
       01  TERMINO-REC                 PIC X(6).

       FD  CONTROL-FILE.
       01  CTL-REC.
           88  EOF-CTL                 VALUE HIGH-VALUE.
           02  CTL-FECHA               PIC 9(8).
           02  FILLER                  PIC X.
           02  CTL-TRABAJO             PIC X(12).
           02  FILLER                  PIC X.
           02  CTL-PERIODO             PIC X(8).
           02  FILLER                  PIC X.
           02  CTL-RC                  PIC S9(4) SIGN LEADING SEPARATE.

       FD  LOG-FILE.
       01  LOG-LN                      PIC X(120).

       FD  REPORTE-FILE.
       01  REPORTE-LN                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PRG-STATUS           PIC X(2).
           05  WS-CALEN-STATUS         PIC X(2).
           05  WS-TERMINO-STATUS       PIC X(2).
           05  WS-CTL-STATUS           PIC X(2).
           05  WS-LOG-STATUS           PIC X(2).
           05  WS-REP-STATUS           PIC X(2).
           05  WS-FECHA-NEGOCIO        PIC 9(8).
           05  WS-FECHA-TEXTO          PIC X(8).
           05  WS-TERMINO              PIC X(6) VALUE SPACES.
           05  WS-DIA-INT              PIC 9(7).
           05  WS-DIA-SEMANA           PIC 9.
           05  WS-LUNES                PIC 9(8).
           05  WS-IDX                  PIC 99.
           05  WS-JDX                  PIC 99.
           05  WS-DEP                  PIC 9.
           05  WS-LETRA                PIC 9.
           05  WS-START-STAMP          PIC X(21).
           05  WS-END-STAMP            PIC X(21).
           05  WS-STEP-RC              PIC S9(4).
           05  WS-RC-EDIT              PIC ----9.
           05  WS-ELAPSED              PIC 9(5).
           05  WS-SEG-INICIO           PIC 9(7).
           05  WS-SEG-FIN              PIC 9(7).
           05  WS-FALLO                PIC X(1) VALUE "N".
               88  HUBO-FALLO          VALUE "Y".
           05  WS-CMD                  PIC X(50).

       01  WS-STAMP-DET.
           05  WS-STAMP-HH             PIC 9(2).
           05  WS-STAMP-MM             PIC 9(2).
           05  WS-STAMP-SS             PIC 9(2).

       01  WS-LETRAS-DIAS              PIC X(7) VALUE "LMXJVSD".

      * Fechas del termino vigente sacadas del calendario.
       01  WS-EVENTOS.
           05  WS-EVT-LIMITE-N         PIC 9(8) VALUE ZERO.
           05  WS-EVT-LIMITE-I         PIC 9(8) VALUE ZERO.
           05  WS-EVT-LIMITE-A         PIC 9(8) VALUE ZERO.
           05  WS-EVT-FIN-TERMINO      PIC 9(8) VALUE ZERO.

      * Trabajos de PROGRAMACION.DAT y su estado en esta corrida:
      *   N  no toca hoy           C  ya terminado en su periodo
      *   E  corrio y termino      F  corrio y fallo
      *   D  omitido: dependencia  S  sin fecha en el calendario
      *   X  fila invalida (ciclo, dia o dependencia desconocidos)
       01  WS-TRABAJOS.
           05  WS-TRA-COUNT            PIC 99 VALUE ZERO.
           05  WS-TRA-ENTRY OCCURS 50 TIMES.
               10  WS-TRA-TRABAJO      PIC X(12).
               10  WS-TRA-COMANDO      PIC X(50).
               10  WS-TRA-CICLO        PIC X(11).
               10  WS-TRA-DIA          PIC X(2).
               10  WS-TRA-RC-MAXIMO    PIC 9(2).
               10  WS-TRA-DEPENDE      PIC X(12) OCCURS 3 TIMES.
               10  WS-TRA-PERIODO      PIC X(8).
               10  WS-TRA-FECHA-EVT    PIC 9(8).
               10  WS-TRA-ESTADO       PIC X(1).
               10  WS-TRA-RC           PIC S9(4).
               10  WS-TRA-ULTIMA-OK    PIC 9(8).
               10  WS-TRA-MOTIVO       PIC X(36).

       01  WS-CTL-LINE.
           05  WCL-FECHA               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCL-TRABAJO             PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCL-PERIODO             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCL-RC                  PIC S9(4) SIGN LEADING SEPARATE.

       01  WS-TITULO.
           05  FILLER                  PIC X(35)
               VALUE "PROGRAMADOR DE TRABAJOS - NEGOCIO: ".
           05  WTI-FECHA               PIC 9(8).
           05  FILLER                  PIC X(10) VALUE " TERMINO: ".
           05  WTI-TERMINO             PIC X(6).

       01  WS-ENCABEZADO.
           05  FILLER                  PIC X(47)
               VALUE "TRABAJO      CICLO          PERIODO  FECHA EVT ".
           05  FILLER                  PIC X(26)
               VALUE "ULTIMA OK ESTADO".
           05  FILLER                  PIC X(26)
               VALUE "                        RC".

       01  WS-DETALLE.
           05  WDE-TRABAJO             PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WDE-CICLO               PIC X(11).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WDE-DIA                 PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WDE-PERIODO             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WDE-FECHA-EVT           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WDE-ULTIMA-OK           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WDE-MOTIVO              PIC X(36).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WDE-RC                  PIC X(5).

       01  WS-TOTALES.
           05  FILLER                  PIC X(11) VALUE "TRABAJOS: ".
           05  WTO-TRABAJOS            PIC Z9.
           05  FILLER                  PIC X(12) VALUE "  CORRIERON:".
           05  WTO-CORRIERON           PIC ZZ9.
           05  FILLER                  PIC X(14)
               VALUE "  PENDIENTES: ".
           05  WTO-PENDIENTES          PIC Z9.
       01  WS-CNT-CORRIERON            PIC 99 VALUE ZERO.
       01  WS-CNT-PENDIENTES           PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD.
           DISPLAY "FECHA_NEGOCIO" UPON ENVIRONMENT-NAME.
           MOVE SPACES TO WS-FECHA-TEXTO.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-NEGOCIO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NEGOCIO) NOT = 0
               DISPLAY "FECHA DE NEGOCIO INVALIDA: " WS-FECHA-NEGOCIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT - 1, 7) + 1.
           COMPUTE WS-LUNES = FUNCTION DATE-OF-INTEGER
               (WS-DIA-INT - WS-DIA-SEMANA + 1).
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   AT END CONTINUE
               END-READ
               MOVE TERMINO-REC TO WS-TERMINO
               CLOSE TERMINO-FILE
           END-IF.
           PERFORM 0110-LEER-CALENDARIO.
           PERFORM 0120-LEER-PROGRAMACION.
           PERFORM 0130-LEER-CONTROL.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF.
           MOVE SPACES TO LOG-LN.
           STRING "INICIO PROGRAMADOR, FECHA DE NEGOCIO "
               WS-FECHA-NEGOCIO " TERMINO " WS-TERMINO
               DELIMITED BY SIZE INTO LOG-LN.
           WRITE LOG-LN.

      * Los plazos se leen como los leen sus procesos (la ultima
      * fila del tipo en el termino); el fin de termino es el ultimo
      * dia de clase o turno de examen, como en VerificarCalendario.
       0110-LEER-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALEN-STATUS = "00"
               PERFORM UNTIL EOF-CAL
                   READ CALENDARIO-FILE
                       AT END SET EOF-CAL TO TRUE
                   END-READ
                   IF NOT EOF-CAL AND CAL-TERMINO = WS-TERMINO
                       AND CAL-FECHA IS NUMERIC
                       EVALUATE CAL-TIPO
                           WHEN "N"
                               MOVE CAL-FECHA TO WS-EVT-LIMITE-N
                           WHEN "I"
                               MOVE CAL-FECHA TO WS-EVT-LIMITE-I
                           WHEN "A"
                               MOVE CAL-FECHA TO WS-EVT-LIMITE-A
                           WHEN "C"
                           WHEN "E"
                               IF CAL-FECHA > WS-EVT-FIN-TERMINO
                                   MOVE CAL-FECHA
                                       TO WS-EVT-FIN-TERMINO
                               END-IF
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

       0120-LEER-PROGRAMACION.
           OPEN INPUT PROGRAMACION-FILE.
           IF WS-PRG-STATUS NOT = "00"
               DISPLAY "SIN PROGRAMACION.DAT; NO HAY TRABAJOS QUE "
                   "PROGRAMAR. CODIGO: " WS-PRG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-PRG
               MOVE SPACES TO PRG-REC
               READ PROGRAMACION-FILE
                   AT END SET EOF-PRG TO TRUE
               END-READ
               IF NOT EOF-PRG AND PRG-TRABAJO NOT = SPACES
                   AND PRG-TRABAJO(1:1) NOT = "*"
                   IF WS-TRA-COUNT < 50
                       ADD 1 TO WS-TRA-COUNT
                       PERFORM 0125-GUARDAR-TRABAJO
                   ELSE
                       DISPLAY "MAS DE 50 TRABAJOS; SE IGNORA "
                           PRG-TRABAJO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PROGRAMACION-FILE.

       0125-GUARDAR-TRABAJO.
           MOVE WS-TRA-COUNT TO WS-IDX.
           MOVE PRG-TRABAJO TO WS-TRA-TRABAJO(WS-IDX).
           MOVE PRG-COMANDO TO WS-TRA-COMANDO(WS-IDX).
           MOVE PRG-CICLO TO WS-TRA-CICLO(WS-IDX).
           MOVE PRG-DIA TO WS-TRA-DIA(WS-IDX).
           MOVE ZERO TO WS-TRA-RC-MAXIMO(WS-IDX).
           IF PRG-RC-MAXIMO IS NUMERIC
               MOVE PRG-RC-MAXIMO TO WS-TRA-RC-MAXIMO(WS-IDX)
           END-IF.
           PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 3
               MOVE PRG-DEPENDE(WS-DEP)
                   TO WS-TRA-DEPENDE(WS-IDX, WS-DEP)
           END-PERFORM.
           MOVE SPACES TO WS-TRA-MOTIVO(WS-IDX).
           MOVE ZERO TO WS-TRA-RC(WS-IDX) WS-TRA-ULTIMA-OK(WS-IDX)
               WS-TRA-FECHA-EVT(WS-IDX).
           MOVE "N" TO WS-TRA-ESTADO(WS-IDX).
           PERFORM 0140-CALCULAR-PERIODO THRU 0140-EXIT.

      * Periodo vigente de cada trabajo y si le toca hoy; el estado
      * queda en N (no toca), S (sin fecha), X (fila invalida) o en
      * blanco (toca, pendiente de ver el control).
       0140-CALCULAR-PERIODO.
           MOVE SPACES TO WS-TRA-PERIODO(WS-IDX).
           EVALUATE WS-TRA-CICLO(WS-IDX)
               WHEN "DIARIO"
                   MOVE WS-FECHA-NEGOCIO TO WS-TRA-PERIODO(WS-IDX)
                   MOVE SPACE TO WS-TRA-ESTADO(WS-IDX)
               WHEN "SEMANAL"
                   MOVE WS-LUNES TO WS-TRA-PERIODO(WS-IDX)
                   MOVE ZERO TO WS-LETRA
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > 7
                       IF WS-TRA-DIA(WS-IDX)(1:1)
                           = WS-LETRAS-DIAS(WS-JDX:1)
                           MOVE WS-JDX TO WS-LETRA
                       END-IF
                   END-PERFORM
                   IF WS-LETRA = ZERO
                       MOVE "X" TO WS-TRA-ESTADO(WS-IDX)
                       MOVE "DIA DE LA SEMANA INVALIDO"
                           TO WS-TRA-MOTIVO(WS-IDX)
                       GO TO 0140-EXIT
                   END-IF
                   IF WS-DIA-SEMANA >= WS-LETRA
                       MOVE SPACE TO WS-TRA-ESTADO(WS-IDX)
                   END-IF
               WHEN "MENSUAL"
                   MOVE WS-FECHA-NEGOCIO(1:6)
                       TO WS-TRA-PERIODO(WS-IDX)
                   IF WS-TRA-DIA(WS-IDX) IS NOT NUMERIC
                       OR WS-TRA-DIA(WS-IDX) < "01"
                       OR WS-TRA-DIA(WS-IDX) > "28"
                       MOVE "X" TO WS-TRA-ESTADO(WS-IDX)
                       MOVE "DIA DEL MES INVALIDO"
                           TO WS-TRA-MOTIVO(WS-IDX)
                       GO TO 0140-EXIT
                   END-IF
                   IF WS-FECHA-NEGOCIO(7:2) >= WS-TRA-DIA(WS-IDX)
                       MOVE SPACE TO WS-TRA-ESTADO(WS-IDX)
                   END-IF
               WHEN "LIMITE-N"
                   MOVE WS-EVT-LIMITE-N TO WS-TRA-FECHA-EVT(WS-IDX)
                   PERFORM 0145-EVALUAR-EVENTO
               WHEN "LIMITE-I"
                   MOVE WS-EVT-LIMITE-I TO WS-TRA-FECHA-EVT(WS-IDX)
                   PERFORM 0145-EVALUAR-EVENTO
               WHEN "LIMITE-A"
                   MOVE WS-EVT-LIMITE-A TO WS-TRA-FECHA-EVT(WS-IDX)
                   PERFORM 0145-EVALUAR-EVENTO
               WHEN "FIN-TERMINO"
                   MOVE WS-EVT-FIN-TERMINO
                       TO WS-TRA-FECHA-EVT(WS-IDX)
                   PERFORM 0145-EVALUAR-EVENTO
               WHEN OTHER
                   MOVE "X" TO WS-TRA-ESTADO(WS-IDX)
                   MOVE "CICLO DESCONOCIDO" TO WS-TRA-MOTIVO(WS-IDX)
           END-EVALUATE.

       0140-EXIT.
           EXIT.

      * Un plazo toca pasado su dia; el fin de termino, desde su dia.
       0145-EVALUAR-EVENTO.
           MOVE WS-TERMINO TO WS-TRA-PERIODO(WS-IDX).
           IF WS-TRA-FECHA-EVT(WS-IDX) = ZERO
               MOVE "S" TO WS-TRA-ESTADO(WS-IDX)
               MOVE "SIN FECHA EN EL CALENDARIO"
                   TO WS-TRA-MOTIVO(WS-IDX)
           ELSE
               IF WS-FECHA-NEGOCIO > WS-TRA-FECHA-EVT(WS-IDX)
                   OR (WS-TRA-CICLO(WS-IDX) = "FIN-TERMINO"
                   AND WS-FECHA-NEGOCIO = WS-TRA-FECHA-EVT(WS-IDX))
                   MOVE SPACE TO WS-TRA-ESTADO(WS-IDX)
               END-IF
           END-IF.

      * Terminaciones aceptadas del periodo vigente de cada trabajo;
      * las de periodos anteriores solo dan la ultima fecha buena.
       0130-LEER-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               PERFORM UNTIL EOF-CTL
                   READ CONTROL-FILE
                       AT END SET EOF-CTL TO TRUE
                   END-READ
                   IF NOT EOF-CTL
                       PERFORM 0135-APLICAR-CONTROL
                   END-IF
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       0135-APLICAR-CONTROL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRA-COUNT
               IF WS-TRA-TRABAJO(WS-IDX) = CTL-TRABAJO
                   AND CTL-RC >= ZERO
                   AND CTL-RC <= WS-TRA-RC-MAXIMO(WS-IDX)
                   IF CTL-FECHA > WS-TRA-ULTIMA-OK(WS-IDX)
                       MOVE CTL-FECHA TO WS-TRA-ULTIMA-OK(WS-IDX)
                   END-IF
                   IF CTL-PERIODO = WS-TRA-PERIODO(WS-IDX)
                       AND WS-TRA-ESTADO(WS-IDX) = SPACE
                       MOVE "C" TO WS-TRA-ESTADO(WS-IDX)
                       MOVE "YA TERMINADO EN SU PERIODO"
                           TO WS-TRA-MOTIVO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       0200-PROCESO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRA-COUNT
               EVALUATE WS-TRA-ESTADO(WS-IDX)
                   WHEN SPACE
                       PERFORM 0210-CORRER-TRABAJO THRU 0210-EXIT
                   WHEN "C"
                       PERFORM 0220-OMITIR-TRABAJO
                   WHEN "N"
                       MOVE "NO TOCA HOY" TO WS-TRA-MOTIVO(WS-IDX)
               END-EVALUATE
           END-PERFORM.

      * Las dependencias se resuelven en el orden del archivo: la
      * que tocaba hoy debe haber terminado (o estar terminada de
      * antes); la que no tocaba no detiene a nadie.
       0210-CORRER-TRABAJO.
           PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 3
               IF WS-TRA-DEPENDE(WS-IDX, WS-DEP) NOT = SPACES
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX >= WS-IDX
                           OR WS-TRA-TRABAJO(WS-JDX)
                              = WS-TRA-DEPENDE(WS-IDX, WS-DEP)
                       CONTINUE
                   END-PERFORM
                   IF WS-JDX >= WS-IDX
                       MOVE "X" TO WS-TRA-ESTADO(WS-IDX)
                       STRING "DEPENDENCIA DESCONOCIDA: "
                           WS-TRA-DEPENDE(WS-IDX, WS-DEP)
                           DELIMITED BY SIZE
                           INTO WS-TRA-MOTIVO(WS-IDX)
                       GO TO 0210-EXIT
                   END-IF
                   IF WS-TRA-ESTADO(WS-JDX) = "F"
                       OR WS-TRA-ESTADO(WS-JDX) = "D"
                       OR WS-TRA-ESTADO(WS-JDX) = "S"
                       OR WS-TRA-ESTADO(WS-JDX) = "X"
                       MOVE "D" TO WS-TRA-ESTADO(WS-IDX)
                       STRING "NO TERMINO "
                           WS-TRA-DEPENDE(WS-IDX, WS-DEP)
                           DELIMITED BY SIZE
                           INTO WS-TRA-MOTIVO(WS-IDX)
                       MOVE SPACES TO LOG-LN
                       STRING WS-TRA-TRABAJO(WS-IDX)
                           " NO SE EJECUTA: SU DEPENDENCIA "
                           WS-TRA-DEPENDE(WS-IDX, WS-DEP)
                           " NO TERMINO"
                           DELIMITED BY SIZE INTO LOG-LN
                       WRITE LOG-LN
                       DISPLAY LOG-LN
                       GO TO 0210-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TRA-COMANDO(WS-IDX) TO WS-CMD.
           PERFORM 0500-REGISTRAR-INICIO.
           CALL "SYSTEM" USING WS-CMD.
           PERFORM 0600-REGISTRAR-FIN.
           MOVE WS-STEP-RC TO WS-TRA-RC(WS-IDX).
           ADD 1 TO WS-CNT-CORRIERON.
           IF WS-STEP-RC >= ZERO
               AND WS-STEP-RC <= WS-TRA-RC-MAXIMO(WS-IDX)
               MOVE "E" TO WS-TRA-ESTADO(WS-IDX)
               MOVE "TERMINO" TO WS-TRA-MOTIVO(WS-IDX)
               MOVE WS-FECHA-NEGOCIO TO WS-TRA-ULTIMA-OK(WS-IDX)
           ELSE
               MOVE "F" TO WS-TRA-ESTADO(WS-IDX)
               MOVE "FALLO" TO WS-TRA-MOTIVO(WS-IDX)
           END-IF.
           PERFORM 0700-ESCRIBIR-LOG-TRABAJO.
           PERFORM 0150-REGISTRAR-CONTROL.

       0210-EXIT.
           EXIT.

       0220-OMITIR-TRABAJO.
           MOVE SPACES TO LOG-LN.
           STRING WS-TRA-TRABAJO(WS-IDX)
               " YA TERMINADO EN EL PERIODO "
               WS-TRA-PERIODO(WS-IDX) ", SE OMITE"
               DELIMITED BY SIZE INTO LOG-LN.
           WRITE LOG-LN.
           DISPLAY LOG-LN.

       0150-REGISTRAR-CONTROL.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO WCL-FECHA.
           MOVE WS-TRA-TRABAJO(WS-IDX) TO WCL-TRABAJO.
           MOVE WS-TRA-PERIODO(WS-IDX) TO WCL-PERIODO.
           MOVE WS-STEP-RC TO WCL-RC.
           WRITE CTL-REC FROM WS-CTL-LINE.
           CLOSE CONTROL-FILE.

       0300-FIN.
           MOVE "FIN PROGRAMADOR" TO LOG-LN.
           WRITE LOG-LN.
           CLOSE LOG-FILE.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PROGRAMADOR_REPORTE.DAT. "
                   "CODIGO: " WS-REP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO WTI-FECHA.
           MOVE WS-TERMINO TO WTI-TERMINO.
           WRITE REPORTE-LN FROM WS-TITULO.
           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           MOVE "1. ESTADO DE CADA TRABAJO" TO REPORTE-LN.
           WRITE REPORTE-LN.
           WRITE REPORTE-LN FROM WS-ENCABEZADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRA-COUNT
               PERFORM 0310-ESCRIBIR-DETALLE
               IF WS-TRA-ESTADO(WS-IDX) = "F"
                   OR WS-TRA-ESTADO(WS-IDX) = "D"
                   OR WS-TRA-ESTADO(WS-IDX) = "S"
                   OR WS-TRA-ESTADO(WS-IDX) = "X"
                   ADD 1 TO WS-CNT-PENDIENTES
                   SET HUBO-FALLO TO TRUE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           MOVE "2. TOCABAN Y NO TERMINARON (FALLIDOS U OMITIDOS)"
               TO REPORTE-LN.
           WRITE REPORTE-LN.
           WRITE REPORTE-LN FROM WS-ENCABEZADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRA-COUNT
               IF WS-TRA-ESTADO(WS-IDX) = "F"
                   OR WS-TRA-ESTADO(WS-IDX) = "D"
                   OR WS-TRA-ESTADO(WS-IDX) = "S"
                   OR WS-TRA-ESTADO(WS-IDX) = "X"
                   PERFORM 0310-ESCRIBIR-DETALLE
                   DISPLAY WS-DETALLE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORTE-LN.
           WRITE REPORTE-LN.
           MOVE WS-TRA-COUNT TO WTO-TRABAJOS.
           MOVE WS-CNT-CORRIERON TO WTO-CORRIERON.
           MOVE WS-CNT-PENDIENTES TO WTO-PENDIENTES.
           WRITE REPORTE-LN FROM WS-TOTALES.
           CLOSE REPORTE-FILE.
           DISPLAY WS-TOTALES.
           IF HUBO-FALLO
               DISPLAY "PROGRAMADOR TERMINO CON TRABAJOS PENDIENTES, "
                   "VER PROGRAMADOR_REPORTE.DAT"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "PROGRAMADOR TERMINO CON EXITO"
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0310-ESCRIBIR-DETALLE.
           MOVE WS-TRA-TRABAJO(WS-IDX) TO WDE-TRABAJO.
           MOVE WS-TRA-CICLO(WS-IDX) TO WDE-CICLO.
           MOVE WS-TRA-DIA(WS-IDX) TO WDE-DIA.
           MOVE WS-TRA-PERIODO(WS-IDX) TO WDE-PERIODO.
           MOVE SPACES TO WDE-FECHA-EVT WDE-ULTIMA-OK WDE-RC.
           IF WS-TRA-FECHA-EVT(WS-IDX) NOT = ZERO
               MOVE WS-TRA-FECHA-EVT(WS-IDX) TO WDE-FECHA-EVT
           END-IF.
           IF WS-TRA-ULTIMA-OK(WS-IDX) NOT = ZERO
               MOVE WS-TRA-ULTIMA-OK(WS-IDX) TO WDE-ULTIMA-OK
           END-IF.
           MOVE WS-TRA-MOTIVO(WS-IDX) TO WDE-MOTIVO.
           IF WS-TRA-ESTADO(WS-IDX) = "E"
               OR WS-TRA-ESTADO(WS-IDX) = "F"
               MOVE WS-TRA-RC(WS-IDX) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WDE-RC
           END-IF.
           WRITE REPORTE-LN FROM WS-DETALLE.

       0500-REGISTRAR-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.

       0600-REGISTRAR-FIN.
           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP.
      * CALL "SYSTEM" deja el status word de wait(): el exit code
      * del hijo va desplazado 8 bits.
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.

       0700-ESCRIBIR-LOG-TRABAJO.
           PERFORM 0710-CALCULAR-ELAPSED.
           MOVE WS-STEP-RC TO WS-RC-EDIT.
           MOVE SPACES TO LOG-LN.
           STRING
               WS-TRA-TRABAJO(WS-IDX)
               " INICIO: " WS-START-STAMP
               " FIN: " WS-END-STAMP
               " RC: " WS-RC-EDIT
               " SEG: " WS-ELAPSED
               DELIMITED BY SIZE
               INTO LOG-LN
           END-STRING.
           WRITE LOG-LN.
           DISPLAY LOG-LN.

       0710-CALCULAR-ELAPSED.
           MOVE WS-START-STAMP(9:6) TO WS-STAMP-DET.
           COMPUTE WS-SEG-INICIO = WS-STAMP-HH * 3600
               + WS-STAMP-MM * 60 + WS-STAMP-SS.
           MOVE WS-END-STAMP(9:6) TO WS-STAMP-DET.
           COMPUTE WS-SEG-FIN = WS-STAMP-HH * 3600
               + WS-STAMP-MM * 60 + WS-STAMP-SS.
           IF WS-SEG-FIN < WS-SEG-INICIO
               ADD 86400 TO WS-SEG-FIN
           END-IF.
           COMPUTE WS-ELAPSED = WS-SEG-FIN - WS-SEG-INICIO.

       END PROGRAM ProgramadorTrabajos.
