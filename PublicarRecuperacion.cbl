       IDENTIFICATION DIVISION.
       PROGRAM-ID. PublicarRecuperacion.
       AUTHOR.     EHIDALGO.

      * Cierre del ciclo de recuperacion del termino vigente. Toma
      * de RECUPERACION.DAT las filas con nota de examen capturada
      * (estado C, via IntakeRecuperacion) y decide la nota final
      * con la politica de reemplazo con tope: la nota del examen
      * reemplaza a la del curso, pero no puede pasar del tope
      * (RECUPERACION_TOPE en centesimas; si no se da, la linea de
      * aprobacion de CierreTermino, 14,00 o CIERRE_LINEA), y el
      * estudiante nunca queda con menos de lo que ya traia:
      *     FINAL = MAYOR(NOTA CURSO, MENOR(NOTA EXAMEN, TOPE))
      * Cuando la final mejora la del curso, todas las filas de esa
      * inscripcion en NOTAS.DAT pasan a la nota final con marca R,
      * de modo que el promedio de la seccion es la final y la nota
      * se distingue de una correccion ordinaria. NOTAS.DAT se
      * reescribe a un temporal que reemplaza al original, como en
      * ResolverIncompletos. Las filas publicadas quedan en estado
      * P; las que siguen en E (nadie capturo resultado) pasan a N,
      * no se presento: publicar cierra el ciclo. Cada nota movida
      * queda en RECUPERACION_AUDITORIA.LOG con valor anterior,
      * valor nuevo y operador, y en el diario de cambios. El
      * resumen por seccion (elegibles, presentados, aprobados,
      * reprobados, ausentes) sale en RECUPERACION_RESUMEN.DAT.
      * Mueve calificaciones: exige supervisor firmado, y no corre
      * sobre un termino que HistoricoTermino ya archivo (RC 8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT TEMP-FILE ASSIGN TO "NOTAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RECUP-FILE ASSIGN TO "RECUPERACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.
           SELECT RECUP-TMP ASSIGN TO "RECUPERACION.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTMP-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "RECUPERACION_AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CAMBIOS_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RESUMEN-FILE ASSIGN TO "RECUPERACION_RESUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-FILE.
       01  NOTA-REC.
           88  EOF-NOTAS           VALUE HIGH-VALUE.
           02  NR-MATRICULA        PIC 9(7).
           02  NR-APELLIDO         PIC X(10).
           02  NR-NOMBRE           PIC X(10).
           02  NR-DEGCOD           PIC X(9).
           02  NR-DEG              PIC X(3).
           02  NR-SECUENCIA        PIC 9(1).
           02  NR-NOTA             PIC 9(2)V99.
           02  NR-ESTADO           PIC X(1).
           02  NR-MARCA            PIC X(1).

       FD  TEMP-FILE.
       01  TMP-REC                 PIC X(46).

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  HISTORICO-FILE.
       01  HIST-REC.
           88  EOF-HIST            VALUE HIGH-VALUE.
           02  HIST-TERMINO        PIC X(6).
           02  FILLER              PIC X(55).

      * Ciclo de recuperacion: una fila por estudiante y seccion
      * elegible. Estado E = elegible, C = nota de examen capturada,
      * P = publicada en NOTAS.DAT, N = no se presento.
       FD  RECUP-FILE.
       01  RCP-REC.
           88  EOF-RCP             VALUE HIGH-VALUE.
           02  RCP-TERMINO         PIC X(6).
           02  RCP-MATRICULA       PIC 9(7).
           02  RCP-APELLIDO        PIC X(10).
           02  RCP-NOMBRE          PIC X(10).
           02  RCP-DEGCOD          PIC X(9).
           02  RCP-DEG             PIC X(3).
           02  RCP-NOTA-CURSO      PIC 9(2)V99.
           02  RCP-NOTA-EXAMEN     PIC 9(2)V99.
           02  RCP-NOTA-FINAL      PIC 9(2)V99.
           02  RCP-ESTADO          PIC X(1).

       FD  RECUP-TMP.
       01  RTMP-REC                PIC X(58).

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(100).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           02  JRN-FECHA           PIC 9(8).
           02  JRN-PROGRAMA        PIC X(20).
           02  JRN-MATRICULA       PIC 9(7).
           02  JRN-ACCION          PIC X(1).

       FD  RESUMEN-FILE.
       01  RESUMEN-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-NOTAS-STATUS     PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-HIST-STATUS      PIC X(2).
           05  WS-RCP-STATUS       PIC X(2).
           05  WS-RTMP-STATUS      PIC X(2).
           05  WS-AUD-STATUS       PIC X(2).
           05  WS-JOURNAL-STATUS   PIC X(2).
           05  WS-RES-STATUS       PIC X(2).
           05  WS-TERMINO-ACTUAL   PIC X(6).
           05  WS-IDX              PIC 9(4).
           05  WS-SEC-IDX          PIC 9(3).
           05  WS-HALLADO          PIC X.
           05  WS-ENV-TEXTO        PIC X(10).
           05  WS-LINEA            PIC 9(2)V99 VALUE 14.00.
           05  WS-TOPE             PIC 9(2)V99.
           05  WS-TOPADA           PIC 9(2)V99.
           05  WS-CMD              PIC X(60).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-PUBLICADAS       PIC 9(4) VALUE ZERO.
           05  WS-AUSENTES         PIC 9(4) VALUE ZERO.
           05  WS-FILAS-MOVIDAS    PIC 9(5) VALUE ZERO.
           05  WS-SIN-NOTAS        PIC 9(4) VALUE ZERO.
           05  WS-TERMINO-CERRADO  PIC X VALUE "N".
               88  TERMINO-YA-CERRADO VALUE "Y".

      * Sesion de operador (IniciarSesion): el id firmado fluye a la
      * auditoria y el nivel controla las funciones sensibles.
       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * RECUPERACION.DAT completo en memoria (todos los terminos);
      * WS-RCP-MUEVE marca las filas cuya final cambia NOTAS.DAT y
      * WS-RCP-TOCADA las que encontraron su inscripcion ahi.
       01  WS-RECUPERACION.
           05  WS-RCP-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RCP-ENTRY OCCURS 3000 TIMES.
               10  WS-RCP-FILA     PIC X(58).
               10  WS-RCP-MUEVE    PIC X.
               10  WS-RCP-TOCADA   PIC X.
       01  WS-RCP-LLENA-SW         PIC X VALUE "N".
           88  WS-RCP-LLENA        VALUE "Y".

      * Resumen por seccion del termino vigente.
       01  WS-SECCIONES.
           05  WS-SEC-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-SEC-ENTRY OCCURS 200 TIMES.
               10  WS-SEC-CODIGO   PIC X(9).
               10  WS-SEC-ELEGIBLES PIC 9(4).
               10  WS-SEC-PRESENTADOS PIC 9(4).
               10  WS-SEC-APROBADOS PIC 9(4).
               10  WS-SEC-AUSENTES PIC 9(4).
       01  WS-TOTALES.
           05  WS-TOT-ELEGIBLES    PIC 9(4) VALUE ZERO.
           05  WS-TOT-PRESENTADOS  PIC 9(4) VALUE ZERO.
           05  WS-TOT-APROBADOS    PIC 9(4) VALUE ZERO.
           05  WS-TOT-AUSENTES     PIC 9(4) VALUE ZERO.

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-OPERADOR        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-CODIGO          PIC X(9).
           05  FILLER              PIC X(5) VALUE " SEC ".
           05  WAL-SECUENCIA       PIC 9.
           05  FILLER              PIC X(7) VALUE " ANTES ".
           05  WAL-ANTERIOR        PIC 99.99.
           05  FILLER              PIC X(9) VALUE " DESPUES ".
           05  WAL-NUEVA           PIC 99.99.
           05  FILLER              PIC X(8) VALUE " EXAMEN ".
           05  WAL-EXAMEN          PIC 99.99.

       01  WS-RES-TITULO.
           05  FILLER              PIC X(36) VALUE
               "RESUMEN DE RECUPERACION DEL TERMINO ".
           05  WRT-TERMINO         PIC X(6).
           05  FILLER              PIC X(9) VALUE "  TOPE: ".
           05  WRT-TOPE            PIC 99.99.
           05  FILLER              PIC X(10) VALUE "  LINEA: ".
           05  WRT-LINEA           PIC 99.99.

       01  WS-RES-CABECERA.
           05  FILLER              PIC X(50) VALUE
               "SECCION   ELEGIBLES PRESENTADOS APROBADOS REPROB".
           05  FILLER              PIC X(9) VALUE "AUSENTES".

       01  WS-RES-LINEA.
           05  WRR-CODIGO          PIC X(9).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WRR-ELEGIBLES       PIC ZZZ9.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  WRR-PRESENTADOS     PIC ZZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WRR-APROBADOS       PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRR-REPROBADOS      PIC ZZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WRR-AUSENTES        PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
      * Publicar mueve calificaciones: solo un supervisor firmado, y
      * su id queda en cada linea de la auditoria.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "PUBLICAR LA RECUPERACION REQUIERE NIVEL "
                   "SUPERVISOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TERMINO-ACTUAL.DAT. CODIGO: "
                   WS-TERMINO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TERMINO-FILE
               AT END
                   DISPLAY "TERMINO-ACTUAL.DAT SIN REGISTROS."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE TERMINO-REC TO WS-TERMINO-ACTUAL.
           CLOSE TERMINO-FILE.
           PERFORM 0110-VERIFICAR-HISTORICO.
           DISPLAY "CIERRE_LINEA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-ENV-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-TEXTO) = ZERO
               COMPUTE WS-LINEA =
                   FUNCTION NUMVAL(WS-ENV-TEXTO) / 100
           END-IF.
           MOVE WS-LINEA TO WS-TOPE.
           MOVE SPACES TO WS-ENV-TEXTO.
           DISPLAY "RECUPERACION_TOPE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-ENV-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-TEXTO) = ZERO
               COMPUTE WS-TOPE =
                   FUNCTION NUMVAL(WS-ENV-TEXTO) / 100
           END-IF.
           IF WS-TOPE > 20
               MOVE 20 TO WS-TOPE
           END-IF.
           PERFORM 0120-CARGAR-RECUPERACION.
           IF WS-RCP-LLENA
               DISPLAY "RECUPERACION.DAT EXCEDE LA TABLA (3000 "
                   "FILAS); NO SE REESCRIBE PARA NO PERDER FILAS."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOTAS-FILE.
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR NOTAS.DAT. CODIGO: "
                   WS-NOTAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       0110-VERIFICAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF-HIST OR TERMINO-YA-CERRADO
                   READ HISTORICO-FILE
                       AT END SET EOF-HIST TO TRUE
                   END-READ
                   IF NOT EOF-HIST
                       AND HIST-TERMINO = WS-TERMINO-ACTUAL
                       SET TERMINO-YA-CERRADO TO TRUE
                   END-IF
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.
           IF TERMINO-YA-CERRADO
               DISPLAY "EL TERMINO " WS-TERMINO-ACTUAL
                   " YA ESTA ARCHIVADO EN HISTORICO.DAT; LA "
                   "RECUPERACION NO SE PUEDE PUBLICAR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Se decide aqui la nota final de cada fila C del termino y
      * se cierran las E sin resultado; el resto de los terminos
      * pasa intacto.
       0120-CARGAR-RECUPERACION.
           OPEN INPUT RECUP-FILE.
           IF WS-RCP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR RECUPERACION.DAT. CODIGO: "
                   WS-RCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-RCP
               READ RECUP-FILE
                   AT END SET EOF-RCP TO TRUE
               END-READ
               IF NOT EOF-RCP
                   IF WS-RCP-COUNT < 3000
                       ADD 1 TO WS-RCP-COUNT
                       MOVE "N" TO WS-RCP-MUEVE(WS-RCP-COUNT)
                       MOVE "N" TO WS-RCP-TOCADA(WS-RCP-COUNT)
                       IF RCP-TERMINO = WS-TERMINO-ACTUAL
                           PERFORM 0125-DECIDIR-FINAL
                       END-IF
                       MOVE RCP-REC TO WS-RCP-FILA(WS-RCP-COUNT)
                   ELSE
                       SET WS-RCP-LLENA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RECUP-FILE.

       0125-DECIDIR-FINAL.
           EVALUATE RCP-ESTADO
               WHEN "C"
                   IF RCP-NOTA-EXAMEN > WS-TOPE
                       MOVE WS-TOPE TO WS-TOPADA
                   ELSE
                       MOVE RCP-NOTA-EXAMEN TO WS-TOPADA
                   END-IF
                   IF WS-TOPADA > RCP-NOTA-CURSO
                       MOVE WS-TOPADA TO RCP-NOTA-FINAL
                       MOVE "Y" TO WS-RCP-MUEVE(WS-RCP-COUNT)
                   ELSE
                       MOVE RCP-NOTA-CURSO TO RCP-NOTA-FINAL
                   END-IF
                   MOVE "P" TO RCP-ESTADO
                   ADD 1 TO WS-PUBLICADAS
               WHEN "E"
                   MOVE RCP-NOTA-CURSO TO RCP-NOTA-FINAL
                   MOVE "N" TO RCP-ESTADO
                   ADD 1 TO WS-AUSENTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0200-PROCESO.
           PERFORM UNTIL EOF-NOTAS
               READ NOTAS-FILE
                   AT END SET EOF-NOTAS TO TRUE
               END-READ
               IF NOT EOF-NOTAS
                   PERFORM 0210-APLICAR-FINAL
                       THRU 0210-EXIT
                   WRITE TMP-REC FROM NOTA-REC
               END-IF
           END-PERFORM.
           CLOSE NOTAS-FILE.
           CLOSE TEMP-FILE.
           MOVE "mv NOTAS.TMP NOTAS.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           PERFORM 0230-REESCRIBIR-RECUPERACION.

      * Las filas I y W de la inscripcion no se tocan: una
      * inscripcion asi nunca fue elegible.
       0210-APLICAR-FINAL.
           IF NR-MARCA = "I" OR NR-MARCA = "W"
               GO TO 0210-EXIT
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RCP-COUNT
               IF WS-RCP-MUEVE(WS-IDX) = "Y"
                   MOVE WS-RCP-FILA(WS-IDX) TO RCP-REC
                   IF RCP-MATRICULA = NR-MATRICULA
                       AND RCP-DEGCOD = NR-DEGCOD
                       PERFORM 0220-MOVER-NOTA
                   END-IF
               END-IF
           END-PERFORM.

       0210-EXIT.
           EXIT.

       0220-MOVER-NOTA.
           MOVE WS-RUN-DATE TO WAL-FECHA.
           MOVE WS-RUN-TIME TO WAL-HORA.
           MOVE WS-SES-OPERADOR TO WAL-OPERADOR.
           MOVE NR-MATRICULA TO WAL-MATRICULA.
           MOVE NR-DEGCOD TO WAL-CODIGO.
           MOVE NR-SECUENCIA TO WAL-SECUENCIA.
           MOVE NR-NOTA TO WAL-ANTERIOR.
           MOVE RCP-NOTA-FINAL TO WAL-NUEVA.
           MOVE RCP-NOTA-EXAMEN TO WAL-EXAMEN.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
           MOVE RCP-NOTA-FINAL TO NR-NOTA.
           MOVE "R" TO NR-MARCA.
           ADD 1 TO WS-FILAS-MOVIDAS.
      * Una fila de diario por inscripcion, en la primera nota que
      * se mueve.
           IF WS-RCP-TOCADA(WS-IDX) = "N"
               MOVE "Y" TO WS-RCP-TOCADA(WS-IDX)
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               MOVE WS-RUN-DATE TO JRN-FECHA
               MOVE "PublicarRecuperacion" TO JRN-PROGRAMA
               MOVE NR-MATRICULA TO JRN-MATRICULA
               MOVE "M" TO JRN-ACCION
               WRITE JOURNAL-REC
               CLOSE JOURNAL-FILE
           END-IF.

       0230-REESCRIBIR-RECUPERACION.
           OPEN OUTPUT RECUP-TMP.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RCP-COUNT
               WRITE RTMP-REC FROM WS-RCP-FILA(WS-IDX)
           END-PERFORM.
           CLOSE RECUP-TMP.
           MOVE "mv RECUPERACION.TMP RECUPERACION.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       0300-FIN.
           CLOSE AUDIT-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RCP-COUNT
               IF WS-RCP-MUEVE(WS-IDX) = "Y"
                   AND WS-RCP-TOCADA(WS-IDX) = "N"
                   ADD 1 TO WS-SIN-NOTAS
                   MOVE WS-RCP-FILA(WS-IDX) TO RCP-REC
                   DISPLAY "ADVERTENCIA: " RCP-MATRICULA " "
                       RCP-DEGCOD " SIN FILAS EN NOTAS.DAT; LA "
                       "FINAL QUEDA SOLO EN RECUPERACION.DAT."
               END-IF
           END-PERFORM.
           PERFORM 0310-ESCRIBIR-RESUMEN.
           DISPLAY "RECUPERACION PUBLICADA. FILAS PUBLICADAS: "
               WS-PUBLICADAS " NO SE PRESENTARON: " WS-AUSENTES
               " NOTAS MOVIDAS: " WS-FILAS-MOVIDAS.
           IF WS-SIN-NOTAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Cuenta todas las filas del termino ya cerradas (P o N), de
      * esta corrida o de una anterior.
       0310-ESCRIBIR-RESUMEN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RCP-COUNT
               MOVE WS-RCP-FILA(WS-IDX) TO RCP-REC
               IF RCP-TERMINO = WS-TERMINO-ACTUAL
                   PERFORM 0320-CONTAR-FILA
                       THRU 0320-EXIT
               END-IF
           END-PERFORM.
           OPEN OUTPUT RESUMEN-FILE.
           MOVE WS-TERMINO-ACTUAL TO WRT-TERMINO.
           MOVE WS-TOPE TO WRT-TOPE.
           MOVE WS-LINEA TO WRT-LINEA.
           WRITE RESUMEN-REC FROM WS-RES-TITULO.
           WRITE RESUMEN-REC FROM WS-RES-CABECERA.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE WS-SEC-CODIGO(WS-SEC-IDX) TO WRR-CODIGO
               MOVE WS-SEC-ELEGIBLES(WS-SEC-IDX) TO WRR-ELEGIBLES
               MOVE WS-SEC-PRESENTADOS(WS-SEC-IDX)
                   TO WRR-PRESENTADOS
               MOVE WS-SEC-APROBADOS(WS-SEC-IDX) TO WRR-APROBADOS
               COMPUTE WRR-REPROBADOS =
                   WS-SEC-PRESENTADOS(WS-SEC-IDX)
                   - WS-SEC-APROBADOS(WS-SEC-IDX)
               MOVE WS-SEC-AUSENTES(WS-SEC-IDX) TO WRR-AUSENTES
               WRITE RESUMEN-REC FROM WS-RES-LINEA
           END-PERFORM.
           MOVE "TOTAL" TO WRR-CODIGO.
           MOVE WS-TOT-ELEGIBLES TO WRR-ELEGIBLES.
           MOVE WS-TOT-PRESENTADOS TO WRR-PRESENTADOS.
           MOVE WS-TOT-APROBADOS TO WRR-APROBADOS.
           COMPUTE WRR-REPROBADOS =
               WS-TOT-PRESENTADOS - WS-TOT-APROBADOS.
           MOVE WS-TOT-AUSENTES TO WRR-AUSENTES.
           WRITE RESUMEN-REC FROM WS-RES-LINEA.
           CLOSE RESUMEN-FILE.

       0320-CONTAR-FILA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                       OR WS-HALLADO = "Y"
               IF WS-SEC-CODIGO(WS-SEC-IDX) = RCP-DEGCOD
                   MOVE "Y" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "Y"
               SUBTRACT 1 FROM WS-SEC-IDX
           ELSE
               IF WS-SEC-COUNT < 200
                   ADD 1 TO WS-SEC-COUNT
                   MOVE WS-SEC-COUNT TO WS-SEC-IDX
                   INITIALIZE WS-SEC-ENTRY(WS-SEC-IDX)
                   MOVE RCP-DEGCOD TO WS-SEC-CODIGO(WS-SEC-IDX)
               ELSE
                   GO TO 0320-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-SEC-ELEGIBLES(WS-SEC-IDX) WS-TOT-ELEGIBLES.
           EVALUATE RCP-ESTADO
               WHEN "P"
                   ADD 1 TO WS-SEC-PRESENTADOS(WS-SEC-IDX)
                       WS-TOT-PRESENTADOS
                   IF RCP-NOTA-FINAL NOT < WS-LINEA
                       ADD 1 TO WS-SEC-APROBADOS(WS-SEC-IDX)
                           WS-TOT-APROBADOS
                   END-IF
               WHEN "N"
                   ADD 1 TO WS-SEC-AUSENTES(WS-SEC-IDX)
                       WS-TOT-AUSENTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0320-EXIT.
           EXIT.

       END PROGRAM PublicarRecuperacion.
