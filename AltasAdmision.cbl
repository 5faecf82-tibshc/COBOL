       IDENTIFICATION DIVISION.
       PROGRAM-ID. AltasAdmision.
       AUTHOR.     EHIDALGO.

      * Cierre de la admision del termino de ingreso ADMISION_TERMINO
      * (AAAATT, obligatorio). Cada aspirante confirmado (C) de
      * ASPIRANTES.DAT que aun no tiene matricula recibe una nueva:
      * los seis primeros digitos siguen al mayor en uso en
      * MAESTRO.DAT, en ASPIRANTES.DAT y en las altas pendientes de
      * ALTAS.DAT, y el septimo es el que calcula DigitoVerificador,
      * asi que la matricula nunca choca con la de otro estudiante en
      * los primeros seis digitos (el criterio de
      * RenumerarMatriculas). El aspirante se agrega a ALTAS.DAT en
      * el layout de carga que consume IntakeAltas, con el curso de
      * ingreso de su carrera en CUPOS_ADMISION.DAT (seccion en
      * blanco: el intake lo ubica) y sus demograficos; en
      * ASPIRANTES.DAT quedan su matricula y la fecha del alta.
      *
      * ADMISIONES_RESUMEN.DAT es el resumen por carrera que pide
      * rectoria en cada ingreso: las matriculas asignadas en la
      * corrida y, por carrera, cupo, solicitudes, examinados,
      * admitidos (toda oferta hecha, aunque el admitido desista
      * despues), en espera, rechazados, confirmados y rendimiento
      * (confirmados por cien entre admitidos), con una linea de
      * totales. Un confirmado de una carrera sin renglon de cupo no
      * recibe matricula: RC 4. Sin ASPIRANTES.DAT: RC 16.
      *
      * ALTAS.DAT viaja con el sobre de control que ControlEntrada
      * exige a IntakeAltas (CONTROL-ENTRADA-RECORD.CBL): las altas
      * nuevas se agregan reescribiendo el archivo por ALTAS.TMP con
      * la cabecera que ya traia (o una de ADMISION si no traia) y
      * un pie con la cantidad y el total de matriculas de todo el
      * cuerpo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASPIRANTES-FILE ASSIGN TO "ASPIRANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASP-STATUS.
           SELECT TEMP-FILE ASSIGN TO "ASPIRANTES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT CUPOS-FILE ASSIGN TO "CUPOS_ADMISION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUP-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAE-STATUS.
           SELECT ALTAS-FILE ASSIGN TO "ALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STATUS.
           SELECT ALTAS-TMP-FILE ASSIGN TO "ALTAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-TMP-STATUS.
           SELECT RESUMEN-FILE ASSIGN TO "ADMISIONES_RESUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASPIRANTES-FILE.
       01  ASPIRANTE-REC.
           88  EOF-ASPIRANTES      VALUE HIGH-VALUE.
           COPY "ASPIRANTE-RECORD.CBL"
               REPLACING LEADING ==AS== BY ==ASP==.

       FD  TEMP-FILE.
       01  TMP-REC                 PIC X(116).

       FD  CUPOS-FILE.
       01  CUPO-REC.
           88  EOF-CUPOS           VALUE HIGH-VALUE.
           02  CUP-TERMINO         PIC X(6).
           02  CUP-CARRERA         PIC X(3).
           02  CUP-CUPO            PIC 9(4).
           02  CUP-PUNTAJE-MIN     PIC 9(3).
           02  CUP-CODIGO          PIC X(9).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

      * Layout de carga de IntakeAltas.
       FD  ALTAS-FILE.
       01  ALTA-REGISTRO.
           88  EOF-ALTAS           VALUE HIGH-VALUE.
           02  A-MATRICULA         PIC 9(7).
           02  A-APELLIDO          PIC X(10).
           02  A-NOMBRE            PIC X(10).
           02  A-CODIGO            PIC X(9).
           02  A-MATERIA           PIC X(3).
           02  A-GENERO            PIC X(1).
           02  A-FECHA-NAC         PIC 9(8).
           02  A-MUNICIPIO         PIC X(20).
           02  A-SEDE              PIC X(3).

       FD  ALTAS-TMP-FILE.
       01  ALTAS-TMP-REC           PIC X(71).

       FD  RESUMEN-FILE.
       01  RESUMEN-LN              PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-ASP-STATUS       PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-CUP-STATUS       PIC X(2).
           05  WS-MAE-STATUS       PIC X(2).
           05  WS-ALT-STATUS       PIC X(2).
           05  WS-ALT-TMP-STATUS   PIC X(2).
           05  WS-RES-STATUS       PIC X(2).
           05  WS-TERMINO          PIC X(6).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-IDX              PIC 9(4).
           05  WS-CUP-IDX          PIC 9(2).
           05  WS-HALLADO          PIC X.
               88  SE-HALLO        VALUE "Y".
           05  WS-ASIGNADAS        PIC 9(4) VALUE ZERO.
           05  WS-SIN-CUPO         PIC 9(4) VALUE ZERO.
           05  WS-BASE             PIC 9(6) VALUE ZERO.
           05  WS-DV-RESULTADO     PIC X(1).
           05  WS-DV-ESPERADO      PIC 9.
           05  WS-CMD              PIC X(100).
           05  WS-ALT-CANTIDAD     PIC 9(7) VALUE ZERO.
           05  WS-ALT-TOTAL        PIC 9(15) VALUE ZERO.
           05  WS-ALT-CAB-SW       PIC X VALUE "N".
               88  ALT-CON-CABECERA VALUE "Y".

      * Sobre de control de ALTAS.DAT (cabecera y pie).
       01  WS-ALT-CONTROL.
           COPY "CONTROL-ENTRADA-RECORD.CBL"
               REPLACING LEADING ==CE== BY ==ACT==.

      * Matricula vista en cualquiera de los archivos: los primeros
      * seis digitos son los que la distinguen.
       01  WS-MAT-LEIDA            PIC 9(7).
       01  WS-MAT-LEIDA-R REDEFINES WS-MAT-LEIDA.
           05  WS-MAT-LEIDA-BASE   PIC 9(6).
           05  WS-MAT-LEIDA-DV     PIC 9(1).

       01  WS-MAT-NUEVA            PIC 9(7).
       01  WS-MAT-NUEVA-R REDEFINES WS-MAT-NUEVA.
           05  WS-MAT-NUEVA-BASE   PIC 9(6).
           05  WS-MAT-NUEVA-DV     PIC 9(1).

      * Renglones de cupo del termino y conteos del resumen; las
      * carreras con aspirantes y sin cupo se agregan con cupo cero.
       01  WS-CARRERAS.
           05  WS-CUP-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-CUP-ENTRY OCCURS 20 TIMES.
               10  WS-CUP-CARRERA  PIC X(3).
               10  WS-CUP-CUPO     PIC 9(4).
               10  WS-CUP-CODIGO   PIC X(9).
               10  WS-CUP-CON-CUPO PIC X(1).
                   88  WS-CUP-DEFINIDO VALUE "Y".
               10  WS-CUP-SOLICITUDES PIC 9(4).
               10  WS-CUP-EXAMINADOS PIC 9(4).
               10  WS-CUP-ADMITIDOS PIC 9(4).
               10  WS-CUP-ESPERA   PIC 9(4).
               10  WS-CUP-RECHAZADOS PIC 9(4).
               10  WS-CUP-CONFIRMADOS PIC 9(4).

       01  WS-TOTALES.
           05  WS-TOT-CUPO         PIC 9(5) VALUE ZERO.
           05  WS-TOT-SOLICITUDES  PIC 9(5) VALUE ZERO.
           05  WS-TOT-EXAMINADOS   PIC 9(5) VALUE ZERO.
           05  WS-TOT-ADMITIDOS    PIC 9(5) VALUE ZERO.
           05  WS-TOT-ESPERA       PIC 9(5) VALUE ZERO.
           05  WS-TOT-RECHAZADOS   PIC 9(5) VALUE ZERO.
           05  WS-TOT-CONFIRMADOS  PIC 9(5) VALUE ZERO.

      * Archivo completo en memoria para reescribirlo.
       01  WS-ASPIRANTES.
           05  WS-ASP-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-ASP-REG          PIC X(116) OCCURS 5000 TIMES.

       01  WS-TITULO.
           05  FILLER              PIC X(28)
               VALUE "RESUMEN DE ADMISION TERMINO".
           05  WTI-TERMINO         PIC X(6).
           05  FILLER              PIC X(4) VALUE " AL ".
           05  WTI-FECHA           PIC 9(8).

       01  WS-ASIGNADA-LN.
           05  FILLER              PIC X(6) VALUE "FOLIO ".
           05  WAS-FOLIO           PIC 9(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAS-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WAS-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAS-CARRERA         PIC X(3).
           05  FILLER              PIC X(13) VALUE " | MATRICULA ".
           05  WAS-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAS-CODIGO          PIC X(9).

       01  WS-ENCABEZADO.
           05  FILLER              PIC X(36)
               VALUE "CAR  |  CUPO | SOLIC |  EXAM | ADMIT".
           05  FILLER              PIC X(33)
               VALUE " | ESPERA |  RECH |  CONF |  REND".

       01  WS-CARRERA-LN.
           05  WCL-CARRERA         PIC X(5).
           05  FILLER              PIC X(2) VALUE "| ".
           05  WCL-CUPO            PIC ZZZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-SOLICITUDES     PIC ZZZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-EXAMINADOS      PIC ZZZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-ADMITIDOS       PIC ZZZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-ESPERA          PIC ZZZZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-RECHAZADOS      PIC ZZZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-CONFIRMADOS     PIC ZZZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-RENDIMIENTO     PIC ZZ9.9.
           05  FILLER              PIC X(1) VALUE "%".
           05  WCL-NOTA            PIC X(10).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           MOVE SPACES TO WS-TERMINO.
           DISPLAY "ADMISION_TERMINO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERMINO FROM ENVIRONMENT-VALUE.
           IF WS-TERMINO = SPACES
               DISPLAY "FALTA ADMISION_TERMINO (AAAATT)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0110-CARGAR-CUPOS.
           PERFORM 0120-CARGAR-ASPIRANTES.
           PERFORM 0130-REVISAR-MAESTRO.
           PERFORM 0140-REVISAR-ALTAS.

       0110-CARGAR-CUPOS.
           OPEN INPUT CUPOS-FILE.
           IF WS-CUP-STATUS = "00"
               PERFORM UNTIL EOF-CUPOS
                   READ CUPOS-FILE
                       AT END SET EOF-CUPOS TO TRUE
                   END-READ
                   IF NOT EOF-CUPOS
                       AND CUP-TERMINO = WS-TERMINO
                       AND WS-CUP-COUNT < 20
                       ADD 1 TO WS-CUP-COUNT
                       INITIALIZE WS-CUP-ENTRY(WS-CUP-COUNT)
                       MOVE CUP-CARRERA TO WS-CUP-CARRERA(WS-CUP-COUNT)
                       MOVE CUP-CUPO TO WS-CUP-CUPO(WS-CUP-COUNT)
                       MOVE CUP-CODIGO TO WS-CUP-CODIGO(WS-CUP-COUNT)
                       SET WS-CUP-DEFINIDO(WS-CUP-COUNT) TO TRUE
                   END-IF
               END-PERFORM
               CLOSE CUPOS-FILE
               INITIALIZE CUPO-REC
           ELSE
               DISPLAY "NO HAY CUPOS_ADMISION.DAT; NINGUN "
                   "CONFIRMADO RECIBE MATRICULA."
           END-IF.

       0120-CARGAR-ASPIRANTES.
           OPEN INPUT ASPIRANTES-FILE.
           IF WS-ASP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ASPIRANTES.DAT. CODIGO: "
                   WS-ASP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-ASPIRANTES
               READ ASPIRANTES-FILE
                   AT END SET EOF-ASPIRANTES TO TRUE
               END-READ
               IF NOT EOF-ASPIRANTES
                   IF WS-ASP-COUNT = 5000
                       DISPLAY "MAS DE 5000 ASPIRANTES; NO SE PUEDE "
                           "REESCRIBIR ASPIRANTES.DAT."
                       CLOSE ASPIRANTES-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ASP-COUNT
                   MOVE ASPIRANTE-REC TO WS-ASP-REG(WS-ASP-COUNT)
                   MOVE ASP-MATRICULA TO WS-MAT-LEIDA
                   PERFORM 0150-COMPARAR-BASE
               END-IF
           END-PERFORM.
           CLOSE ASPIRANTES-FILE.
           INITIALIZE ASPIRANTE-REC.

       0130-REVISAR-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAE-STATUS = "00"
               PERFORM UNTIL EOF-MAESTRO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       MOVE MAE-MATRICULA TO WS-MAT-LEIDA
                       PERFORM 0150-COMPARAR-BASE
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
               INITIALIZE MAESTRO-REC
           END-IF.

      * Altas que aun no carga IntakeAltas: sus matriculas tambien
      * estan tomadas.
       0140-REVISAR-ALTAS.
           OPEN INPUT ALTAS-FILE.
           IF WS-ALT-STATUS = "00"
               PERFORM UNTIL EOF-ALTAS
                   READ ALTAS-FILE
                       AT END SET EOF-ALTAS TO TRUE
                   END-READ
                   IF NOT EOF-ALTAS
                       AND A-MATRICULA IS NUMERIC
                       MOVE A-MATRICULA TO WS-MAT-LEIDA
                       PERFORM 0150-COMPARAR-BASE
                   END-IF
               END-PERFORM
               CLOSE ALTAS-FILE
               INITIALIZE ALTA-REGISTRO
           END-IF.

       0150-COMPARAR-BASE.
           IF WS-MAT-LEIDA-BASE > WS-BASE
               MOVE WS-MAT-LEIDA-BASE TO WS-BASE
           END-IF.

       0200-PROCESO.
           OPEN OUTPUT RESUMEN-FILE.
           MOVE WS-TERMINO TO WTI-TERMINO.
           MOVE WS-FECHA-HOY TO WTI-FECHA.
           WRITE RESUMEN-LN FROM WS-TITULO.
           MOVE SPACES TO RESUMEN-LN.
           WRITE RESUMEN-LN.
           PERFORM 0205-COPIAR-ALTAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASP-COUNT
               MOVE WS-ASP-REG(WS-IDX) TO ASPIRANTE-REC
               IF ASP-TERMINO = WS-TERMINO
                   PERFORM 0210-ASIGNAR-MATRICULA THRU 0210-EXIT
                   PERFORM 0220-CONTAR-ASPIRANTE
               END-IF
           END-PERFORM.
           PERFORM 0240-CERRAR-ALTAS.
           PERFORM 0250-REESCRIBIR-ASPIRANTES.

      * Copia el cuerpo vigente de ALTAS.DAT a ALTAS.TMP detras de su
      * cabecera; el pie viejo se descarta y se rehace al final.
       0205-COPIAR-ALTAS.
           OPEN OUTPUT ALTAS-TMP-FILE.
           OPEN INPUT ALTAS-FILE.
           IF WS-ALT-STATUS = "00"
               PERFORM UNTIL EOF-ALTAS
                   MOVE SPACES TO ALTA-REGISTRO
                   READ ALTAS-FILE
                       AT END SET EOF-ALTAS TO TRUE
                   END-READ
                   IF NOT EOF-ALTAS
                       AND ALTA-REGISTRO NOT = SPACES
                       PERFORM 0206-COPIAR-RENGLON THRU 0206-EXIT
                   END-IF
               END-PERFORM
               CLOSE ALTAS-FILE
               INITIALIZE ALTA-REGISTRO
           END-IF.
           IF NOT ALT-CON-CABECERA
               PERFORM 0207-ESCRIBIR-CABECERA
           END-IF.

       0206-COPIAR-RENGLON.
           MOVE ALTA-REGISTRO TO WS-ALT-CONTROL.
           IF ACT-CABECERA
               IF NOT ALT-CON-CABECERA
                   WRITE ALTAS-TMP-REC FROM ALTA-REGISTRO
                   SET ALT-CON-CABECERA TO TRUE
               END-IF
               GO TO 0206-EXIT
           END-IF.
           IF ACT-PIE
               GO TO 0206-EXIT
           END-IF.
           IF NOT ALT-CON-CABECERA
               PERFORM 0207-ESCRIBIR-CABECERA
           END-IF.
           WRITE ALTAS-TMP-REC FROM ALTA-REGISTRO.
           PERFORM 0208-SUMAR-CONTROL.

       0206-EXIT.
           EXIT.

       0207-ESCRIBIR-CABECERA.
           MOVE SPACES TO WS-ALT-CONTROL.
           SET ACT-CABECERA TO TRUE.
           MOVE "ALTAS" TO ACT-TIPO.
           MOVE WS-FECHA-HOY TO ACT-FECHA-REMITENTE.
           MOVE "ADMISION" TO ACT-REMITENTE.
           WRITE ALTAS-TMP-REC FROM WS-ALT-CONTROL.
           SET ALT-CON-CABECERA TO TRUE.

       0208-SUMAR-CONTROL.
           ADD 1 TO WS-ALT-CANTIDAD.
           IF A-MATRICULA IS NUMERIC
               ADD A-MATRICULA TO WS-ALT-TOTAL
           END-IF.

       0210-ASIGNAR-MATRICULA.
           PERFORM 0230-BUSCAR-CARRERA.
           IF NOT ASP-CONFIRMADO OR ASP-MATRICULA NOT = ZERO
               GO TO 0210-EXIT
           END-IF.
           IF NOT WS-CUP-DEFINIDO(WS-CUP-IDX)
               DISPLAY "FOLIO " ASP-FOLIO ": LA CARRERA "
                   ASP-CARRERA " NO TIENE CUPO NI CURSO DE INGRESO "
                   "PARA " WS-TERMINO "; SIN MATRICULA."
               ADD 1 TO WS-SIN-CUPO
               GO TO 0210-EXIT
           END-IF.
           IF WS-BASE = 999999
               DISPLAY "NO QUEDAN MATRICULAS DISPONIBLES."
               ADD 1 TO WS-SIN-CUPO
               GO TO 0210-EXIT
           END-IF.
           ADD 1 TO WS-BASE.
           MOVE WS-BASE TO WS-MAT-NUEVA-BASE.
           MOVE ZERO TO WS-MAT-NUEVA-DV.
           CALL "DigitoVerificador" USING WS-MAT-NUEVA
               WS-DV-RESULTADO WS-DV-ESPERADO.
           MOVE WS-DV-ESPERADO TO WS-MAT-NUEVA-DV.
           INITIALIZE ALTA-REGISTRO.
           MOVE WS-MAT-NUEVA TO A-MATRICULA.
           MOVE ASP-APELLIDO TO A-APELLIDO.
           MOVE ASP-NOMBRE TO A-NOMBRE.
           MOVE WS-CUP-CODIGO(WS-CUP-IDX) TO A-CODIGO.
           MOVE ASP-CARRERA TO A-MATERIA.
           MOVE ASP-GENERO TO A-GENERO.
           MOVE ASP-FECHA-NAC TO A-FECHA-NAC.
           MOVE ASP-MUNICIPIO TO A-MUNICIPIO.
           WRITE ALTAS-TMP-REC FROM ALTA-REGISTRO.
           PERFORM 0208-SUMAR-CONTROL.
           MOVE WS-MAT-NUEVA TO ASP-MATRICULA.
           MOVE WS-FECHA-HOY TO ASP-FECHA-ALTA.
           MOVE ASPIRANTE-REC TO WS-ASP-REG(WS-IDX).
           ADD 1 TO WS-ASIGNADAS.
           MOVE ASP-FOLIO TO WAS-FOLIO.
           MOVE ASP-APELLIDO TO WAS-APELLIDO.
           MOVE ASP-NOMBRE TO WAS-NOMBRE.
           MOVE ASP-CARRERA TO WAS-CARRERA.
           MOVE WS-MAT-NUEVA TO WAS-MATRICULA.
           MOVE WS-CUP-CODIGO(WS-CUP-IDX) TO WAS-CODIGO.
           WRITE RESUMEN-LN FROM WS-ASIGNADA-LN.

       0210-EXIT.
           EXIT.

       0220-CONTAR-ASPIRANTE.
           ADD 1 TO WS-CUP-SOLICITUDES(WS-CUP-IDX).
           IF ASP-FECHA-EXAMEN NOT = ZERO
               ADD 1 TO WS-CUP-EXAMINADOS(WS-CUP-IDX)
           END-IF.
           IF ASP-CON-OFERTA
               ADD 1 TO WS-CUP-ADMITIDOS(WS-CUP-IDX)
           END-IF.
           IF ASP-EN-ESPERA
               ADD 1 TO WS-CUP-ESPERA(WS-CUP-IDX)
           END-IF.
           IF ASP-RECHAZADO
               ADD 1 TO WS-CUP-RECHAZADOS(WS-CUP-IDX)
           END-IF.
           IF ASP-CONFIRMADO
               ADD 1 TO WS-CUP-CONFIRMADOS(WS-CUP-IDX)
           END-IF.

      * Deja en WS-CUP-IDX la carrera del aspirante; si no tiene
      * renglon de cupo la agrega, con cupo cero, para el resumen.
       0230-BUSCAR-CARRERA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-CUP-IDX FROM 1 BY 1
                   UNTIL WS-CUP-IDX > WS-CUP-COUNT OR SE-HALLO
               IF WS-CUP-CARRERA(WS-CUP-IDX) = ASP-CARRERA
                   SET SE-HALLO TO TRUE
               END-IF
           END-PERFORM.
           IF SE-HALLO
               SUBTRACT 1 FROM WS-CUP-IDX
           ELSE
               IF WS-CUP-COUNT < 20
                   ADD 1 TO WS-CUP-COUNT
               END-IF
               MOVE WS-CUP-COUNT TO WS-CUP-IDX
               INITIALIZE WS-CUP-ENTRY(WS-CUP-IDX)
               MOVE ASP-CARRERA TO WS-CUP-CARRERA(WS-CUP-IDX)
               MOVE "N" TO WS-CUP-CON-CUPO(WS-CUP-IDX)
           END-IF.

      * Pie con las cifras de todo el cuerpo; sin altas nuevas
      * ALTAS.DAT queda como estaba.
       0240-CERRAR-ALTAS.
           MOVE SPACES TO WS-ALT-CONTROL.
           SET ACT-PIE TO TRUE.
           MOVE WS-ALT-CANTIDAD TO ACT-CANTIDAD.
           MOVE WS-ALT-TOTAL TO ACT-TOTAL.
           WRITE ALTAS-TMP-REC FROM WS-ALT-CONTROL.
           CLOSE ALTAS-TMP-FILE.
           IF WS-ASIGNADAS > ZERO
               MOVE "mv ALTAS.TMP ALTAS.DAT" TO WS-CMD
           ELSE
               MOVE "rm -f ALTAS.TMP" TO WS-CMD
           END-IF.
           CALL "SYSTEM" USING WS-CMD.

       0250-REESCRIBIR-ASPIRANTES.
           IF WS-ASIGNADAS > ZERO
               OPEN OUTPUT TEMP-FILE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ASP-COUNT
                   WRITE TMP-REC FROM WS-ASP-REG(WS-IDX)
               END-PERFORM
               CLOSE TEMP-FILE
               MOVE "mv ASPIRANTES.TMP ASPIRANTES.DAT" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF.

       0300-FIN.
           IF WS-ASIGNADAS > ZERO
               MOVE SPACES TO RESUMEN-LN
               WRITE RESUMEN-LN
           END-IF.
           WRITE RESUMEN-LN FROM WS-ENCABEZADO.
           PERFORM VARYING WS-CUP-IDX FROM 1 BY 1
                   UNTIL WS-CUP-IDX > WS-CUP-COUNT
               PERFORM 0310-LINEA-CARRERA
           END-PERFORM.
           MOVE "TOTAL" TO WCL-CARRERA.
           MOVE WS-TOT-CUPO TO WCL-CUPO.
           MOVE WS-TOT-SOLICITUDES TO WCL-SOLICITUDES.
           MOVE WS-TOT-EXAMINADOS TO WCL-EXAMINADOS.
           MOVE WS-TOT-ADMITIDOS TO WCL-ADMITIDOS.
           MOVE WS-TOT-ESPERA TO WCL-ESPERA.
           MOVE WS-TOT-RECHAZADOS TO WCL-RECHAZADOS.
           MOVE WS-TOT-CONFIRMADOS TO WCL-CONFIRMADOS.
           MOVE ZERO TO WCL-RENDIMIENTO.
           IF WS-TOT-ADMITIDOS > ZERO
               COMPUTE WCL-RENDIMIENTO ROUNDED =
                   WS-TOT-CONFIRMADOS * 100 / WS-TOT-ADMITIDOS
           END-IF.
           MOVE SPACES TO WCL-NOTA.
           WRITE RESUMEN-LN FROM WS-CARRERA-LN.
           CLOSE RESUMEN-FILE.
           DISPLAY "TERMINO " WS-TERMINO ": " WS-ASIGNADAS
               " MATRICULAS ASIGNADAS Y AGREGADAS A ALTAS.DAT.".
           IF WS-SIN-CUPO > ZERO
               DISPLAY "CONFIRMADOS SIN MATRICULA: " WS-SIN-CUPO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0310-LINEA-CARRERA.
           MOVE WS-CUP-CARRERA(WS-CUP-IDX) TO WCL-CARRERA.
           MOVE WS-CUP-CUPO(WS-CUP-IDX) TO WCL-CUPO.
           MOVE WS-CUP-SOLICITUDES(WS-CUP-IDX) TO WCL-SOLICITUDES.
           MOVE WS-CUP-EXAMINADOS(WS-CUP-IDX) TO WCL-EXAMINADOS.
           MOVE WS-CUP-ADMITIDOS(WS-CUP-IDX) TO WCL-ADMITIDOS.
           MOVE WS-CUP-ESPERA(WS-CUP-IDX) TO WCL-ESPERA.
           MOVE WS-CUP-RECHAZADOS(WS-CUP-IDX) TO WCL-RECHAZADOS.
           MOVE WS-CUP-CONFIRMADOS(WS-CUP-IDX) TO WCL-CONFIRMADOS.
           MOVE ZERO TO WCL-RENDIMIENTO.
           IF WS-CUP-ADMITIDOS(WS-CUP-IDX) > ZERO
               COMPUTE WCL-RENDIMIENTO ROUNDED =
                   WS-CUP-CONFIRMADOS(WS-CUP-IDX) * 100
                   / WS-CUP-ADMITIDOS(WS-CUP-IDX)
           END-IF.
           IF WS-CUP-DEFINIDO(WS-CUP-IDX)
               MOVE SPACES TO WCL-NOTA
           ELSE
               MOVE " SIN CUPO" TO WCL-NOTA
           END-IF.
           WRITE RESUMEN-LN FROM WS-CARRERA-LN.
           ADD WS-CUP-CUPO(WS-CUP-IDX) TO WS-TOT-CUPO.
           ADD WS-CUP-SOLICITUDES(WS-CUP-IDX) TO WS-TOT-SOLICITUDES.
           ADD WS-CUP-EXAMINADOS(WS-CUP-IDX) TO WS-TOT-EXAMINADOS.
           ADD WS-CUP-ADMITIDOS(WS-CUP-IDX) TO WS-TOT-ADMITIDOS.
           ADD WS-CUP-ESPERA(WS-CUP-IDX) TO WS-TOT-ESPERA.
           ADD WS-CUP-RECHAZADOS(WS-CUP-IDX) TO WS-TOT-RECHAZADOS.
           ADD WS-CUP-CONFIRMADOS(WS-CUP-IDX) TO WS-TOT-CONFIRMADOS.

       END PROGRAM AltasAdmision.
