       IDENTIFICATION DIVISION.
       PROGRAM-ID. DecisionAdmision.
       AUTHOR.     EHIDALGO.

      * Decision de admision del termino de ingreso ADMISION_TERMINO
      * (AAAATT, obligatorio) contra el cupo de cada carrera en
      * CUPOS_ADMISION.DAT (termino, carrera, cupo, puntaje minimo y
      * curso de ingreso). Los aspirantes examinados (E) y los que
      * estan en lista de espera (W) de ASPIRANTES.DAT se ordenan por
      * puntaje de mayor a menor (empate: folio menor primero); los
      * que no llegan al puntaje minimo quedan rechazados (R); del
      * resto, los primeros hasta llenar los lugares libres de su
      * carrera (cupo menos admitidos y confirmados) quedan admitidos
      * (A) y los demas en lista de espera (W). Se puede correr de
      * nuevo despues de registrar desistimientos: los lugares que
      * liberan pasan a la lista de espera en el mismo orden. Las
      * decisiones de la corrida salen en ADMISION_DECISIONES.DAT con
      * el resumen de lugares por carrera. Un aspirante de una
      * carrera sin cupo para el termino no se decide y la corrida
      * termina con RC 4. Sin ASPIRANTES.DAT o sin
      * CUPOS_ADMISION.DAT: RC 16.

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
           SELECT LISTADO-FILE ASSIGN TO "ADMISION_DECISIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASPIRANTES-FILE.
       01  ASPIRANTE-REC.
           88  EOF-ASPIRANTES      VALUE HIGH-VALUE.
           COPY "ASPIRANTE-RECORD.CBL"
               REPLACING LEADING ==AS== BY ==ASP==.

       FD  TEMP-FILE.
       01  TMP-REC                 PIC X(116).

      * Un renglon por carrera y termino de ingreso; el curso de
      * ingreso (seccion en blanco) es el que AltasAdmision pone en
      * la linea de ALTAS.DAT.
       FD  CUPOS-FILE.
       01  CUPO-REC.
           88  EOF-CUPOS           VALUE HIGH-VALUE.
           02  CUP-TERMINO         PIC X(6).
           02  CUP-CARRERA         PIC X(3).
           02  CUP-CUPO            PIC 9(4).
           02  CUP-PUNTAJE-MIN     PIC 9(3).
           02  CUP-CODIGO          PIC X(9).

       FD  LISTADO-FILE.
       01  LISTADO-LN              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-ASP-STATUS       PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-CUP-STATUS       PIC X(2).
           05  WS-LIS-STATUS       PIC X(2).
           05  WS-TERMINO          PIC X(6).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-IDX              PIC 9(4).
           05  WS-CAND             PIC 9(4).
           05  WS-MEJOR            PIC 9(4).
           05  WS-CUP-IDX          PIC 9(2).
           05  WS-HALLADO          PIC X.
               88  SE-HALLO        VALUE "Y".
           05  WS-ADMITIDOS        PIC 9(4) VALUE ZERO.
           05  WS-EN-ESPERA        PIC 9(4) VALUE ZERO.
           05  WS-RECHAZADOS       PIC 9(4) VALUE ZERO.
           05  WS-SIN-CUPO         PIC 9(4) VALUE ZERO.
           05  WS-CMD              PIC X(100).

      * Cupos del termino y lugares ocupados por carrera.
       01  WS-CUPOS.
           05  WS-CUP-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-CUP-ENTRY OCCURS 20 TIMES.
               10  WS-CUP-CARRERA  PIC X(3).
               10  WS-CUP-CUPO     PIC 9(4).
               10  WS-CUP-MINIMO   PIC 9(3).
               10  WS-CUP-OCUPADOS PIC 9(4).
               10  WS-CUP-ESPERA   PIC 9(4).

      * Archivo completo en memoria para reescribirlo.
       01  WS-ASPIRANTES.
           05  WS-ASP-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-ASP-REG          PIC X(116) OCCURS 5000 TIMES.

      * Aspirantes por decidir: entrada en WS-ASP-REG, carrera en
      * WS-CUPOS, puntaje y folio para el orden.
       01  WS-CANDIDATOS.
           05  WS-CAN-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CAN-ENTRY OCCURS 5000 TIMES.
               10  WS-CAN-ASP      PIC 9(4).
               10  WS-CAN-CUP      PIC 9(2).
               10  WS-CAN-PUNTAJE  PIC 9(3).
               10  WS-CAN-FOLIO    PIC 9(6).
               10  WS-CAN-TOMADO   PIC X(1).
                   88  WS-CAN-DECIDIDO VALUE "Y".

       01  WS-TITULO.
           05  FILLER              PIC X(30)
               VALUE "DECISIONES DE ADMISION TERMINO".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WTI-TERMINO         PIC X(6).
           05  FILLER              PIC X(4) VALUE " AL ".
           05  WTI-FECHA           PIC 9(8).

       01  WS-ENCABEZADO.
           05  FILLER              PIC X(41)
               VALUE "FOLIO  | APELLIDO   | NOMBRE     | CAR | ".
           05  FILLER              PIC X(20)
               VALUE "PTS | DECISION".

       01  WS-DETALLE.
           05  WDT-FOLIO           PIC 9(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WDT-APELLIDO        PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WDT-NOMBRE          PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WDT-CARRERA         PIC X(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WDT-PUNTAJE         PIC ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WDT-DECISION        PIC X(20).

       01  WS-CARRERA-LN.
           05  FILLER              PIC X(8) VALUE "CARRERA ".
           05  WCL-CARRERA         PIC X(3).
           05  FILLER              PIC X(7) VALUE "  CUPO ".
           05  WCL-CUPO            PIC ZZZ9.
           05  FILLER              PIC X(10) VALUE "  OCUPADOS".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WCL-OCUPADOS        PIC ZZZ9.
           05  FILLER              PIC X(8) VALUE "  LIBRES".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WCL-LIBRES          PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE "  EN ESPERA".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WCL-ESPERA          PIC ZZZ9.

       01  WS-TOTAL-LN.
           05  FILLER              PIC X(11) VALUE "ADMITIDOS: ".
           05  WTL-ADMITIDOS       PIC ZZZ9.
           05  FILLER              PIC X(14) VALUE "  EN ESPERA: ".
           05  WTL-ESPERA          PIC ZZZ9.
           05  FILLER              PIC X(15) VALUE "  RECHAZADOS: ".
           05  WTL-RECHAZADOS      PIC ZZZ9.

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

       0110-CARGAR-CUPOS.
           OPEN INPUT CUPOS-FILE.
           IF WS-CUP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CUPOS_ADMISION.DAT. CODIGO: "
                   WS-CUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
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
                   MOVE CUP-PUNTAJE-MIN TO WS-CUP-MINIMO(WS-CUP-COUNT)
               END-IF
           END-PERFORM.
           CLOSE CUPOS-FILE.
           INITIALIZE CUPO-REC.
           IF WS-CUP-COUNT = ZERO
               DISPLAY "NO HAY CUPOS PARA EL TERMINO " WS-TERMINO
                   " EN CUPOS_ADMISION.DAT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los admitidos y confirmados del termino ya ocupan su lugar;
      * los examinados y los de lista de espera son los candidatos.
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
                   IF ASP-TERMINO = WS-TERMINO
                       PERFORM 0125-CLASIFICAR-ASPIRANTE
                           THRU 0125-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ASPIRANTES-FILE.
           INITIALIZE ASPIRANTE-REC.

       0125-CLASIFICAR-ASPIRANTE.
           IF NOT ASP-ADMITIDO AND NOT ASP-CONFIRMADO
               AND NOT ASP-EXAMINADO AND NOT ASP-EN-ESPERA
               GO TO 0125-EXIT
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-CUP-IDX FROM 1 BY 1
                   UNTIL WS-CUP-IDX > WS-CUP-COUNT OR SE-HALLO
               IF WS-CUP-CARRERA(WS-CUP-IDX) = ASP-CARRERA
                   SET SE-HALLO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SE-HALLO
               IF ASP-EXAMINADO OR ASP-EN-ESPERA
                   DISPLAY "FOLIO " ASP-FOLIO ": LA CARRERA "
                       ASP-CARRERA " NO TIENE CUPO PARA " WS-TERMINO
                       "; NO SE DECIDE."
                   ADD 1 TO WS-SIN-CUPO
               END-IF
               GO TO 0125-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-CUP-IDX.
           IF ASP-ADMITIDO OR ASP-CONFIRMADO
               ADD 1 TO WS-CUP-OCUPADOS(WS-CUP-IDX)
               GO TO 0125-EXIT
           END-IF.
           ADD 1 TO WS-CAN-COUNT.
           INITIALIZE WS-CAN-ENTRY(WS-CAN-COUNT).
           MOVE WS-ASP-COUNT TO WS-CAN-ASP(WS-CAN-COUNT).
           MOVE WS-CUP-IDX TO WS-CAN-CUP(WS-CAN-COUNT).
           MOVE ASP-PUNTAJE TO WS-CAN-PUNTAJE(WS-CAN-COUNT).
           MOVE ASP-FOLIO TO WS-CAN-FOLIO(WS-CAN-COUNT).
           MOVE "N" TO WS-CAN-TOMADO(WS-CAN-COUNT).

       0125-EXIT.
           EXIT.

       0200-PROCESO.
           OPEN OUTPUT LISTADO-FILE.
           MOVE WS-TERMINO TO WTI-TERMINO.
           MOVE WS-FECHA-HOY TO WTI-FECHA.
           WRITE LISTADO-LN FROM WS-TITULO.
           WRITE LISTADO-LN FROM WS-ENCABEZADO.
           PERFORM VARYING WS-CAND FROM 1 BY 1
                   UNTIL WS-CAND > WS-CAN-COUNT
               PERFORM 0210-SIGUIENTE-CANDIDATO
               PERFORM 0220-DECIDIR-CANDIDATO
           END-PERFORM.
           PERFORM 0250-REESCRIBIR-ASPIRANTES.

      * El de mayor puntaje aun sin decidir; en empate, folio menor.
       0210-SIGUIENTE-CANDIDATO.
           MOVE ZERO TO WS-MEJOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAN-COUNT
               IF NOT WS-CAN-DECIDIDO(WS-IDX)
                   IF WS-MEJOR = ZERO
                       MOVE WS-IDX TO WS-MEJOR
                   ELSE
                       IF WS-CAN-PUNTAJE(WS-IDX)
                               > WS-CAN-PUNTAJE(WS-MEJOR)
                           OR (WS-CAN-PUNTAJE(WS-IDX)
                               = WS-CAN-PUNTAJE(WS-MEJOR)
                           AND WS-CAN-FOLIO(WS-IDX)
                               < WS-CAN-FOLIO(WS-MEJOR))
                           MOVE WS-IDX TO WS-MEJOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           SET WS-CAN-DECIDIDO(WS-MEJOR) TO TRUE.

       0220-DECIDIR-CANDIDATO.
           MOVE WS-ASP-REG(WS-CAN-ASP(WS-MEJOR)) TO ASPIRANTE-REC.
           MOVE WS-CAN-CUP(WS-MEJOR) TO WS-CUP-IDX.
           IF ASP-PUNTAJE < WS-CUP-MINIMO(WS-CUP-IDX)
               MOVE "R" TO ASP-ESTADO
               MOVE "RECHAZADO" TO WDT-DECISION
               ADD 1 TO WS-RECHAZADOS
           ELSE
               IF WS-CUP-OCUPADOS(WS-CUP-IDX)
                       < WS-CUP-CUPO(WS-CUP-IDX)
                   MOVE "A" TO ASP-ESTADO
                   MOVE "S" TO ASP-FUE-ADMITIDO
                   ADD 1 TO WS-CUP-OCUPADOS(WS-CUP-IDX)
                   MOVE "ADMITIDO" TO WDT-DECISION
                   ADD 1 TO WS-ADMITIDOS
               ELSE
                   MOVE "W" TO ASP-ESTADO
                   ADD 1 TO WS-CUP-ESPERA(WS-CUP-IDX)
                   MOVE "EN ESPERA" TO WDT-DECISION
                   ADD 1 TO WS-EN-ESPERA
               END-IF
           END-IF.
           MOVE WS-FECHA-HOY TO ASP-FECHA-DECISION.
           MOVE ASPIRANTE-REC TO WS-ASP-REG(WS-CAN-ASP(WS-MEJOR)).
           MOVE ASP-FOLIO TO WDT-FOLIO.
           MOVE ASP-APELLIDO TO WDT-APELLIDO.
           MOVE ASP-NOMBRE TO WDT-NOMBRE.
           MOVE ASP-CARRERA TO WDT-CARRERA.
           MOVE ASP-PUNTAJE TO WDT-PUNTAJE.
           WRITE LISTADO-LN FROM WS-DETALLE.

       0250-REESCRIBIR-ASPIRANTES.
           OPEN OUTPUT TEMP-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASP-COUNT
               WRITE TMP-REC FROM WS-ASP-REG(WS-IDX)
           END-PERFORM.
           CLOSE TEMP-FILE.
           MOVE "mv ASPIRANTES.TMP ASPIRANTES.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       0300-FIN.
           PERFORM VARYING WS-CUP-IDX FROM 1 BY 1
                   UNTIL WS-CUP-IDX > WS-CUP-COUNT
               MOVE WS-CUP-CARRERA(WS-CUP-IDX) TO WCL-CARRERA
               MOVE WS-CUP-CUPO(WS-CUP-IDX) TO WCL-CUPO
               MOVE WS-CUP-OCUPADOS(WS-CUP-IDX) TO WCL-OCUPADOS
               MOVE ZERO TO WCL-LIBRES
               IF WS-CUP-CUPO(WS-CUP-IDX)
                       > WS-CUP-OCUPADOS(WS-CUP-IDX)
                   COMPUTE WCL-LIBRES = WS-CUP-CUPO(WS-CUP-IDX)
                       - WS-CUP-OCUPADOS(WS-CUP-IDX)
               END-IF
               MOVE WS-CUP-ESPERA(WS-CUP-IDX) TO WCL-ESPERA
               WRITE LISTADO-LN FROM WS-CARRERA-LN
           END-PERFORM.
           MOVE WS-ADMITIDOS TO WTL-ADMITIDOS.
           MOVE WS-EN-ESPERA TO WTL-ESPERA.
           MOVE WS-RECHAZADOS TO WTL-RECHAZADOS.
           WRITE LISTADO-LN FROM WS-TOTAL-LN.
           CLOSE LISTADO-FILE.
           DISPLAY "TERMINO " WS-TERMINO ": " WS-ADMITIDOS
               " ADMITIDOS, " WS-EN-ESPERA " EN ESPERA, "
               WS-RECHAZADOS " RECHAZADOS.".
           IF WS-SIN-CUPO > ZERO
               DISPLAY "ASPIRANTES DE CARRERAS SIN CUPO: " WS-SIN-CUPO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM DecisionAdmision.
