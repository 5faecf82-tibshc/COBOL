       IDENTIFICATION DIVISION.
       PROGRAM-ID. PropuestasCastigo.
       AUTHOR.     EHIDALGO.

      * Propuestas de castigo de cartera incobrable, primer paso del
      * cierre financiero de un termino: CARTERA.DAT guarda cada
      * termino para siempre y los saldos de quienes se fueron hace
      * anos siguen en la banda de 90 dias de ANTIGUEDAD.DAT. Para
      * el termino CASTIGO_TERMINO (AAAATT, obligatorio) se junta el
      * saldo neto de cada estudiante en todas sus filas del termino;
      * si es mayor que cero y su cargo impago mas viejo tiene al
      * corte (CASTIGO_FECHA, AAAAMMDD; hoy por omision) al menos
      * CASTIGO_DIAS dias (365 por omision), el saldo se propone
      * para castigo: entra al registro CASTIGOS.DAT en estado P y
      * al listado CASTIGOS_PROPUESTOS.DAT con su antiguedad y el
      * total. Un estudiante con propuesta pendiente en el termino no
      * se vuelve a proponer. El supervisor aprueba o rechaza cada
      * una en AprobarCastigos, que despues cierra el termino. Un
      * termino ya cerrado (TERMINOS_CERRADOS.DAT) no se propone:
      * RC 8. Sin CARTERA.DAT: RC 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT CASTIGOS-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.
           SELECT CERRADOS-FILE ASSIGN TO "TERMINOS_CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "CASTIGOS_PROPUESTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  CASTIGOS-FILE.
       01  CASTIGO-REC.
           88  EOF-CASTIGOS        VALUE HIGH-VALUE.
           COPY "CASTIGO-RECORD.CBL"
               REPLACING LEADING ==CS== BY ==CAS==.

       FD  CERRADOS-FILE.
       01  CERRADO-REC.
           88  EOF-CERRADOS        VALUE HIGH-VALUE.
           COPY "TERMINO-CERRADO-RECORD.CBL"
               REPLACING LEADING ==TC== BY ==CER==.

       FD  LISTADO-FILE.
       01  LISTADO-LN              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-CAS-STATUS       PIC X(2).
           05  WS-CER-STATUS       PIC X(2).
           05  WS-LIS-STATUS       PIC X(2).
           05  WS-TERMINO          PIC X(6).
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA-CORTE      PIC 9(8).
           05  WS-DIA-CORTE        PIC 9(7).
           05  WS-DIAS-TEXTO       PIC X(5).
           05  WS-DIAS-MINIMO      PIC 9(5).
           05  WS-DIAS             PIC 9(5).
           05  WS-IDX              PIC 9(3).
           05  WS-HALLADO          PIC X.
               88  SE-HALLO        VALUE "Y".
           05  WS-PROPUESTOS       PIC 9(3) VALUE ZERO.
           05  WS-YA-PENDIENTES    PIC 9(3) VALUE ZERO.
           05  WS-TOT-PROPUESTO    PIC 9(9)V99 VALUE ZERO.

      * Saldo neto del termino por estudiante y su cargo impago mas
      * viejo.
       01  WS-ALUMNOS.
           05  WS-ALU-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ALU-ENTRY OCCURS 300 TIMES.
               10  WS-ALU-MATRICULA PIC 9(7).
               10  WS-ALU-CARRERA  PIC X(3).
               10  WS-ALU-SALDO    PIC S9(7)V99.
               10  WS-ALU-FECHA    PIC 9(8).
               10  WS-ALU-PENDIENTE PIC X(1).
                   88  WS-ALU-CON-PROPUESTA VALUE "Y".

       01  WS-TITULO.
           05  FILLER              PIC X(29)
               VALUE "PROPUESTAS DE CASTIGO TERMINO".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WTI-TERMINO         PIC X(6).
           05  FILLER              PIC X(10) VALUE " AL CORTE ".
           05  WTI-CORTE           PIC 9(8).
           05  FILLER              PIC X(13) VALUE " ANTIGUEDAD >".
           05  FILLER              PIC X(1) VALUE "=".
           05  WTI-DIAS            PIC Z(4)9.
           05  FILLER              PIC X(5) VALUE " DIAS".

       01  WS-ENCABEZADO.
           05  FILLER              PIC X(40)
               VALUE "MATRICULA | CAR |       SALDO | FACTURA ".
           05  FILLER              PIC X(14)
               VALUE " |  DIAS".

       01  WS-DETALLE.
           05  WDT-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(5) VALUE "   | ".
           05  WDT-CARRERA         PIC X(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WDT-SALDO           PIC Z(7)9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WDT-FECHA           PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WDT-DIAS            PIC Z(4)9.

       01  WS-TOTAL-LN.
           05  FILLER              PIC X(20)
               VALUE "SALDOS PROPUESTOS: ".
           05  WTL-CANTIDAD        PIC ZZ9.
           05  FILLER              PIC X(7) VALUE "  POR  ".
           05  WTL-MONTO           PIC Z(8)9.99.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           MOVE SPACES TO WS-TERMINO.
           DISPLAY "CASTIGO_TERMINO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERMINO FROM ENVIRONMENT-VALUE.
           IF WS-TERMINO = SPACES
               DISPLAY "FALTA CASTIGO_TERMINO (AAAATT)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FECHA-TEXTO.
           DISPLAY "CASTIGO_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-CORTE
           ELSE
               ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CORTE) NOT = ZERO
               DISPLAY "CASTIGO_FECHA INVALIDA: " WS-FECHA-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE).
           MOVE SPACES TO WS-DIAS-TEXTO.
           DISPLAY "CASTIGO_DIAS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DIAS-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-DIAS-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DIAS-TEXTO) = ZERO
               COMPUTE WS-DIAS-MINIMO = FUNCTION NUMVAL(WS-DIAS-TEXTO)
           ELSE
               MOVE 365 TO WS-DIAS-MINIMO
           END-IF.
           PERFORM 0110-VERIFICAR-CIERRE.
           PERFORM 0120-CARGAR-CARTERA.
           PERFORM 0130-CARGAR-PENDIENTES.

       0110-VERIFICAR-CIERRE.
           OPEN INPUT CERRADOS-FILE.
           IF WS-CER-STATUS = "00"
               PERFORM UNTIL EOF-CERRADOS
                   READ CERRADOS-FILE
                       AT END SET EOF-CERRADOS TO TRUE
                   END-READ
                   IF NOT EOF-CERRADOS
                       AND CER-TERMINO = WS-TERMINO
                       DISPLAY "EL TERMINO " WS-TERMINO
                           " YA SE CERRO EL " CER-FECHA
                           "; NO HAY CASTIGOS QUE PROPONER."
                       CLOSE CERRADOS-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE CERRADOS-FILE
               INITIALIZE CERRADO-REC
           END-IF.

       0120-CARGAR-CARTERA.
           OPEN INPUT CARTERA-FILE.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARTERA.DAT. CODIGO: "
                   WS-CAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-CARTERA
               READ CARTERA-FILE
                   AT END SET EOF-CARTERA TO TRUE
               END-READ
               IF NOT EOF-CARTERA
                   AND CAR-TERMINO = WS-TERMINO
                   PERFORM 0125-SUMAR-FILA
                       THRU 0125-EXIT
               END-IF
           END-PERFORM.
           CLOSE CARTERA-FILE.
           INITIALIZE CARTERA-REC.

       0125-SUMAR-FILA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT OR SE-HALLO
               IF WS-ALU-MATRICULA(WS-IDX) = CAR-MATRICULA
                   SET SE-HALLO TO TRUE
               END-IF
           END-PERFORM.
           IF SE-HALLO
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-ALU-COUNT = 300
                   DISPLAY "MAS DE 300 ESTUDIANTES EN EL TERMINO; "
                       CAR-MATRICULA " NO SE REVISA."
                   GO TO 0125-EXIT
               END-IF
               ADD 1 TO WS-ALU-COUNT
               MOVE WS-ALU-COUNT TO WS-IDX
               INITIALIZE WS-ALU-ENTRY(WS-IDX)
               MOVE CAR-MATRICULA TO WS-ALU-MATRICULA(WS-IDX)
               MOVE CAR-CARRERA TO WS-ALU-CARRERA(WS-IDX)
           END-IF.
           COMPUTE WS-ALU-SALDO(WS-IDX) = WS-ALU-SALDO(WS-IDX)
               + CAR-FACTURADO - CAR-PAGADO.
           IF CAR-FACTURADO > CAR-PAGADO
               IF WS-ALU-FECHA(WS-IDX) = ZERO
                   OR CAR-FECHA < WS-ALU-FECHA(WS-IDX)
                   MOVE CAR-FECHA TO WS-ALU-FECHA(WS-IDX)
               END-IF
           END-IF.

       0125-EXIT.
           EXIT.

       0130-CARGAR-PENDIENTES.
           OPEN INPUT CASTIGOS-FILE.
           IF WS-CAS-STATUS = "00"
               PERFORM UNTIL EOF-CASTIGOS
                   READ CASTIGOS-FILE
                       AT END SET EOF-CASTIGOS TO TRUE
                   END-READ
                   IF NOT EOF-CASTIGOS
                       AND CAS-TERMINO = WS-TERMINO
                       AND CAS-PROPUESTO
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-ALU-COUNT
                           IF WS-ALU-MATRICULA(WS-IDX) = CAS-MATRICULA
                               SET WS-ALU-CON-PROPUESTA(WS-IDX)
                                   TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE CASTIGOS-FILE
               INITIALIZE CASTIGO-REC
           END-IF.

       0200-PROCESO.
           OPEN OUTPUT LISTADO-FILE.
           MOVE WS-TERMINO TO WTI-TERMINO.
           MOVE WS-FECHA-CORTE TO WTI-CORTE.
           MOVE WS-DIAS-MINIMO TO WTI-DIAS.
           WRITE LISTADO-LN FROM WS-TITULO.
           WRITE LISTADO-LN FROM WS-ENCABEZADO.
           OPEN EXTEND CASTIGOS-FILE.
           IF WS-CAS-STATUS NOT = "00"
               OPEN OUTPUT CASTIGOS-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT
               PERFORM 0210-EVALUAR-ALUMNO THRU 0210-EXIT
           END-PERFORM.
           CLOSE CASTIGOS-FILE.

       0210-EVALUAR-ALUMNO.
           IF WS-ALU-SALDO(WS-IDX) NOT > ZERO
               OR WS-ALU-FECHA(WS-IDX) = ZERO
               OR WS-ALU-FECHA(WS-IDX) > WS-FECHA-CORTE
               GO TO 0210-EXIT
           END-IF.
           COMPUTE WS-DIAS = WS-DIA-CORTE
               - FUNCTION INTEGER-OF-DATE(WS-ALU-FECHA(WS-IDX)).
           IF WS-DIAS < WS-DIAS-MINIMO
               GO TO 0210-EXIT
           END-IF.
           IF WS-ALU-CON-PROPUESTA(WS-IDX)
               ADD 1 TO WS-YA-PENDIENTES
               GO TO 0210-EXIT
           END-IF.
           INITIALIZE CASTIGO-REC.
           MOVE WS-TERMINO TO CAS-TERMINO.
           MOVE WS-ALU-MATRICULA(WS-IDX) TO CAS-MATRICULA.
           MOVE WS-ALU-CARRERA(WS-IDX) TO CAS-CARRERA.
           MOVE WS-ALU-SALDO(WS-IDX) TO CAS-SALDO.
           MOVE WS-ALU-FECHA(WS-IDX) TO CAS-FECHA-FACTURA.
           MOVE WS-DIAS TO CAS-DIAS.
           MOVE WS-FECHA-CORTE TO CAS-FECHA-PROPUESTA.
           MOVE "P" TO CAS-ESTADO.
           MOVE ZERO TO CAS-MONTO CAS-FECHA-DECISION.
           MOVE SPACES TO CAS-OPERADOR.
           WRITE CASTIGO-REC.
           ADD 1 TO WS-PROPUESTOS.
           ADD WS-ALU-SALDO(WS-IDX) TO WS-TOT-PROPUESTO.
           MOVE WS-ALU-MATRICULA(WS-IDX) TO WDT-MATRICULA.
           MOVE WS-ALU-CARRERA(WS-IDX) TO WDT-CARRERA.
           MOVE WS-ALU-SALDO(WS-IDX) TO WDT-SALDO.
           MOVE WS-ALU-FECHA(WS-IDX) TO WDT-FECHA.
           MOVE WS-DIAS TO WDT-DIAS.
           WRITE LISTADO-LN FROM WS-DETALLE.

       0210-EXIT.
           EXIT.

       0300-FIN.
           MOVE WS-PROPUESTOS TO WTL-CANTIDAD.
           MOVE WS-TOT-PROPUESTO TO WTL-MONTO.
           WRITE LISTADO-LN FROM WS-TOTAL-LN.
           CLOSE LISTADO-FILE.
           DISPLAY "TERMINO " WS-TERMINO ": " WS-PROPUESTOS
               " SALDOS PROPUESTOS PARA CASTIGO POR " WTL-MONTO.
           IF WS-YA-PENDIENTES > ZERO
               DISPLAY "YA CON PROPUESTA PENDIENTE: " WS-YA-PENDIENTES
           END-IF.
           STOP RUN.

       END PROGRAM PropuestasCastigo.
