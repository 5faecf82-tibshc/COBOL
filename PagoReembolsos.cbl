       IDENTIFICATION DIVISION.
       PROGRAM-ID. PagoReembolsos.
       AUTHOR.     EHIDALGO.

      * Pago de los reembolsos por baja aprobados: hasta hoy finanzas
      * volvia a teclear cada linea de REEMBOLSOS.DAT en el portal
      * del banco. Esta corrida toma los reembolsos que el
      * supervisor aprobo en AprobarReembolsos (estado A) y arma el
      * archivo de pagos para el banco REEMBOLSOS_BANCO_AAAAMMDD.DAT
      * en su formato fijo de 80 posiciones: un encabezado H con la
      * fecha del archivo, un detalle D por reembolso (referencia,
      * beneficiario, monto en centesimas, fecha de pago) y el
      * control T con la cantidad de pagos y el total en
      * centesimas. La fecha del archivo es PAGO_REEMBOLSOS_FECHA
      * (AAAAMMDD) o la del dia; si el archivo de esa fecha ya
      * existe no se arma otro (RC 8), para no mandar dos veces el
      * mismo pago. Cada reembolso pagado queda en estado G con la
      * fecha del archivo, y entra a CARTERA.DAT como fila RBJ del
      * termino de la baja: facturado el monto que sale al banco y
      * pagado el mismo monto, que es el credito del reembolso que
      * la cuenta tenia a favor; la cuenta queda en cero.
      * Sin REEMBOLSOS.DAT o sin CARTERA.DAT: RC 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEMBOLSOS-FILE ASSIGN TO "REEMBOLSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REE-STATUS.
           SELECT REEMBOLSOS-TMP ASSIGN TO "REEMBOLSOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT BANCO-FILE ASSIGN TO WS-BANCO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REEMBOLSOS-FILE.
       01  REEMBOLSO-REC.
           88  EOF-REE             VALUE HIGH-VALUE.
           COPY "REEMBOLSO-RECORD.CBL"
               REPLACING LEADING ==RB== BY ==REE==.

       FD  REEMBOLSOS-TMP.
       01  TMP-REC                 PIC X(150).

       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  BANCO-FILE.
       01  BANCO-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-REE-STATUS       PIC X(2).
           05  WS-TMP-STATUS       PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-BAN-STATUS       PIC X(2).
           05  WS-BANCO-NOMBRE     PIC X(40).
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA-PAGO       PIC 9(8).
           05  WS-CMD              PIC X(60).
           05  WS-IDX              PIC 9(3).
           05  WS-VISTOS           PIC 9(3) VALUE ZERO.
           05  WS-SIN-LUGAR        PIC 9(3) VALUE ZERO.
           05  WS-TOT-PAGADO       PIC 9(9)V99 VALUE ZERO.
           05  WS-MONTO-ED         PIC Z(6)9.99.
           05  WS-TOT-ED           PIC Z(8)9.99.

      * Reembolsos aprobados, en el orden del archivo.
       01  WS-PAGOS.
           05  WS-PAG-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PAG-ENTRY OCCURS 200 TIMES.
               10  WS-PAG-MATRICULA PIC 9(7).
               10  WS-PAG-APELLIDO PIC X(10).
               10  WS-PAG-NOMBRE   PIC X(10).
               10  WS-PAG-TERMINO  PIC X(6).
               10  WS-PAG-CARRERA  PIC X(3).
               10  WS-PAG-MONTO    PIC 9(7)V99.

      * Formato del banco: encabezado, detalle y control.
       01  WS-BAN-ENCABEZADO.
           05  FILLER              PIC X(1) VALUE "H".
           05  WBH-FECHA           PIC 9(8).
           05  FILLER              PIC X(30)
               VALUE "UNIVERSIDAD - REEMBOLSOS".
           05  FILLER              PIC X(20)
               VALUE "REEMBOLSO POR BAJA".
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-BAN-DETALLE.
           05  FILLER              PIC X(1) VALUE "D".
           05  WBD-REFERENCIA.
               10  FILLER          PIC X(2) VALUE "RB".
               10  WBD-MATRICULA   PIC 9(7).
               10  WBD-TERMINO     PIC X(6).
           05  WBD-BENEFICIARIO.
               10  WBD-APELLIDO    PIC X(10).
               10  FILLER          PIC X(1) VALUE SPACE.
               10  WBD-NOMBRE      PIC X(10).
               10  FILLER          PIC X(9) VALUE SPACES.
           05  WBD-MONTO           PIC 9(9)V99.
           05  WBD-FECHA           PIC 9(8).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-BAN-CONTROL.
           05  FILLER              PIC X(1) VALUE "T".
           05  WBT-CANTIDAD        PIC 9(6).
           05  WBT-TOTAL           PIC 9(11)V99.
           05  FILLER              PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           MOVE SPACES TO WS-FECHA-TEXTO.
           DISPLAY "PAGO_REEMBOLSOS_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-PAGO
           ELSE
               ACCEPT WS-FECHA-PAGO FROM DATE YYYYMMDD
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PAGO) NOT = ZERO
               DISPLAY "PAGO_REEMBOLSOS_FECHA INVALIDA: "
                   WS-FECHA-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-BANCO-NOMBRE.
           STRING "REEMBOLSOS_BANCO_" WS-FECHA-PAGO ".DAT"
               DELIMITED BY SIZE INTO WS-BANCO-NOMBRE.
           OPEN INPUT BANCO-FILE.
           IF WS-BAN-STATUS = "00"
               CLOSE BANCO-FILE
               DISPLAY "YA EXISTE " WS-BANCO-NOMBRE
                   "; NO SE ARMA OTRO ARCHIVO DE PAGOS CON ESA FECHA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REEMBOLSOS-FILE.
           IF WS-REE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REEMBOLSOS.DAT. CODIGO: "
                   WS-REE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-REE
               READ REEMBOLSOS-FILE
                   AT END SET EOF-REE TO TRUE
               END-READ
               IF NOT EOF-REE
                   AND REE-APROBADO
                   PERFORM 0110-CARGAR-APROBADO
               END-IF
           END-PERFORM.
           CLOSE REEMBOLSOS-FILE.
           INITIALIZE REEMBOLSO-REC.
           IF WS-PAG-COUNT = ZERO
               DISPLAY "SIN REEMBOLSOS APROBADOS POR PAGAR."
               STOP RUN
           END-IF.
           PERFORM 0120-CARGAR-CARRERAS.

       0110-CARGAR-APROBADO.
           IF WS-PAG-COUNT = 200
               ADD 1 TO WS-SIN-LUGAR
           ELSE
               ADD 1 TO WS-PAG-COUNT
               INITIALIZE WS-PAG-ENTRY(WS-PAG-COUNT)
               MOVE REE-MATRICULA TO WS-PAG-MATRICULA(WS-PAG-COUNT)
               MOVE REE-APELLIDO TO WS-PAG-APELLIDO(WS-PAG-COUNT)
               MOVE REE-NOMBRE TO WS-PAG-NOMBRE(WS-PAG-COUNT)
               MOVE REE-TERMINO TO WS-PAG-TERMINO(WS-PAG-COUNT)
               COMPUTE WS-PAG-MONTO(WS-PAG-COUNT) =
                   REE-MONTO-ENTERO + REE-MONTO-DECIMAL / 100
           END-IF.

      * La fila RBJ lleva la carrera de la factura del termino.
       0120-CARGAR-CARRERAS.
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
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-PAG-COUNT
                       IF WS-PAG-MATRICULA(WS-IDX) = CAR-MATRICULA
                           AND WS-PAG-TERMINO(WS-IDX) = CAR-TERMINO
                           AND WS-PAG-CARRERA(WS-IDX) = SPACES
                           MOVE CAR-CARRERA TO WS-PAG-CARRERA(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE CARTERA-FILE.
           INITIALIZE CARTERA-REC.

       0200-PROCESO.
           OPEN OUTPUT BANCO-FILE.
           IF WS-BAN-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-BANCO-NOMBRE " CODIGO: "
                   WS-BAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-PAGO TO WBH-FECHA.
           WRITE BANCO-REC FROM WS-BAN-ENCABEZADO.
           OPEN EXTEND CARTERA-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAG-COUNT
               PERFORM 0210-PAGAR-REEMBOLSO
           END-PERFORM.
           CLOSE CARTERA-FILE.
           MOVE WS-PAG-COUNT TO WBT-CANTIDAD.
           MOVE WS-TOT-PAGADO TO WBT-TOTAL.
           WRITE BANCO-REC FROM WS-BAN-CONTROL.
           CLOSE BANCO-FILE.
           PERFORM 0220-MARCAR-PAGADOS.

       0210-PAGAR-REEMBOLSO.
           MOVE WS-PAG-MATRICULA(WS-IDX) TO WBD-MATRICULA.
           MOVE WS-PAG-TERMINO(WS-IDX) TO WBD-TERMINO.
           MOVE WS-PAG-APELLIDO(WS-IDX) TO WBD-APELLIDO.
           MOVE WS-PAG-NOMBRE(WS-IDX) TO WBD-NOMBRE.
           MOVE WS-PAG-MONTO(WS-IDX) TO WBD-MONTO.
           MOVE WS-FECHA-PAGO TO WBD-FECHA.
           WRITE BANCO-REC FROM WS-BAN-DETALLE.
           ADD WS-PAG-MONTO(WS-IDX) TO WS-TOT-PAGADO.
           MOVE WS-PAG-TERMINO(WS-IDX) TO CAR-TERMINO.
           MOVE WS-PAG-MATRICULA(WS-IDX) TO CAR-MATRICULA.
           MOVE WS-PAG-CARRERA(WS-IDX) TO CAR-CARRERA.
           MOVE WS-PAG-MONTO(WS-IDX) TO CAR-FACTURADO.
           MOVE WS-PAG-MONTO(WS-IDX) TO CAR-PAGADO.
           MOVE WS-FECHA-PAGO TO CAR-FECHA.
           MOVE "RBJ" TO CAR-TIPO.
           WRITE CARTERA-REC.
           MOVE WS-PAG-MONTO(WS-IDX) TO WS-MONTO-ED.
           DISPLAY "REEMBOLSO PAGADO: " WS-PAG-MATRICULA(WS-IDX) " "
               WS-PAG-TERMINO(WS-IDX) " " WS-MONTO-ED.

      * Los aprobados que entraron a la tabla salen pagados; los que
      * no cupieron quedan aprobados para la siguiente corrida.
       0220-MARCAR-PAGADOS.
           OPEN INPUT REEMBOLSOS-FILE.
           OPEN OUTPUT REEMBOLSOS-TMP.
           PERFORM UNTIL EOF-REE
               READ REEMBOLSOS-FILE
                   AT END SET EOF-REE TO TRUE
               END-READ
               IF NOT EOF-REE
                   IF REE-APROBADO
                       ADD 1 TO WS-VISTOS
                       IF WS-VISTOS NOT > WS-PAG-COUNT
                           MOVE "G" TO REE-ESTADO
                           MOVE WS-FECHA-PAGO TO REE-FECHA-PAGO
                       END-IF
                   END-IF
                   WRITE TMP-REC FROM REEMBOLSO-REC
               END-IF
           END-PERFORM.
           CLOSE REEMBOLSOS-FILE.
           CLOSE REEMBOLSOS-TMP.
           INITIALIZE REEMBOLSO-REC.
           MOVE "mv REEMBOLSOS.TMP REEMBOLSOS.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       0300-FIN.
           MOVE WS-TOT-PAGADO TO WS-TOT-ED.
           DISPLAY "ARCHIVO " WS-BANCO-NOMBRE ": " WS-PAG-COUNT
               " PAGOS POR " WS-TOT-ED.
           IF WS-SIN-LUGAR > ZERO
               DISPLAY "APROBADOS SIN LUGAR EN ESTA CORRIDA: "
                   WS-SIN-LUGAR "; SALEN EN LA SIGUIENTE."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM PagoReembolsos.
