       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterfazContable.
       AUTHOR.     EHIDALGO.

      * Interfaz de cierre de mes con la contabilidad general: hasta
      * hoy contabilidad rehacia cada mes ingresos y cuentas por
      * cobrar con los listados de FACTURAS.DAT, de la antiguedad y
      * del ledger de becas. Esta corrida resume la actividad del
      * periodo INTERFAZ_PERIODO (AAAAMM; el mes en curso si no
      * esta definido) en asientos por concepto y carrera:
      *   COL colegiatura facturada (filas COL de CARTERA.DAT, mas
      *       los ajustes de refacturacion AJD y menos los AJC),
      *   PAT colegiatura facturada a patrocinadores
      *       (CARTERA_PATROCINADORES.DAT, con la parte del
      *       patrocinador de los ajustes AJD y menos los AJC),
      *   PAG pagos recibidos (PAGOS_APLICADOS.DAT, por fecha de
      *       aplicacion; la carrera sale de la cartera),
      *   PPA pagos de patrocinadores
      *       (PAGOS_PATROCINADOR_APLICADOS.DAT; sin carrera),
      *   BEC creditos de beca desembolsados (BECAS_LEDGER.DAT,
      *       estados D y A),
      *   RBJ reembolsos por baja pagados (filas RBJ de la cartera),
      *   REC recargos por mora (RECARGOS.DAT: el recargo en el mes
      *       en que se asigno y su reverso en el mes en que se
      *       exonero, que en la cartera ya no se ve),
      *   CAS castigos de cartera (CASTIGOS.DAT, aprobados en el
      *       mes de la decision; las filas CAS de la cartera no se
      *       cuentan dos veces) y
      *   CVA cargos varios (las demas filas de la cartera).
      * Las cuentas salen de CUENTAS_CONTABLES.DAT (concepto en 1-3,
      * carrera en 4-6 o *** para todas, cuenta debito en 7-16,
      * cuenta credito en 17-26). Cada asiento lleva un debito y un
      * credito por el neto del concepto; si el neto es negativo se
      * invierten. Un asiento sin cuenta de un lado no cuadra: antes
      * de escribir nada se cuadran debitos contra creditos de cada
      * asiento y del total, y si algo no cuadra la corrida aborta
      * con RC 8 sin archivo. El archivo de carga
      * POLIZA_CONTABLE_AAAAMM.DAT lleva un encabezado H, una linea
      * D por cuenta y un control T con cantidad de lineas y
      * totales de debitos y creditos. Cada periodo enviado queda en
      * CONTABILIDAD_ENVIOS.DAT; un periodo que ya esta ahi se
      * niega (RC 8). Sin CUENTAS_CONTABLES.DAT o sin CARTERA.DAT:
      * RC 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS_CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTA-STATUS.
           SELECT ENVIOS-FILE ASSIGN TO "CONTABILIDAD_ENVIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.
           SELECT CARTERA-FILE ASSIGN TO "CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT CARTERA-PAT-FILE
               ASSIGN TO "CARTERA_PATROCINADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXP-STATUS.
           SELECT APLICADOS-FILE ASSIGN TO "PAGOS_APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.
           SELECT APL-PAT-FILE
               ASSIGN TO "PAGOS_PATROCINADOR_APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "BECAS_LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LED-STATUS.
           SELECT RECARGOS-FILE ASSIGN TO "RECARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCG-STATUS.
           SELECT CASTIGOS-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.
           SELECT POLIZA-FILE ASSIGN TO WS-POLIZA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       01  CUENTA-REC.
           88  EOF-CUENTAS         VALUE HIGH-VALUE.
           02  CTA-CONCEPTO        PIC X(3).
           02  CTA-CARRERA         PIC X(3).
           02  CTA-DEBITO          PIC X(10).
           02  CTA-CREDITO         PIC X(10).

       FD  ENVIOS-FILE.
       01  ENVIO-REC.
           88  EOF-ENVIOS          VALUE HIGH-VALUE.
           02  ENV-PERIODO         PIC 9(6).
           02  FILLER              PIC X(1).
           02  ENV-FECHA           PIC 9(8).
           02  FILLER              PIC X(1).
           02  ENV-LINEAS          PIC 9(6).
           02  FILLER              PIC X(1).
           02  ENV-TOTAL           PIC 9(13)V99.

       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  CARTERA-PAT-FILE.
       01  CARTERA-PAT-REC.
           88  EOF-CARTERA-PAT     VALUE HIGH-VALUE.
           COPY "CARTERA-PATROCINADOR-RECORD.CBL"
               REPLACING LEADING ==CP== BY ==CXP==.

       FD  APLICADOS-FILE.
       01  APL-REC.
           88  EOF-APL             VALUE HIGH-VALUE.
           02  APL-MATRICULA       PIC 9(7).
           02  APL-FECHA           PIC 9(8).
           02  APL-MONTO           PIC 9(7)V99.
           02  APL-FECHA-APLICADO  PIC 9(8).

       FD  APL-PAT-FILE.
       01  APP-REC.
           88  EOF-APP             VALUE HIGH-VALUE.
           02  APP-PATROCINADOR    PIC X(6).
           02  APP-FECHA           PIC 9(8).
           02  APP-MONTO           PIC 9(7)V99.
           02  APP-FECHA-APLICADO  PIC 9(8).

       FD  LEDGER-FILE.
       01  LED-REC.
           88  EOF-LED             VALUE HIGH-VALUE.
           02  LED-TERMINO         PIC X(6).
           02  LED-MATRICULA       PIC 9(7).
           02  LED-CARRERA         PIC X(3).
           02  LED-MONTO           PIC 9(9).
           02  LED-ESTADO          PIC X(1).
           02  LED-FECHA           PIC 9(8).

       FD  RECARGOS-FILE.
       01  RECARGO-REC.
           88  EOF-RECARGOS        VALUE HIGH-VALUE.
           COPY "RECARGO-RECORD.CBL"
               REPLACING LEADING ==RG== BY ==RCG==.

       FD  CASTIGOS-FILE.
       01  CASTIGO-REC.
           88  EOF-CASTIGOS        VALUE HIGH-VALUE.
           COPY "CASTIGO-RECORD.CBL"
               REPLACING LEADING ==CS== BY ==CAS==.

       FD  POLIZA-FILE.
       01  POLIZA-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CTA-STATUS       PIC X(2).
           05  WS-ENV-STATUS       PIC X(2).
           05  WS-CAR-STATUS       PIC X(2).
           05  WS-CXP-STATUS       PIC X(2).
           05  WS-APL-STATUS       PIC X(2).
           05  WS-APP-STATUS       PIC X(2).
           05  WS-LED-STATUS       PIC X(2).
           05  WS-RCG-STATUS       PIC X(2).
           05  WS-CAS-STATUS       PIC X(2).
           05  WS-POL-STATUS       PIC X(2).
           05  WS-POLIZA-NOMBRE    PIC X(40).
           05  WS-PERIODO-TEXTO    PIC X(6).
           05  WS-PERIODO          PIC 9(6).
           05  WS-PERIODO-R REDEFINES WS-PERIODO.
               10  WS-PER-ANIO     PIC 9(4).
               10  WS-PER-MES      PIC 9(2).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-IDX              PIC 9(4).
           05  WS-ASI-IDX          PIC 9(3).
           05  WS-ASI-NUMERO       PIC 9(4) VALUE ZERO.
           05  WS-HALLADO          PIC X.
               88  SE-HALLO        VALUE "Y".
           05  WS-CONCEPTO         PIC X(3).
           05  WS-CARRERA          PIC X(3).
           05  WS-MONTO            PIC S9(9)V99.
           05  WS-ABS              PIC 9(9)V99.
           05  WS-CUENTA-DEB       PIC X(10).
           05  WS-CUENTA-CRE       PIC X(10).
           05  WS-ASI-DEBITOS      PIC 9(11)V99.
           05  WS-ASI-CREDITOS     PIC 9(11)V99.
           05  WS-TOT-DEBITOS      PIC 9(13)V99 VALUE ZERO.
           05  WS-TOT-CREDITOS     PIC 9(13)V99 VALUE ZERO.
           05  WS-DESCUADRES       PIC 9(3) VALUE ZERO.
           05  WS-MONTO-ED         PIC -(9)9.99.
           05  WS-TOT-ED           PIC Z(12)9.99.

      * Cuentas por concepto y carrera (*** = todas).
       01  WS-CUENTAS.
           05  WS-CTA-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CTA-ENTRY OCCURS 100 TIMES.
               10  WS-CTA-CONCEPTO PIC X(3).
               10  WS-CTA-CARRERA  PIC X(3).
               10  WS-CTA-DEBITO   PIC X(10).
               10  WS-CTA-CREDITO  PIC X(10).

      * Descripcion de cada concepto para la linea de la poliza.
       01  WS-CONCEPTOS-VALORES.
           05  FILLER PIC X(33) VALUE "COLCOLEGIATURA FACTURADA".
           05  FILLER PIC X(33) VALUE "PATCOLEGIATURA A PATROCINADORES".
           05  FILLER PIC X(33) VALUE "PAGPAGOS RECIBIDOS".
           05  FILLER PIC X(33) VALUE "PPAPAGOS DE PATROCINADORES".
           05  FILLER PIC X(33) VALUE "BECCREDITOS DE BECA".
           05  FILLER PIC X(33) VALUE "RBJREEMBOLSOS POR BAJA PAGADOS".
           05  FILLER PIC X(33) VALUE "RECRECARGOS POR MORA".
           05  FILLER PIC X(33) VALUE "CASCASTIGOS DE CARTERA".
           05  FILLER PIC X(33) VALUE "CVACARGOS VARIOS".
       01  WS-CONCEPTOS REDEFINES WS-CONCEPTOS-VALORES.
           05  WS-CON-ENTRY OCCURS 9 TIMES.
               10  WS-CON-CODIGO   PIC X(3).
               10  WS-CON-DESCRIPCION PIC X(30).

      * Carrera de cada matricula, tomada de la cartera, para los
      * pagos que solo traen matricula.
       01  WS-ALUMNOS.
           05  WS-ALU-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-ALU-ENTRY OCCURS 2000 TIMES.
               10  WS-ALU-MATRICULA PIC 9(7).
               10  WS-ALU-CARRERA  PIC X(3).

      * Neto del periodo por concepto y carrera.
       01  WS-ASIENTOS.
           05  WS-ASI-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ASI-ENTRY OCCURS 200 TIMES.
               10  WS-ASI-CONCEPTO PIC X(3).
               10  WS-ASI-CARRERA  PIC X(3).
               10  WS-ASI-MONTO    PIC S9(9)V99.
               10  WS-ASI-DEB      PIC X(10).
               10  WS-ASI-CRE      PIC X(10).

      * Lineas de la poliza: se arman y se cuadran antes de escribir.
       01  WS-LINEAS.
           05  WS-LIN-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-LIN-ENTRY OCCURS 400 TIMES.
               10  WS-LIN-ASIENTO  PIC 9(4).
               10  WS-LIN-CUENTA   PIC X(10).
               10  WS-LIN-CARRERA  PIC X(3).
               10  WS-LIN-CONCEPTO PIC X(3).
               10  WS-LIN-NATURALEZA PIC X(1).
               10  WS-LIN-MONTO    PIC 9(11)V99.

       01  WS-POL-ENCABEZADO.
           05  FILLER              PIC X(1) VALUE "H".
           05  WPH-PERIODO         PIC 9(6).
           05  WPH-FECHA           PIC 9(8).
           05  FILLER              PIC X(20)
               VALUE "CARTERA ESTUDIANTES".
           05  WPH-ASIENTOS        PIC 9(4).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-POL-DETALLE.
           05  FILLER              PIC X(1) VALUE "D".
           05  WPD-PERIODO         PIC 9(6).
           05  WPD-ASIENTO         PIC 9(4).
           05  WPD-CUENTA          PIC X(10).
           05  WPD-CARRERA         PIC X(3).
           05  WPD-CONCEPTO        PIC X(3).
           05  WPD-NATURALEZA      PIC X(1).
           05  WPD-MONTO           PIC 9(11)V99.
           05  WPD-DESCRIPCION     PIC X(30).
           05  FILLER              PIC X(9) VALUE SPACES.

       01  WS-POL-CONTROL.
           05  FILLER              PIC X(1) VALUE "T".
           05  WPT-PERIODO         PIC 9(6).
           05  WPT-LINEAS          PIC 9(6).
           05  WPT-DEBITOS         PIC 9(13)V99.
           05  WPT-CREDITOS        PIC 9(13)V99.
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-ENVIO-LINEA.
           05  WEL-PERIODO         PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WEL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WEL-LINEAS          PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WEL-TOTAL           PIC 9(13)V99.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PERIODO-TEXTO.
           DISPLAY "INTERFAZ_PERIODO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PERIODO-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-PERIODO-TEXTO IS NUMERIC
               MOVE WS-PERIODO-TEXTO TO WS-PERIODO
           ELSE
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           END-IF.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "INTERFAZ_PERIODO INVALIDO: " WS-PERIODO-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIODO TO WS-PERIODO-TEXTO.
           PERFORM 0110-VERIFICAR-ENVIO.
           PERFORM 0120-CARGAR-CUENTAS.

      * Un periodo enviado no se vuelve a mandar.
       0110-VERIFICAR-ENVIO.
           OPEN INPUT ENVIOS-FILE.
           IF WS-ENV-STATUS = "00"
               PERFORM UNTIL EOF-ENVIOS
                   READ ENVIOS-FILE
                       AT END SET EOF-ENVIOS TO TRUE
                   END-READ
                   IF NOT EOF-ENVIOS
                       AND ENV-PERIODO = WS-PERIODO
                       DISPLAY "EL PERIODO " WS-PERIODO
                           " YA SE ENVIO A CONTABILIDAD EL "
                           ENV-FECHA "; NO SE VUELVE A MANDAR."
                       CLOSE ENVIOS-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE ENVIOS-FILE
               INITIALIZE ENVIO-REC
           END-IF.

       0120-CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-FILE.
           IF WS-CTA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS_CONTABLES.DAT. CODIGO: "
                   WS-CTA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-CUENTAS
               READ CUENTAS-FILE
                   AT END SET EOF-CUENTAS TO TRUE
               END-READ
               IF NOT EOF-CUENTAS
                   AND CTA-CONCEPTO NOT = SPACES
                   AND WS-CTA-COUNT < 100
                   ADD 1 TO WS-CTA-COUNT
                   MOVE CTA-CONCEPTO TO WS-CTA-CONCEPTO(WS-CTA-COUNT)
                   MOVE CTA-CARRERA TO WS-CTA-CARRERA(WS-CTA-COUNT)
                   MOVE CTA-DEBITO TO WS-CTA-DEBITO(WS-CTA-COUNT)
                   MOVE CTA-CREDITO TO WS-CTA-CREDITO(WS-CTA-COUNT)
               END-IF
           END-PERFORM.
           CLOSE CUENTAS-FILE.

       0200-PROCESO.
           PERFORM 0210-LEER-CARTERA.
           PERFORM 0220-LEER-PATROCINADORES.
           PERFORM 0230-LEER-PAGOS.
           PERFORM 0240-LEER-PAGOS-PATROCINADOR.
           PERFORM 0250-LEER-BECAS.
           PERFORM 0255-LEER-RECARGOS.
           PERFORM 0257-LEER-CASTIGOS.
           PERFORM VARYING WS-ASI-IDX FROM 1 BY 1
                   UNTIL WS-ASI-IDX > WS-ASI-COUNT
               PERFORM 0260-ARMAR-ASIENTO THRU 0260-EXIT
           END-PERFORM.

      * Cargos del periodo por tipo de fila; de paso la carrera de
      * cada matricula para los pagos.
       0210-LEER-CARTERA.
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
                   PERFORM 0211-REGISTRAR-ALUMNO
                   IF CAR-FECHA(1:6) = WS-PERIODO-TEXTO
                       PERFORM 0212-CLASIFICAR-FILA THRU 0212-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CARTERA-FILE.
           INITIALIZE CARTERA-REC.

       0211-REGISTRAR-ALUMNO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALU-COUNT OR SE-HALLO
               IF WS-ALU-MATRICULA(WS-IDX) = CAR-MATRICULA
                   SET SE-HALLO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SE-HALLO AND WS-ALU-COUNT < 2000
               ADD 1 TO WS-ALU-COUNT
               MOVE CAR-MATRICULA TO WS-ALU-MATRICULA(WS-ALU-COUNT)
               MOVE CAR-CARRERA TO WS-ALU-CARRERA(WS-ALU-COUNT)
           END-IF.

       0212-CLASIFICAR-FILA.
           MOVE CAR-CARRERA TO WS-CARRERA.
           EVALUATE TRUE
               WHEN CAR-COLEGIATURA
               WHEN CAR-AJUSTE-DEBITO
                   MOVE "COL" TO WS-CONCEPTO
                   MOVE CAR-FACTURADO TO WS-MONTO
               WHEN CAR-AJUSTE-CREDITO
                   MOVE "COL" TO WS-CONCEPTO
                   COMPUTE WS-MONTO = ZERO - CAR-PAGADO
               WHEN CAR-REEMBOLSO
                   MOVE "RBJ" TO WS-CONCEPTO
                   MOVE CAR-FACTURADO TO WS-MONTO
               WHEN CAR-RECARGO
               WHEN CAR-CASTIGO
                   GO TO 0212-EXIT
               WHEN OTHER
                   MOVE "CVA" TO WS-CONCEPTO
                   MOVE CAR-FACTURADO TO WS-MONTO
           END-EVALUATE.
           PERFORM 0270-SUMAR-ASIENTO.

       0212-EXIT.
           EXIT.

       0220-LEER-PATROCINADORES.
           OPEN INPUT CARTERA-PAT-FILE.
           IF WS-CXP-STATUS = "00"
               PERFORM UNTIL EOF-CARTERA-PAT
                   READ CARTERA-PAT-FILE
                       AT END SET EOF-CARTERA-PAT TO TRUE
                   END-READ
                   IF NOT EOF-CARTERA-PAT
                       AND CXP-FECHA(1:6) = WS-PERIODO-TEXTO
                       MOVE "PAT" TO WS-CONCEPTO
                       MOVE CXP-CARRERA TO WS-CARRERA
                       IF CXP-AJUSTE-CREDITO
                           COMPUTE WS-MONTO = ZERO - CXP-PAGADO
                       ELSE
                           MOVE CXP-FACTURADO TO WS-MONTO
                       END-IF
                       PERFORM 0270-SUMAR-ASIENTO
                   END-IF
               END-PERFORM
               CLOSE CARTERA-PAT-FILE
               INITIALIZE CARTERA-PAT-REC
           END-IF.

       0230-LEER-PAGOS.
           OPEN INPUT APLICADOS-FILE.
           IF WS-APL-STATUS = "00"
               PERFORM UNTIL EOF-APL
                   READ APLICADOS-FILE
                       AT END SET EOF-APL TO TRUE
                   END-READ
                   IF NOT EOF-APL
                       AND APL-FECHA-APLICADO(1:6) = WS-PERIODO-TEXTO
                       MOVE "PAG" TO WS-CONCEPTO
                       MOVE SPACES TO WS-CARRERA
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-ALU-COUNT
                           IF WS-ALU-MATRICULA(WS-IDX) = APL-MATRICULA
                               MOVE WS-ALU-CARRERA(WS-IDX)
                                   TO WS-CARRERA
                           END-IF
                       END-PERFORM
                       MOVE APL-MONTO TO WS-MONTO
                       PERFORM 0270-SUMAR-ASIENTO
                   END-IF
               END-PERFORM
               CLOSE APLICADOS-FILE
               INITIALIZE APL-REC
           END-IF.

      * El pago del patrocinador cubre alumnos de varias carreras;
      * va sin carrera, a las cuentas *** del concepto.
       0240-LEER-PAGOS-PATROCINADOR.
           OPEN INPUT APL-PAT-FILE.
           IF WS-APP-STATUS = "00"
               PERFORM UNTIL EOF-APP
                   READ APL-PAT-FILE
                       AT END SET EOF-APP TO TRUE
                   END-READ
                   IF NOT EOF-APP
                       AND APP-FECHA-APLICADO(1:6) = WS-PERIODO-TEXTO
                       MOVE "PPA" TO WS-CONCEPTO
                       MOVE SPACES TO WS-CARRERA
                       MOVE APP-MONTO TO WS-MONTO
                       PERFORM 0270-SUMAR-ASIENTO
                   END-IF
               END-PERFORM
               CLOSE APL-PAT-FILE
               INITIALIZE APP-REC
           END-IF.

       0250-LEER-BECAS.
           OPEN INPUT LEDGER-FILE.
           IF WS-LED-STATUS = "00"
               PERFORM UNTIL EOF-LED
                   READ LEDGER-FILE
                       AT END SET EOF-LED TO TRUE
                   END-READ
                   IF NOT EOF-LED
                       AND (LED-ESTADO = "D" OR LED-ESTADO = "A")
                       AND LED-FECHA(1:6) = WS-PERIODO-TEXTO
                       MOVE "BEC" TO WS-CONCEPTO
                       MOVE LED-CARRERA TO WS-CARRERA
                       COMPUTE WS-MONTO = LED-MONTO / 100
                       PERFORM 0270-SUMAR-ASIENTO
                   END-IF
               END-PERFORM
               CLOSE LEDGER-FILE
               INITIALIZE LED-REC
           END-IF.

      * Los recargos salen del registro y no de la cartera: la
      * exoneracion deja la fila de CARTERA.DAT facturada en cero.
       0255-LEER-RECARGOS.
           OPEN INPUT RECARGOS-FILE.
           IF WS-RCG-STATUS = "00"
               PERFORM UNTIL EOF-RECARGOS
                   READ RECARGOS-FILE
                       AT END SET EOF-RECARGOS TO TRUE
                   END-READ
                   IF NOT EOF-RECARGOS
                       MOVE "REC" TO WS-CONCEPTO
                       MOVE RCG-CARRERA TO WS-CARRERA
                       IF RCG-FECHA(1:6) = WS-PERIODO-TEXTO
                           MOVE RCG-MONTO TO WS-MONTO
                           PERFORM 0270-SUMAR-ASIENTO
                       END-IF
                       IF RCG-EXONERADO
                           AND RCG-FECHA-EXONERADO(1:6)
                               = WS-PERIODO-TEXTO
                           COMPUTE WS-MONTO = ZERO - RCG-MONTO
                           PERFORM 0270-SUMAR-ASIENTO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECARGOS-FILE
               INITIALIZE RECARGO-REC
           END-IF.

      * El castigo entra en el mes en que el supervisor lo aprobo,
      * con el monto del registro.
       0257-LEER-CASTIGOS.
           OPEN INPUT CASTIGOS-FILE.
           IF WS-CAS-STATUS = "00"
               PERFORM UNTIL EOF-CASTIGOS
                   READ CASTIGOS-FILE
                       AT END SET EOF-CASTIGOS TO TRUE
                   END-READ
                   IF NOT EOF-CASTIGOS
                       AND CAS-APROBADO
                       AND CAS-FECHA-DECISION(1:6) = WS-PERIODO-TEXTO
                       MOVE "CAS" TO WS-CONCEPTO
                       MOVE CAS-CARRERA TO WS-CARRERA
                       MOVE CAS-MONTO TO WS-MONTO
                       PERFORM 0270-SUMAR-ASIENTO
                   END-IF
               END-PERFORM
               CLOSE CASTIGOS-FILE
               INITIALIZE CASTIGO-REC
           END-IF.

      * Un debito y un credito por el neto del asiento; cada lado
      * entra solo si tiene cuenta, y el asiento se cuadra. Un
      * asiento sin cuenta de alguno de los dos lados es un
      * descuadre aunque no se le escriba ninguna linea: de otro
      * modo el movimiento desapareceria de la poliza y el periodo
      * quedaria marcado como enviado.
       0260-ARMAR-ASIENTO.
           IF WS-ASI-MONTO(WS-ASI-IDX) = ZERO
               GO TO 0260-EXIT
           END-IF.
           ADD 1 TO WS-ASI-NUMERO.
           PERFORM 0280-BUSCAR-CUENTAS.
           IF WS-ASI-MONTO(WS-ASI-IDX) < ZERO
               COMPUTE WS-ABS = ZERO - WS-ASI-MONTO(WS-ASI-IDX)
               MOVE WS-ASI-CRE(WS-ASI-IDX) TO WS-CUENTA-DEB
               MOVE WS-ASI-DEB(WS-ASI-IDX) TO WS-CUENTA-CRE
           ELSE
               MOVE WS-ASI-MONTO(WS-ASI-IDX) TO WS-ABS
               MOVE WS-ASI-DEB(WS-ASI-IDX) TO WS-CUENTA-DEB
               MOVE WS-ASI-CRE(WS-ASI-IDX) TO WS-CUENTA-CRE
           END-IF.
           MOVE ZERO TO WS-ASI-DEBITOS WS-ASI-CREDITOS.
           IF WS-CUENTA-DEB NOT = SPACES
               ADD 1 TO WS-LIN-COUNT
               MOVE WS-CUENTA-DEB TO WS-LIN-CUENTA(WS-LIN-COUNT)
               MOVE "D" TO WS-LIN-NATURALEZA(WS-LIN-COUNT)
               PERFORM 0265-COMPLETAR-LINEA
               ADD WS-ABS TO WS-ASI-DEBITOS
           END-IF.
           IF WS-CUENTA-CRE NOT = SPACES
               ADD 1 TO WS-LIN-COUNT
               MOVE WS-CUENTA-CRE TO WS-LIN-CUENTA(WS-LIN-COUNT)
               MOVE "C" TO WS-LIN-NATURALEZA(WS-LIN-COUNT)
               PERFORM 0265-COMPLETAR-LINEA
               ADD WS-ABS TO WS-ASI-CREDITOS
           END-IF.
           ADD WS-ASI-DEBITOS TO WS-TOT-DEBITOS.
           ADD WS-ASI-CREDITOS TO WS-TOT-CREDITOS.
           IF WS-CUENTA-DEB = SPACES OR WS-CUENTA-CRE = SPACES
               ADD 1 TO WS-DESCUADRES
               MOVE WS-ASI-MONTO(WS-ASI-IDX) TO WS-MONTO-ED
               DISPLAY "ASIENTO DESCUADRADO: "
                   WS-ASI-CONCEPTO(WS-ASI-IDX) " CARRERA "
                   WS-ASI-CARRERA(WS-ASI-IDX) " POR " WS-MONTO-ED
               IF WS-CUENTA-DEB = SPACES
                   DISPLAY "    FALTA LA CUENTA DEBITO EN "
                       "CUENTAS_CONTABLES.DAT"
               END-IF
               IF WS-CUENTA-CRE = SPACES
                   DISPLAY "    FALTA LA CUENTA CREDITO EN "
                       "CUENTAS_CONTABLES.DAT"
               END-IF
           END-IF.

       0260-EXIT.
           EXIT.

       0265-COMPLETAR-LINEA.
           MOVE WS-ASI-NUMERO TO WS-LIN-ASIENTO(WS-LIN-COUNT).
           MOVE WS-ASI-CARRERA(WS-ASI-IDX)
               TO WS-LIN-CARRERA(WS-LIN-COUNT).
           MOVE WS-ASI-CONCEPTO(WS-ASI-IDX)
               TO WS-LIN-CONCEPTO(WS-LIN-COUNT).
           MOVE WS-ABS TO WS-LIN-MONTO(WS-LIN-COUNT).

       0270-SUMAR-ASIENTO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-ASI-IDX FROM 1 BY 1
                   UNTIL WS-ASI-IDX > WS-ASI-COUNT OR SE-HALLO
               IF WS-ASI-CONCEPTO(WS-ASI-IDX) = WS-CONCEPTO
                   AND WS-ASI-CARRERA(WS-ASI-IDX) = WS-CARRERA
                   SET SE-HALLO TO TRUE
                   ADD WS-MONTO TO WS-ASI-MONTO(WS-ASI-IDX)
               END-IF
           END-PERFORM.
           IF NOT SE-HALLO
               IF WS-ASI-COUNT < 200
                   ADD 1 TO WS-ASI-COUNT
                   INITIALIZE WS-ASI-ENTRY(WS-ASI-COUNT)
                   MOVE WS-CONCEPTO TO WS-ASI-CONCEPTO(WS-ASI-COUNT)
                   MOVE WS-CARRERA TO WS-ASI-CARRERA(WS-ASI-COUNT)
                   MOVE WS-MONTO TO WS-ASI-MONTO(WS-ASI-COUNT)
               ELSE
                   ADD 1 TO WS-DESCUADRES
                   DISPLAY "SIN LUGAR PARA EL ASIENTO " WS-CONCEPTO
                       " CARRERA " WS-CARRERA
               END-IF
           END-IF.

      * La cuenta de la carrera manda sobre la de *** del concepto.
       0280-BUSCAR-CUENTAS.
           MOVE SPACES TO WS-ASI-DEB(WS-ASI-IDX) WS-ASI-CRE(WS-ASI-IDX).
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CTA-COUNT
               IF WS-CTA-CONCEPTO(WS-IDX) = WS-ASI-CONCEPTO(WS-ASI-IDX)
                   IF WS-CTA-CARRERA(WS-IDX)
                           = WS-ASI-CARRERA(WS-ASI-IDX)
                       SET SE-HALLO TO TRUE
                       MOVE WS-CTA-DEBITO(WS-IDX)
                           TO WS-ASI-DEB(WS-ASI-IDX)
                       MOVE WS-CTA-CREDITO(WS-IDX)
                           TO WS-ASI-CRE(WS-ASI-IDX)
                   END-IF
                   IF WS-CTA-CARRERA(WS-IDX) = "***"
                       AND NOT SE-HALLO
                       MOVE WS-CTA-DEBITO(WS-IDX)
                           TO WS-ASI-DEB(WS-ASI-IDX)
                       MOVE WS-CTA-CREDITO(WS-IDX)
                           TO WS-ASI-CRE(WS-ASI-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       0300-FIN.
           IF WS-DESCUADRES > ZERO
               OR WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
               MOVE WS-TOT-DEBITOS TO WS-TOT-ED
               DISPLAY "DEBITOS:  " WS-TOT-ED
               MOVE WS-TOT-CREDITOS TO WS-TOT-ED
               DISPLAY "CREDITOS: " WS-TOT-ED
               DISPLAY "POLIZA DEL PERIODO " WS-PERIODO
                   " DESCUADRADA; NO SE ESCRIBE NADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LIN-COUNT = ZERO
               DISPLAY "SIN MOVIMIENTO EN EL PERIODO " WS-PERIODO
                   "; NO HAY POLIZA QUE ENVIAR."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-POLIZA-NOMBRE.
           STRING "POLIZA_CONTABLE_" WS-PERIODO ".DAT"
               DELIMITED BY SIZE INTO WS-POLIZA-NOMBRE.
           OPEN OUTPUT POLIZA-FILE.
           IF WS-POL-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-POLIZA-NOMBRE " CODIGO: "
                   WS-POL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIODO TO WPH-PERIODO.
           MOVE WS-FECHA-HOY TO WPH-FECHA.
           MOVE WS-ASI-NUMERO TO WPH-ASIENTOS.
           WRITE POLIZA-REC FROM WS-POL-ENCABEZADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LIN-COUNT
               PERFORM 0310-ESCRIBIR-LINEA
           END-PERFORM.
           MOVE WS-PERIODO TO WPT-PERIODO.
           MOVE WS-LIN-COUNT TO WPT-LINEAS.
           MOVE WS-TOT-DEBITOS TO WPT-DEBITOS.
           MOVE WS-TOT-CREDITOS TO WPT-CREDITOS.
           WRITE POLIZA-REC FROM WS-POL-CONTROL.
           CLOSE POLIZA-FILE.
           OPEN EXTEND ENVIOS-FILE.
           IF WS-ENV-STATUS NOT = "00"
               OPEN OUTPUT ENVIOS-FILE
           END-IF.
           MOVE WS-PERIODO TO WEL-PERIODO.
           MOVE WS-FECHA-HOY TO WEL-FECHA.
           MOVE WS-LIN-COUNT TO WEL-LINEAS.
           MOVE WS-TOT-DEBITOS TO WEL-TOTAL.
           WRITE ENVIO-REC FROM WS-ENVIO-LINEA.
           CLOSE ENVIOS-FILE.
           MOVE WS-TOT-DEBITOS TO WS-TOT-ED.
           DISPLAY "POLIZA " WS-POLIZA-NOMBRE ": " WS-LIN-COUNT
               " LINEAS, DEBITOS = CREDITOS = " WS-TOT-ED.
           STOP RUN.

       0310-ESCRIBIR-LINEA.
           MOVE WS-PERIODO TO WPD-PERIODO.
           MOVE WS-LIN-ASIENTO(WS-IDX) TO WPD-ASIENTO.
           MOVE WS-LIN-CUENTA(WS-IDX) TO WPD-CUENTA.
           MOVE WS-LIN-CARRERA(WS-IDX) TO WPD-CARRERA.
           MOVE WS-LIN-CONCEPTO(WS-IDX) TO WPD-CONCEPTO.
           MOVE WS-LIN-NATURALEZA(WS-IDX) TO WPD-NATURALEZA.
           MOVE WS-LIN-MONTO(WS-IDX) TO WPD-MONTO.
           MOVE SPACES TO WPD-DESCRIPCION.
           PERFORM VARYING WS-ASI-IDX FROM 1 BY 1
                   UNTIL WS-ASI-IDX > 9
               IF WS-CON-CODIGO(WS-ASI-IDX) = WS-LIN-CONCEPTO(WS-IDX)
                   MOVE WS-CON-DESCRIPCION(WS-ASI-IDX)
                       TO WPD-DESCRIPCION
               END-IF
           END-PERFORM.
           WRITE POLIZA-REC FROM WS-POL-DETALLE.

       END PROGRAM InterfazContable.
