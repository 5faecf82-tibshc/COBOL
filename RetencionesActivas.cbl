       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetencionesActivas.
       AUTHOR.     EHIDALGO.

      * Reporte diario de retenciones activas: lista en
      * RETENCIONES_ACTIVAS.DAT las retenciones de RETENCIONES.DAT
      * (MantenimientoRetenciones) que no se han liberado, agrupadas
      * por la oficina que las puso y, dentro de cada oficina, de la
      * mas vieja a la mas nueva con su antiguedad en dias. Cada
      * oficina cierra con su total y su reparto por antiguedad
      * (hasta 30 dias, 31 a 90, mas de 90), para que limpie su
      * propia lista. La fecha de corte es la del sistema, o
      * RETENCIONES_FECHA (YYYYMMDD) en el ambiente para repetir un
      * dia. Termina con RC 4 si alguna retencion pasa de 90 dias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "RETENCIONES_ACTIVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENCIONES-FILE.
       01  RET-REC.
           88  EOF-RET             VALUE HIGH-VALUE.
           COPY "RETENCION-RECORD.CBL"
               REPLACING LEADING ==RT== BY ==RET==.

       FD  SALIDA-FILE.
       01  SALIDA-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-RET-STATUS       PIC X(2).
           05  WS-SAL-STATUS       PIC X(2).
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA-CORTE      PIC 9(8).
           05  WS-FECHA-AMBIENTE   PIC 9(8) VALUE ZERO.
           05  WS-DIAS-CORTE       PIC 9(7).
           05  WS-IDX              PIC 9(4).
           05  WS-IDX-2            PIC 9(4).
           05  WS-MEJOR            PIC 9(4).
           05  WS-TEMP             PIC 9(4).
           05  WS-OFICINA-ACTUAL   PIC X(3).
           05  WS-REG-LEIDOS       PIC 9(5) VALUE ZERO.
           05  WS-LIBERADAS        PIC 9(5) VALUE ZERO.
           05  WS-VIEJAS           PIC 9(5) VALUE ZERO.
           05  WS-OFI-TOTAL        PIC 9(5).
           05  WS-OFI-HASTA-30     PIC 9(5).
           05  WS-OFI-HASTA-90     PIC 9(5).
           05  WS-OFI-MAS-90       PIC 9(5).

      * Retenciones activas con su antiguedad; WS-ORD lleva el orden
      * de impresion (oficina, luego fecha de colocacion).
       01  WS-ACTIVAS.
           05  WS-ACT-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-ACT-ENTRY OCCURS 1000 TIMES.
               10  WS-ACT-NUMERO   PIC 9(5).
               10  WS-ACT-MATRICULA PIC 9(7).
               10  WS-ACT-TIPO     PIC X(1).
               10  WS-ACT-OFICINA  PIC X(3).
               10  WS-ACT-MOTIVO   PIC X(40).
               10  WS-ACT-FECHA    PIC 9(8).
               10  WS-ACT-DIAS     PIC 9(5).
           05  WS-ORD              PIC 9(4) OCCURS 1000 TIMES.
       01  WS-ACT-LLENA-SW         PIC X VALUE "N".
           88  WS-ACT-LLENA        VALUE "Y".

       01  WS-TITULO.
           05  FILLER              PIC X(23) VALUE
               "RETENCIONES ACTIVAS AL ".
           05  WTI-FECHA           PIC 9(8).

       01  WS-OFI-TITULO.
           05  FILLER              PIC X(8) VALUE "OFICINA ".
           05  WOT-OFICINA         PIC X(3).

       01  WS-SAL-LINEA.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WSL-NUMERO          PIC 9(5).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-TIPO            PIC X(1).
           05  FILLER              PIC X(9) VALUE " | DESDE ".
           05  WSL-FECHA           PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X(8) VALUE " DIAS | ".
           05  WSL-MOTIVO          PIC X(40).

       01  WS-OFI-TOTALES.
           05  FILLER              PIC X(9) VALUE "  TOTAL: ".
           05  WOS-TOTAL           PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE " | HASTA 30: ".
           05  WOS-HASTA-30        PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE " | 31-90: ".
           05  WOS-HASTA-90        PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE " | MAS DE 90: ".
           05  WOS-MAS-90          PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD.
           DISPLAY "RETENCIONES_FECHA" UPON ENVIRONMENT-NAME.
           MOVE SPACES TO WS-FECHA-TEXTO.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-AMBIENTE
           END-IF.
           IF WS-FECHA-TEXTO NOT = SPACES
               IF WS-FECHA-AMBIENTE NOT = ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-AMBIENTE)
                       = ZERO
                   MOVE WS-FECHA-AMBIENTE TO WS-FECHA-CORTE
               ELSE
                   DISPLAY "RETENCIONES_FECHA INVALIDA: "
                       WS-FECHA-TEXTO "; SE USA LA FECHA DEL SISTEMA."
               END-IF
           END-IF.
           COMPUTE WS-DIAS-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE).
           OPEN INPUT RETENCIONES-FILE.
           IF WS-RET-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR RETENCIONES.DAT. CODIGO: "
                   WS-RET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SALIDA-FILE.
           MOVE WS-FECHA-CORTE TO WTI-FECHA.
           WRITE SALIDA-REC FROM WS-TITULO.
           DISPLAY "RETENCIONES ACTIVAS AL " WS-FECHA-CORTE.

       0200-PROCESO.
           PERFORM UNTIL EOF-RET
               READ RETENCIONES-FILE
                   AT END SET EOF-RET TO TRUE
               END-READ
               IF NOT EOF-RET
                   ADD 1 TO WS-REG-LEIDOS
                   IF RET-FECHA-LIBERADA = ZERO
                       PERFORM 0210-ANOTAR-ACTIVA
                   ELSE
                       ADD 1 TO WS-LIBERADAS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RETENCIONES-FILE.
           PERFORM 0220-ORDENAR-ACTIVAS.
           MOVE SPACES TO WS-OFICINA-ACTUAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACT-COUNT
               MOVE WS-ORD(WS-IDX) TO WS-TEMP
               IF WS-IDX = 1
                   OR WS-ACT-OFICINA(WS-TEMP) NOT = WS-OFICINA-ACTUAL
                   IF WS-IDX > 1
                       PERFORM 0240-CERRAR-OFICINA
                   END-IF
                   PERFORM 0230-ABRIR-OFICINA
               END-IF
               PERFORM 0250-ESCRIBIR-RETENCION
           END-PERFORM.
           IF WS-ACT-COUNT > ZERO
               PERFORM 0240-CERRAR-OFICINA
           END-IF.

      * Una fecha de colocacion ilegible cuenta como de hoy: la
      * retencion se lista igual, solo sin antiguedad.
       0210-ANOTAR-ACTIVA.
           IF WS-ACT-COUNT < 1000
               ADD 1 TO WS-ACT-COUNT
               MOVE RET-NUMERO TO WS-ACT-NUMERO(WS-ACT-COUNT)
               MOVE RET-MATRICULA TO WS-ACT-MATRICULA(WS-ACT-COUNT)
               MOVE RET-TIPO TO WS-ACT-TIPO(WS-ACT-COUNT)
               MOVE RET-OFICINA TO WS-ACT-OFICINA(WS-ACT-COUNT)
               MOVE RET-MOTIVO TO WS-ACT-MOTIVO(WS-ACT-COUNT)
               MOVE ZERO TO WS-ACT-DIAS(WS-ACT-COUNT)
               IF RET-FECHA-COLOCADA IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(RET-FECHA-COLOCADA)
                       = ZERO
                   MOVE RET-FECHA-COLOCADA
                       TO WS-ACT-FECHA(WS-ACT-COUNT)
                   IF RET-FECHA-COLOCADA < WS-FECHA-CORTE
                       COMPUTE WS-ACT-DIAS(WS-ACT-COUNT) =
                           WS-DIAS-CORTE - FUNCTION
                           INTEGER-OF-DATE(RET-FECHA-COLOCADA)
                   END-IF
               ELSE
                   MOVE WS-FECHA-CORTE TO WS-ACT-FECHA(WS-ACT-COUNT)
               END-IF
           ELSE
               IF NOT WS-ACT-LLENA
                   DISPLAY "ADVERTENCIA: MAS DE 1000 RETENCIONES "
                       "ACTIVAS; LAS DEMAS NO SE LISTAN."
                   SET WS-ACT-LLENA TO TRUE
               END-IF
           END-IF.

      * Seleccion simple: oficina ascendente, a igual oficina la
      * retencion mas vieja primero.
       0220-ORDENAR-ACTIVAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACT-COUNT
               MOVE WS-IDX TO WS-ORD(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACT-COUNT
               MOVE WS-IDX TO WS-MEJOR
               PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                       UNTIL WS-IDX-2 > WS-ACT-COUNT
                   IF WS-ACT-OFICINA(WS-ORD(WS-IDX-2))
                       < WS-ACT-OFICINA(WS-ORD(WS-MEJOR))
                       OR (WS-ACT-OFICINA(WS-ORD(WS-IDX-2))
                           = WS-ACT-OFICINA(WS-ORD(WS-MEJOR))
                       AND WS-ACT-FECHA(WS-ORD(WS-IDX-2))
                           < WS-ACT-FECHA(WS-ORD(WS-MEJOR)))
                       MOVE WS-IDX-2 TO WS-MEJOR
                   END-IF
               END-PERFORM
               MOVE WS-ORD(WS-IDX) TO WS-TEMP
               MOVE WS-ORD(WS-MEJOR) TO WS-ORD(WS-IDX)
               MOVE WS-TEMP TO WS-ORD(WS-MEJOR)
           END-PERFORM.

       0230-ABRIR-OFICINA.
           MOVE WS-ACT-OFICINA(WS-TEMP) TO WS-OFICINA-ACTUAL.
           MOVE ZERO TO WS-OFI-TOTAL WS-OFI-HASTA-30 WS-OFI-HASTA-90
               WS-OFI-MAS-90.
           MOVE SPACES TO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE WS-OFICINA-ACTUAL TO WOT-OFICINA.
           WRITE SALIDA-REC FROM WS-OFI-TITULO.

       0240-CERRAR-OFICINA.
           MOVE WS-OFI-TOTAL TO WOS-TOTAL.
           MOVE WS-OFI-HASTA-30 TO WOS-HASTA-30.
           MOVE WS-OFI-HASTA-90 TO WOS-HASTA-90.
           MOVE WS-OFI-MAS-90 TO WOS-MAS-90.
           WRITE SALIDA-REC FROM WS-OFI-TOTALES.
           DISPLAY "OFICINA " WS-OFICINA-ACTUAL ": " WS-OFI-TOTAL
               " ACTIVAS, " WS-OFI-MAS-90 " DE MAS DE 90 DIAS".

       0250-ESCRIBIR-RETENCION.
           ADD 1 TO WS-OFI-TOTAL.
           EVALUATE TRUE
               WHEN WS-ACT-DIAS(WS-TEMP) <= 30
                   ADD 1 TO WS-OFI-HASTA-30
               WHEN WS-ACT-DIAS(WS-TEMP) <= 90
                   ADD 1 TO WS-OFI-HASTA-90
               WHEN OTHER
                   ADD 1 TO WS-OFI-MAS-90
                   ADD 1 TO WS-VIEJAS
           END-EVALUATE.
           MOVE WS-ACT-NUMERO(WS-TEMP) TO WSL-NUMERO.
           MOVE WS-ACT-MATRICULA(WS-TEMP) TO WSL-MATRICULA.
           MOVE WS-ACT-TIPO(WS-TEMP) TO WSL-TIPO.
           MOVE WS-ACT-FECHA(WS-TEMP) TO WSL-FECHA.
           MOVE WS-ACT-DIAS(WS-TEMP) TO WSL-DIAS.
           MOVE WS-ACT-MOTIVO(WS-TEMP) TO WSL-MOTIVO.
           WRITE SALIDA-REC FROM WS-SAL-LINEA.

       0300-FIN.
           CLOSE SALIDA-FILE.
           DISPLAY "RETENCIONES_ACTIVAS.DAT ESCRITO. LEIDAS: "
               WS-REG-LEIDOS " ACTIVAS: " WS-ACT-COUNT
               " LIBERADAS: " WS-LIBERADAS
               " MAS DE 90 DIAS: " WS-VIEJAS.
           IF WS-VIEJAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM RetencionesActivas.
