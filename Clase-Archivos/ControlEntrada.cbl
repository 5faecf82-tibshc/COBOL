       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ControlEntrada.
      * Control de entrada comun de los archivos que llegan de fuera
      * (ALTAS.DAT, ACTAS.DAT, ESCANEO.DAT, PAGOS.DAT,
      * CONVALIDACIONES.DAT, ACUSE_MINISTERIO.DAT y
      * ACUSE_TITULADOS.DAT). Cada intake lo llama con el tipo de su
      * archivo (el nombre sin ".DAT") ANTES de abrirlo; un mismo
      * PAGOS.DAT de ayer ya se asento dos veces porque nadie noto
      * que era el mismo archivo. El archivo debe traer el sobre del
      * remitente (CONTROL-ENTRADA-RECORD.CBL): cabecera *CAB con su
      * tipo y la fecha del remitente al principio, pie *PIE con la
      * cantidad de registros y el total de control al final. Aqui
      * se cuentan los registros del cuerpo, se suma el campo de
      * control del tipo (WS-CONTROLES) y se saca un total hash del
      * contenido; si el pie no cuadra, o si el registro de
      * recibidos ENTRADAS_RECIBIDAS.DAT ya tiene el mismo tipo,
      * fecha de remitente y hash, el archivo se aparta como
      * <archivo>.RECHAZADO.<fecha>.<hora>, el motivo queda en
      * ENTRADAS_RECHAZADAS.DAT y el resultado es "N": el intake
      * termina con RC 8 sin cargar nada. Un archivo aceptado queda
      * anotado en el registro de recibidos. Sin archivo el
      * resultado es "A" y el intake reporta la falta como siempre.
      * Para recargar a proposito un archivo ya recibido (un intake
      * que se cayo a medias) el operador define
      * ENTRADA_REPROCESAR=S en el ambiente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO WS-ENTRADA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT RECIBIDOS-FILE ASSIGN TO "ENTRADAS_RECIBIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT RECHAZADAS-FILE ASSIGN TO
               "ENTRADAS_RECHAZADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  ENTRADA-LN              PIC X(200).
           88  EOF-ENTRADA         VALUE HIGH-VALUE.
       01  CONTROL-REC.
           COPY "CONTROL-ENTRADA-RECORD.CBL"
               REPLACING LEADING ==CE== BY ==CTL==.

      * Registro de recibidos: un renglon por archivo aceptado.
       FD  RECIBIDOS-FILE.
       01  RECIBIDO-REC.
           88  EOF-RECIBIDOS       VALUE HIGH-VALUE.
           02  RCB-TIPO            PIC X(16).
           02  FILLER              PIC X(1).
           02  RCB-FECHA-REMITENTE PIC 9(8).
           02  FILLER              PIC X(1).
           02  RCB-HASH            PIC 9(15).
           02  FILLER              PIC X(1).
           02  RCB-FECHA-RECIBIDO  PIC 9(8).
           02  FILLER              PIC X(1).
           02  RCB-CANTIDAD        PIC 9(7).
           02  FILLER              PIC X(1).
           02  RCB-TOTAL           PIC 9(15).
           02  FILLER              PIC X(1).
           02  RCB-REMITENTE       PIC X(20).

       FD  RECHAZADAS-FILE.
       01  RECHAZADA-REC           PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-ENTRADA-NOMBRE   PIC X(30).
           05  WS-APARTADO-NOMBRE  PIC X(60).
           05  WS-ENTRADA-STATUS   PIC X(2).
           05  WS-REC-STATUS       PIC X(2).
           05  WS-RCH-STATUS       PIC X(2).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-HORA             PIC 9(8).
           05  WS-REPROCESAR       PIC X(1).
           05  WS-CMD              PIC X(200).
           05  WS-MOTIVO           PIC X(60).
           05  WS-CTL-IDX          PIC 9(1).
           05  WS-POS              PIC 9(3).
           05  WS-CAB-SW           PIC X(1).
               88  CAB-VISTA       VALUE "S".
           05  WS-PIE-SW           PIC X(1).
               88  PIE-VISTO       VALUE "S".
           05  WS-FECHA-REMITENTE  PIC 9(8).
           05  WS-REMITENTE        PIC X(20).
           05  WS-PIE-CANTIDAD     PIC 9(7).
           05  WS-PIE-TOTAL        PIC 9(15).
           05  WS-CANTIDAD         PIC 9(7).
           05  WS-TOTAL            PIC 9(15).
           05  WS-HASH             PIC 9(15).
           05  WS-HASH-TRABAJO     PIC 9(18).
           05  WS-HASH-COCIENTE    PIC 9(3).
           05  WS-SUMA-LINEA       PIC 9(9).
           05  WS-RECIBIDO-EL      PIC 9(8).
           05  WS-CANTIDAD-ED      PIC Z(6)9.
           05  WS-PIE-CANTIDAD-ED  PIC Z(6)9.
           05  WS-TOTAL-ED         PIC Z(14)9.

      * Campo de control de cada tipo: posicion y largo del campo
      * que se suma y, si no es espacio, el tipo de renglon al que
      * se limita (los renglones D de los archivos con cabeceras por
      * seccion o acta).
       01  WS-CONTROLES.
           05  FILLER              PIC X(22)
               VALUE "ALTAS           00107 ".
           05  FILLER              PIC X(22)
               VALUE "ACTAS           00207D".
           05  FILLER              PIC X(22)
               VALUE "ESCANEO         00207D".
           05  FILLER              PIC X(22)
               VALUE "PAGOS           01609 ".
           05  FILLER              PIC X(22)
               VALUE "CONVALIDACIONES 00107 ".
           05  FILLER              PIC X(22)
               VALUE "ACUSE_MINISTERIO00207D".
           05  FILLER              PIC X(22)
               VALUE "ACUSE_TITULADOS 00207D".
       01  WS-CONTROLES-TABLA REDEFINES WS-CONTROLES.
           05  WS-CTL-ENTRY OCCURS 7 TIMES.
               10  WS-CTL-TIPO     PIC X(16).
               10  WS-CTL-POS      PIC 9(3).
               10  WS-CTL-LEN      PIC 9(2).
               10  WS-CTL-FILTRO   PIC X(1).

       01  WS-RECHAZADA-LINEA.
           05  WRL-FECHA           PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRL-TIPO            PIC X(16).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WRL-APARTADO        PIC X(60).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WRL-MOTIVO          PIC X(60).

       LINKAGE SECTION.
       01  LS-TIPO                 PIC X(16).
       01  LS-RESULTADO            PIC X(1).
           88  ENTRADA-ACEPTADA    VALUE "S".
           88  ENTRADA-RECHAZADA   VALUE "N".
           88  ENTRADA-AUSENTE     VALUE "A".

       PROCEDURE DIVISION USING LS-TIPO LS-RESULTADO.
           SET ENTRADA-ACEPTADA TO TRUE.
           MOVE SPACES TO WS-MOTIVO WS-REMITENTE.
           MOVE "N" TO WS-CAB-SW WS-PIE-SW.
           MOVE ZERO TO WS-CANTIDAD WS-TOTAL WS-HASH
               WS-PIE-CANTIDAD WS-PIE-TOTAL WS-FECHA-REMITENTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-ENTRADA-NOMBRE.
           STRING FUNCTION TRIM(LS-TIPO) ".DAT"
               DELIMITED BY SIZE INTO WS-ENTRADA-NOMBRE.
           MOVE ZERO TO WS-CTL-IDX.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 7
               IF WS-CTL-TIPO(WS-POS) = LS-TIPO
                   MOVE WS-POS TO WS-CTL-IDX
               END-IF
           END-PERFORM.
           IF WS-CTL-IDX = ZERO
               DISPLAY "TIPO DE ENTRADA SIN CONTROL DEFINIDO: " LS-TIPO
               SET ENTRADA-RECHAZADA TO TRUE
               GOBACK
           END-IF.
           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
               SET ENTRADA-AUSENTE TO TRUE
               GOBACK
           END-IF.
           PERFORM 0200-LEER-ENTRADA.
           CLOSE ENTRADA-FILE.
           INITIALIZE ENTRADA-LN.
           IF WS-MOTIVO = SPACES
               PERFORM 0300-COTEJAR-PIE
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 0400-BUSCAR-DUPLICADO
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 0500-REGISTRAR-RECIBIDO
           ELSE
               PERFORM 0600-APARTAR-ENTRADA
           END-IF.
           GOBACK.

       0200-LEER-ENTRADA.
           PERFORM UNTIL EOF-ENTRADA
               MOVE SPACES TO ENTRADA-LN
               READ ENTRADA-FILE
                   AT END SET EOF-ENTRADA TO TRUE
               END-READ
               IF NOT EOF-ENTRADA
                   AND ENTRADA-LN NOT = SPACES
                   AND WS-MOTIVO = SPACES
                   PERFORM 0210-CLASIFICAR-RENGLON THRU 0210-EXIT
               END-IF
           END-PERFORM.
           IF WS-MOTIVO = SPACES AND NOT CAB-VISTA
               MOVE "ARCHIVO VACIO: SIN CABECERA DE CONTROL"
                   TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES AND NOT PIE-VISTO
               MOVE "SIN PIE DE CONTROL (ARCHIVO INCOMPLETO)"
                   TO WS-MOTIVO
           END-IF.

      * La cabecera debe ser el primer renglon y el pie el ultimo;
      * todo lo de en medio es cuerpo.
       0210-CLASIFICAR-RENGLON.
           IF NOT CAB-VISTA
               IF NOT CTL-CABECERA
                   MOVE "SIN CABECERA DE CONTROL *CAB AL PRINCIPIO"
                       TO WS-MOTIVO
                   GO TO 0210-EXIT
               END-IF
               IF CTL-TIPO NOT = LS-TIPO
                   STRING "CABECERA DE OTRO TIPO DE ARCHIVO: "
                       CTL-TIPO DELIMITED BY SIZE INTO WS-MOTIVO
                   GO TO 0210-EXIT
               END-IF
               IF CTL-FECHA-REMITENTE IS NOT NUMERIC
                   MOVE "FECHA DEL REMITENTE INVALIDA EN LA CABECERA"
                       TO WS-MOTIVO
                   GO TO 0210-EXIT
               END-IF
               MOVE CTL-FECHA-REMITENTE TO WS-FECHA-REMITENTE
               MOVE CTL-REMITENTE TO WS-REMITENTE
               SET CAB-VISTA TO TRUE
               GO TO 0210-EXIT
           END-IF.
           IF PIE-VISTO
               MOVE "RENGLONES DESPUES DEL PIE DE CONTROL"
                   TO WS-MOTIVO
               GO TO 0210-EXIT
           END-IF.
           IF CTL-CABECERA
               MOVE "CABECERA DE CONTROL REPETIDA" TO WS-MOTIVO
               GO TO 0210-EXIT
           END-IF.
           IF CTL-PIE
               IF CTL-CANTIDAD IS NOT NUMERIC
                   OR CTL-TOTAL IS NOT NUMERIC
                   MOVE "PIE DE CONTROL CON CIFRAS NO NUMERICAS"
                       TO WS-MOTIVO
                   GO TO 0210-EXIT
               END-IF
               MOVE CTL-CANTIDAD TO WS-PIE-CANTIDAD
               MOVE CTL-TOTAL TO WS-PIE-TOTAL
               SET PIE-VISTO TO TRUE
               GO TO 0210-EXIT
           END-IF.
           PERFORM 0220-ACUMULAR-CUERPO.

       0210-EXIT.
           EXIT.

      * Un campo de control no numerico no suma: el intake rechaza
      * ese registro de todos modos y el total del remitente no
      * cuadrara.
       0220-ACUMULAR-CUERPO.
           ADD 1 TO WS-CANTIDAD.
           IF WS-CTL-FILTRO(WS-CTL-IDX) = SPACE
               OR ENTRADA-LN(1:1) = WS-CTL-FILTRO(WS-CTL-IDX)
               IF ENTRADA-LN(WS-CTL-POS(WS-CTL-IDX):
                   WS-CTL-LEN(WS-CTL-IDX)) IS NUMERIC
                   COMPUTE WS-TOTAL = WS-TOTAL + FUNCTION NUMVAL(
                       ENTRADA-LN(WS-CTL-POS(WS-CTL-IDX):
                       WS-CTL-LEN(WS-CTL-IDX)))
               END-IF
           END-IF.
      * Total hash: cada caracter pesado por su posicion, y cada
      * renglon por su orden en el archivo.
           MOVE ZERO TO WS-SUMA-LINEA.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 200
               COMPUTE WS-SUMA-LINEA = WS-SUMA-LINEA
                   + FUNCTION ORD(ENTRADA-LN(WS-POS:1)) * WS-POS
           END-PERFORM.
           COMPUTE WS-HASH-TRABAJO = WS-HASH * 31 + WS-SUMA-LINEA.
           DIVIDE WS-HASH-TRABAJO BY 1000000000000000
               GIVING WS-HASH-COCIENTE REMAINDER WS-HASH.

       0300-COTEJAR-PIE.
           IF WS-CANTIDAD NOT = WS-PIE-CANTIDAD
               MOVE WS-CANTIDAD TO WS-CANTIDAD-ED
               MOVE WS-PIE-CANTIDAD TO WS-PIE-CANTIDAD-ED
               STRING "CANTIDAD NO CUADRA: PIE "
                   FUNCTION TRIM(WS-PIE-CANTIDAD-ED) " CUERPO "
                   FUNCTION TRIM(WS-CANTIDAD-ED)
                   DELIMITED BY SIZE INTO WS-MOTIVO
           ELSE
               IF WS-TOTAL NOT = WS-PIE-TOTAL
                   MOVE WS-TOTAL TO WS-TOTAL-ED
                   STRING "TOTAL DE CONTROL NO CUADRA: CUERPO "
                       FUNCTION TRIM(WS-TOTAL-ED)
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF.

       0400-BUSCAR-DUPLICADO.
           MOVE ZERO TO WS-RECIBIDO-EL.
           OPEN INPUT RECIBIDOS-FILE.
           IF WS-REC-STATUS = "00"
               PERFORM UNTIL EOF-RECIBIDOS
                   READ RECIBIDOS-FILE
                       AT END SET EOF-RECIBIDOS TO TRUE
                   END-READ
                   IF NOT EOF-RECIBIDOS
                       AND RCB-TIPO = LS-TIPO
                       AND RCB-FECHA-REMITENTE = WS-FECHA-REMITENTE
                       AND RCB-HASH = WS-HASH
                       MOVE RCB-FECHA-RECIBIDO TO WS-RECIBIDO-EL
                   END-IF
               END-PERFORM
               CLOSE RECIBIDOS-FILE
               INITIALIZE RECIBIDO-REC
           END-IF.
           IF WS-RECIBIDO-EL NOT = ZERO
               MOVE SPACES TO WS-REPROCESAR
               DISPLAY "ENTRADA_REPROCESAR" UPON ENVIRONMENT-NAME
               ACCEPT WS-REPROCESAR FROM ENVIRONMENT-VALUE
               IF WS-REPROCESAR = "S"
                   DISPLAY FUNCTION TRIM(WS-ENTRADA-NOMBRE)
                       " YA SE RECIBIO EL " WS-RECIBIDO-EL
                       "; SE RECARGA POR ENTRADA_REPROCESAR=S."
               ELSE
                   STRING "DUPLICADO: EL MISMO ARCHIVO SE RECIBIO EL "
                       WS-RECIBIDO-EL DELIMITED BY SIZE
                       INTO WS-MOTIVO
               END-IF
           END-IF.

       0500-REGISTRAR-RECIBIDO.
           OPEN EXTEND RECIBIDOS-FILE.
           IF WS-REC-STATUS NOT = "00"
               OPEN OUTPUT RECIBIDOS-FILE
           END-IF.
           MOVE SPACES TO RECIBIDO-REC.
           MOVE LS-TIPO TO RCB-TIPO.
           MOVE WS-FECHA-REMITENTE TO RCB-FECHA-REMITENTE.
           MOVE WS-HASH TO RCB-HASH.
           MOVE WS-FECHA-HOY TO RCB-FECHA-RECIBIDO.
           MOVE WS-CANTIDAD TO RCB-CANTIDAD.
           MOVE WS-TOTAL TO RCB-TOTAL.
           MOVE WS-REMITENTE TO RCB-REMITENTE.
           WRITE RECIBIDO-REC.
           CLOSE RECIBIDOS-FILE.
           MOVE WS-CANTIDAD TO WS-CANTIDAD-ED.
           MOVE WS-TOTAL TO WS-TOTAL-ED.
           DISPLAY FUNCTION TRIM(WS-ENTRADA-NOMBRE)
               " ACEPTADO POR CONTROL DE ENTRADA: "
               FUNCTION TRIM(WS-CANTIDAD-ED) " REGISTROS, TOTAL "
               FUNCTION TRIM(WS-TOTAL-ED) ", DEL "
               WS-FECHA-REMITENTE " " FUNCTION TRIM(WS-REMITENTE).

      * El archivo rechazado se aparta con sello de fecha y hora,
      * como las generaciones archivadas, para que la siguiente
      * entrega no lo encuentre ni lo pise.
       0600-APARTAR-ENTRADA.
           SET ENTRADA-RECHAZADA TO TRUE.
           MOVE SPACES TO WS-APARTADO-NOMBRE.
           STRING FUNCTION TRIM(WS-ENTRADA-NOMBRE) ".RECHAZADO."
               WS-FECHA-HOY "." WS-HORA
               DELIMITED BY SIZE INTO WS-APARTADO-NOMBRE.
           MOVE SPACES TO WS-CMD.
           STRING "mv " FUNCTION TRIM(WS-ENTRADA-NOMBRE) " "
               FUNCTION TRIM(WS-APARTADO-NOMBRE)
               DELIMITED BY SIZE INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           OPEN EXTEND RECHAZADAS-FILE.
           IF WS-RCH-STATUS NOT = "00"
               OPEN OUTPUT RECHAZADAS-FILE
           END-IF.
           MOVE WS-FECHA-HOY TO WRL-FECHA.
           MOVE LS-TIPO TO WRL-TIPO.
           MOVE WS-APARTADO-NOMBRE TO WRL-APARTADO.
           MOVE WS-MOTIVO TO WRL-MOTIVO.
           WRITE RECHAZADA-REC FROM WS-RECHAZADA-LINEA.
           CLOSE RECHAZADAS-FILE.
           DISPLAY FUNCTION TRIM(WS-ENTRADA-NOMBRE)
               " RECHAZADO POR CONTROL DE ENTRADA: "
               FUNCTION TRIM(WS-MOTIVO).
           DISPLAY "APARTADO COMO "
               FUNCTION TRIM(WS-APARTADO-NOMBRE)
               "; NO SE CARGA NINGUN REGISTRO.".

       END PROGRAM ControlEntrada.
