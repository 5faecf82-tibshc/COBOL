       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoReferencias.
       AUTHOR.         J R.

      * Mantenimiento de los tres archivos de referencia que mueven
      * numeros publicados, en el estilo de menu de
      * MantenimientoCarreras y solo para el supervisor firmado via
      * IniciarSesion:
      *   PARAMETROS.DAT  clave 1-14, valor entero 15-20 (umbral de
      *                   riesgo en centesimas, profundidad del TopN,
      *                   dias de alerta, lineas por pagina)
      *   PESOS.DAT       carrera 1-3 ("***" = por omision), peso
      *                   de cada nota en 4-5, 6-7 y 8-9
      *   TARIFAS.DAT     carrera 1-3 ("***" = por omision), tarifa
      *                   por credito en centesimas 4-9
      * Hasta ahora se editaban en un editor de texto y
      * VerificarManifiesto solo prueba que parsean. Aqui cada valor
      * se valida contra su rango antes de guardar (la clave debe ser
      * una de las que lee la suite, la carrera debe existir en
      * CARRERAS.DAT) y cada cambio deja en
      * REFERENCIAS_HISTORIA.DAT el valor anterior, el nuevo, el
      * operador, la fecha y hora y el motivo. Con ese historial la
      * opcion de vigencia reconstruye lo que estaba en vigor al
      * cierre de una fecha -- el archivo de hoy con los cambios
      * posteriores deshechos -- y lo deja en
      * REFERENCIAS_VIGENTES.DAT: que pesos o que tarifa regian
      * cuando salio un reporte o una factura.
      * Fila del historial: fecha 1-8, hora 10-17, operador 19-26,
      * archivo 28-37, clave 39-52, valor anterior 54-59 (en blanco
      * si la fila no existia), valor nuevo 61-66, motivo 68-107.
      * Los valores van como quedan en el archivo: el entero de 6
      * digitos del parametro, los tres pesos juntos, la tarifa en
      * centesimas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PESOS-FILE ASSIGN TO "PESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PESOS-STATUS.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "REFERENCIAS_HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT VIGENTES-FILE ASSIGN TO "REFERENCIAS_VIGENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-FILE.
       01  PARM-REC.
           88  EOF-PARM            VALUE HIGH-VALUE.
           02  PARM-CLAVE          PIC X(14).
           02  PARM-VALOR          PIC X(6).

       FD  PESOS-FILE.
       01  PESO-REC.
           88  EOF-PESOS           VALUE HIGH-VALUE.
           02  PE-CARRERA          PIC X(3).
           02  PE-PESOS            PIC X(6).

       FD  TARIFAS-FILE.
       01  TARIFA-REC.
           88  EOF-TARIFAS         VALUE HIGH-VALUE.
           02  TAR-CARRERA         PIC X(3).
           02  TAR-TARIFA          PIC X(6).

       FD  HISTORIA-FILE.
       01  HIS-REC.
           88  EOF-HIS             VALUE HIGH-VALUE.
           02  HIS-FECHA           PIC 9(8).
           02  FILLER              PIC X(1).
           02  HIS-HORA            PIC 9(8).
           02  FILLER              PIC X(1).
           02  HIS-OPERADOR        PIC X(8).
           02  FILLER              PIC X(1).
           02  HIS-ARCHIVO         PIC X(10).
           02  FILLER              PIC X(1).
           02  HIS-CLAVE           PIC X(14).
           02  FILLER              PIC X(1).
           02  HIS-ANTERIOR        PIC X(6).
           02  FILLER              PIC X(1).
           02  HIS-NUEVO           PIC X(6).
           02  FILLER              PIC X(1).
           02  HIS-MOTIVO          PIC X(40).

       FD  VIGENTES-FILE.
       01  VIGENTE-LN              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PARM-STATUS      PIC X(2).
           05  WS-PESOS-STATUS     PIC X(2).
           05  WS-TAR-STATUS       PIC X(2).
           05  WS-HIS-STATUS       PIC X(2).
           05  WS-VIG-STATUS       PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "9".
           05  WS-IDX              PIC 9(3).
           05  WS-POS              PIC 9(3).
           05  WS-OPX              PIC 9(3).
           05  WS-CIX              PIC S9(4) COMP.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-HORA-HOY         PIC 9(8).
           05  WS-CLAVE            PIC X(14).
           05  WS-CARRERA          PIC X(3).
           05  WS-TEXTO            PIC X(10).
           05  WS-NUMERO           PIC 9(6).
           05  WS-VALOR-NUEVO      PIC X(6).
           05  WS-VALOR-ANTERIOR   PIC X(6).
           05  WS-MOTIVO           PIC X(40).
           05  WS-ARCHIVO          PIC X(10).
           05  WS-FECHA-CORTE      PIC 9(8).
           05  WS-TARIFA-ED        PIC Z(3)9.99.
           05  WS-VALIDO           PIC X.
               88  VALOR-VALIDO    VALUE "S".
           05  WS-HALLADO          PIC X.
               88  SE-HALLO        VALUE "S".

      * Los tres pesos de una fila de PESOS.DAT, juntos como se
      * guardan y por separado para validarlos.
       01  WS-PESOS-VALOR.
           05  WS-PV-1             PIC 9(2).
           05  WS-PV-2             PIC 9(2).
           05  WS-PV-3             PIC 9(2).
       01  WS-PESOS-TEXTO REDEFINES WS-PESOS-VALOR PIC X(6).

      * Sesion de operador: solo el supervisor cambia referencias y
      * su id queda en el historial.
       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Claves que lee la suite y el rango que acepta cada una
      * (LaboratorioDia5, CartasRiesgo, LaboratorioDia3).
       01  WS-CLAVES-VALIDAS.
           05  FILLER              PIC X(14) VALUE "UMBRAL-RIESGO".
           05  FILLER              PIC 9(6) VALUE 0.
           05  FILLER              PIC 9(6) VALUE 2000.
           05  FILLER              PIC X(14) VALUE "TOP-N".
           05  FILLER              PIC 9(6) VALUE 1.
           05  FILLER              PIC 9(6) VALUE 10.
           05  FILLER              PIC X(14) VALUE "DIAS-ALERTA".
           05  FILLER              PIC 9(6) VALUE 1.
           05  FILLER              PIC 9(6) VALUE 365.
           05  FILLER              PIC X(14) VALUE "LINEAS-PAGINA".
           05  FILLER              PIC 9(6) VALUE 1.
           05  FILLER              PIC 9(6) VALUE 999.
       01  WS-CLAVES-TABLA REDEFINES WS-CLAVES-VALIDAS.
           05  WS-CLV-ENTRY OCCURS 4 TIMES.
               10  WS-CLV-CLAVE    PIC X(14).
               10  WS-CLV-MINIMO   PIC 9(6).
               10  WS-CLV-MAXIMO   PIC 9(6).

      * Carreras activas de CARRERAS.DAT (via CargarCarreras).
       01  WS-CARRERAS-REF.
           05  WS-CARREF-COUNT     PIC 99.
           05  WS-CARREF-ENTRY OCCURS 8 TIMES.
               10  WS-CARREF-CODIGO PIC X(3).
               10  WS-CARREF-DESC  PIC X(30).

      * Tablas en memoria; los archivos son chicos y se reescriben
      * completos al guardar. PESOS y TARIFAS admiten 10 filas, las
      * mismas que cargan Promedio y FacturacionTermino.
       01  WS-PARAMETROS.
           05  WS-PAR-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-PAR-ENTRY OCCURS 30 TIMES.
               10  WS-PAR-CLAVE    PIC X(14).
               10  WS-PAR-VALOR    PIC X(6).
       01  WS-PESOS.
           05  WS-PES-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-PES-ENTRY OCCURS 10 TIMES.
               10  WS-PES-CARRERA  PIC X(3).
               10  WS-PES-VALOR    PIC X(6).
       01  WS-TARIFAS.
           05  WS-TAR-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-TAR-ENTRY OCCURS 10 TIMES.
               10  WS-TAR-CARRERA  PIC X(3).
               10  WS-TAR-VALOR    PIC X(6).

      * Vigencia a una fecha: las filas de hoy del archivo elegido y
      * los cambios del historial para deshacer los posteriores.
       01  WS-VIGENTES.
           05  WS-VIG-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-VIG-ENTRY OCCURS 40 TIMES.
               10  WS-VIG-CLAVE    PIC X(14).
               10  WS-VIG-VALOR    PIC X(6).
               10  WS-VIG-VIVA     PIC X(1).
       01  WS-CAMBIOS.
           05  WS-CAM-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CAM-DESDE        PIC 9(8) VALUE ZERO.
           05  WS-CAM-DESHECHOS    PIC 9(4) VALUE ZERO.
           05  WS-CAM-ENTRY OCCURS 2000 TIMES.
               10  WS-CAM-FECHA    PIC 9(8).
               10  WS-CAM-CLAVE    PIC X(14).
               10  WS-CAM-ANTERIOR PIC X(6).

       01  WS-HISTORIA-LINEA.
           05  WHL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WHL-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WHL-OPERADOR        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WHL-ARCHIVO         PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WHL-CLAVE           PIC X(14).
           05  FILLER              PIC X VALUE SPACE.
           05  WHL-ANTERIOR        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WHL-NUEVO           PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WHL-MOTIVO          PIC X(40).

       01  WS-VIG-TITULO.
           05  WVT-ARCHIVO         PIC X(10).
           05  FILLER              PIC X(18)
               VALUE " VIGENTE AL CIERRE".
           05  FILLER              PIC X(4) VALUE " DE ".
           05  WVT-FECHA           PIC 9(8).
           05  FILLER              PIC X(18)
               VALUE " (HISTORIAL DESDE ".
           05  WVT-DESDE           PIC 9(8).
           05  FILLER              PIC X(1) VALUE ")".

       01  WS-VIG-LINEA.
           05  WVL-CLAVE           PIC X(14).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WVL-VALOR           PIC X(20).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "EL MANTENIMIENTO DE REFERENCIAS REQUIERE "
                   "NIVEL SUPERVISOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CargarCarreras" USING WS-CARRERAS-REF.
           PERFORM 0120-CARGAR-ARCHIVOS.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR-PARAMETROS
                   WHEN "2"
                       PERFORM 0300-CAMBIAR-PARAMETRO
                           THRU 0300-EXIT
                   WHEN "3"
                       PERFORM 0400-LISTAR-PESOS
                   WHEN "4"
                       PERFORM 0500-CAMBIAR-PESOS
                           THRU 0500-EXIT
                   WHEN "5"
                       PERFORM 0600-LISTAR-TARIFAS
                   WHEN "6"
                       PERFORM 0700-CAMBIAR-TARIFA
                           THRU 0700-EXIT
                   WHEN "7"
                       PERFORM 0800-VIGENTES-A-FECHA
                           THRU 0800-EXIT
                   WHEN "8"
                       PERFORM 0900-LISTAR-HISTORIA
                   WHEN "9"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DE "
                           "REFERENCIAS."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  MANTENIMIENTO DE REFERENCIAS".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR PARAMETROS (PARAMETROS.DAT)".
           DISPLAY "2. CAMBIAR UN PARAMETRO".
           DISPLAY "3. LISTAR PESOS DE NOTAS (PESOS.DAT)".
           DISPLAY "4. CAMBIAR LOS PESOS DE UNA CARRERA".
           DISPLAY "5. LISTAR TARIFAS POR CREDITO (TARIFAS.DAT)".
           DISPLAY "6. CAMBIAR LA TARIFA DE UNA CARRERA".
           DISPLAY "7. VALORES VIGENTES A UNA FECHA".
           DISPLAY "8. HISTORIAL DE CAMBIOS".
           DISPLAY "9. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-ARCHIVOS.
           OPEN INPUT PARAMETROS-FILE.
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARM
                   READ PARAMETROS-FILE
                       AT END SET EOF-PARM TO TRUE
                   END-READ
                   IF NOT EOF-PARM AND PARM-CLAVE NOT = SPACES
                       AND WS-PAR-COUNT < 30
                       ADD 1 TO WS-PAR-COUNT
                       MOVE PARM-CLAVE TO WS-PAR-CLAVE(WS-PAR-COUNT)
                       MOVE PARM-VALOR TO WS-PAR-VALOR(WS-PAR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF.
           OPEN INPUT PESOS-FILE.
           IF WS-PESOS-STATUS = "00"
               PERFORM UNTIL EOF-PESOS
                   READ PESOS-FILE
                       AT END SET EOF-PESOS TO TRUE
                   END-READ
                   IF NOT EOF-PESOS AND PE-CARRERA NOT = SPACES
                       AND WS-PES-COUNT < 10
                       ADD 1 TO WS-PES-COUNT
                       MOVE PE-CARRERA TO WS-PES-CARRERA(WS-PES-COUNT)
                       MOVE PE-PESOS TO WS-PES-VALOR(WS-PES-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PESOS-FILE
           END-IF.
           OPEN INPUT TARIFAS-FILE.
           IF WS-TAR-STATUS = "00"
               PERFORM UNTIL EOF-TARIFAS
                   READ TARIFAS-FILE
                       AT END SET EOF-TARIFAS TO TRUE
                   END-READ
                   IF NOT EOF-TARIFAS AND TAR-CARRERA NOT = SPACES
                       AND WS-TAR-COUNT < 10
                       ADD 1 TO WS-TAR-COUNT
                       MOVE TAR-CARRERA
                           TO WS-TAR-CARRERA(WS-TAR-COUNT)
                       MOVE TAR-TARIFA TO WS-TAR-VALOR(WS-TAR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE TARIFAS-FILE
           END-IF.

       0130-GUARDAR-PARAMETROS.
           OPEN OUTPUT PARAMETROS-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAR-COUNT
               MOVE WS-PAR-CLAVE(WS-IDX) TO PARM-CLAVE
               MOVE WS-PAR-VALOR(WS-IDX) TO PARM-VALOR
               WRITE PARM-REC
           END-PERFORM.
           CLOSE PARAMETROS-FILE.

       0140-GUARDAR-PESOS.
           OPEN OUTPUT PESOS-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PES-COUNT
               MOVE WS-PES-CARRERA(WS-IDX) TO PE-CARRERA
               MOVE WS-PES-VALOR(WS-IDX) TO PE-PESOS
               WRITE PESO-REC
           END-PERFORM.
           CLOSE PESOS-FILE.

       0150-GUARDAR-TARIFAS.
           OPEN OUTPUT TARIFAS-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAR-COUNT
               MOVE WS-TAR-CARRERA(WS-IDX) TO TAR-CARRERA
               MOVE WS-TAR-VALOR(WS-IDX) TO TAR-TARIFA
               WRITE TARIFA-REC
           END-PERFORM.
           CLOSE TARIFAS-FILE.

      * Todo cambio lleva motivo; sin motivo no se guarda.
       0160-PEDIR-MOTIVO.
           DISPLAY "MOTIVO DEL CAMBIO: ".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "EL CAMBIO REQUIERE MOTIVO; NO SE GUARDA."
           END-IF.

       0170-ESCRIBIR-HISTORIA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY TO WHL-FECHA.
           MOVE WS-HORA-HOY TO WHL-HORA.
           MOVE WS-SES-OPERADOR TO WHL-OPERADOR.
           MOVE WS-ARCHIVO TO WHL-ARCHIVO.
           MOVE WS-CLAVE TO WHL-CLAVE.
           MOVE WS-VALOR-ANTERIOR TO WHL-ANTERIOR.
           MOVE WS-VALOR-NUEVO TO WHL-NUEVO.
           MOVE WS-MOTIVO TO WHL-MOTIVO.
           OPEN EXTEND HISTORIA-FILE.
           IF WS-HIS-STATUS NOT = "00"
               OPEN OUTPUT HISTORIA-FILE
           END-IF.
           WRITE HIS-REC FROM WS-HISTORIA-LINEA.
           CLOSE HISTORIA-FILE.
           DISPLAY WS-ARCHIVO " " WS-CLAVE ": " WS-VALOR-ANTERIOR
               " -> " WS-VALOR-NUEVO " GUARDADO.".

      * "***" (el esquema por omision) o una carrera activa.
       0180-VALIDAR-CARRERA.
           MOVE "N" TO WS-VALIDO.
           IF WS-CARRERA = "***"
               SET VALOR-VALIDO TO TRUE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CARREF-COUNT
               IF WS-CARREF-CODIGO(WS-IDX) = WS-CARRERA
                   SET VALOR-VALIDO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT VALOR-VALIDO
               DISPLAY "CARRERA INEXISTENTE O INACTIVA: " WS-CARRERA
           END-IF.

      * Entero de WS-TEXTO a WS-NUMERO; WS-VALIDO queda en N si no
      * es un entero sin signo de hasta 6 digitos.
       0190-LEER-ENTERO.
           MOVE "N" TO WS-VALIDO.
           MOVE ZERO TO WS-NUMERO.
           IF WS-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TEXTO) = ZERO
               AND FUNCTION NUMVAL(WS-TEXTO) >= ZERO
               AND FUNCTION NUMVAL(WS-TEXTO) <= 999999
               AND FUNCTION NUMVAL(WS-TEXTO) =
                   FUNCTION INTEGER(FUNCTION NUMVAL(WS-TEXTO))
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-TEXTO)
               SET VALOR-VALIDO TO TRUE
           END-IF.

       0200-LISTAR-PARAMETROS.
           IF WS-PAR-COUNT = ZERO
               DISPLAY "SIN PARAMETROS CAPTURADOS; LA SUITE USA SUS "
                   "VALORES POR OMISION."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAR-COUNT
               DISPLAY WS-PAR-CLAVE(WS-IDX) " | "
                   WS-PAR-VALOR(WS-IDX)
           END-PERFORM.

       0300-CAMBIAR-PARAMETRO.
           DISPLAY "CLAVES: UMBRAL-RIESGO (0-2000, CENTESIMAS), "
               "TOP-N (1-10), DIAS-ALERTA (1-365), "
               "LINEAS-PAGINA (1-999)".
           DISPLAY "CLAVE: ".
           MOVE SPACES TO WS-CLAVE.
           ACCEPT WS-CLAVE.
           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-CLV-CLAVE(WS-IDX) = WS-CLAVE
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = ZERO
               DISPLAY "CLAVE DESCONOCIDA PARA LA SUITE: " WS-CLAVE
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "VALOR NUEVO (ENTERO " WS-CLV-MINIMO(WS-POS)
               " A " WS-CLV-MAXIMO(WS-POS) "): ".
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           PERFORM 0190-LEER-ENTERO.
           IF NOT VALOR-VALIDO
               OR WS-NUMERO < WS-CLV-MINIMO(WS-POS)
               OR WS-NUMERO > WS-CLV-MAXIMO(WS-POS)
               DISPLAY "VALOR FUERA DE RANGO O NO ENTERO: " WS-TEXTO
               GO TO 0300-EXIT
           END-IF.
           MOVE WS-NUMERO TO WS-VALOR-NUEVO.
           MOVE SPACES TO WS-VALOR-ANTERIOR.
           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAR-COUNT
               IF WS-PAR-CLAVE(WS-IDX) = WS-CLAVE
                   MOVE WS-IDX TO WS-POS
                   MOVE WS-PAR-VALOR(WS-IDX) TO WS-VALOR-ANTERIOR
               END-IF
           END-PERFORM.
           IF WS-VALOR-ANTERIOR = WS-VALOR-NUEVO
               DISPLAY "SIN CAMBIO: EL VALOR YA ES " WS-VALOR-NUEVO
               GO TO 0300-EXIT
           END-IF.
           IF WS-POS = ZERO AND WS-PAR-COUNT = 30
               DISPLAY "LA TABLA DE PARAMETROS ESTA LLENA (30)."
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0160-PEDIR-MOTIVO.
           IF WS-MOTIVO = SPACES
               GO TO 0300-EXIT
           END-IF.
           IF WS-POS = ZERO
               ADD 1 TO WS-PAR-COUNT
               MOVE WS-PAR-COUNT TO WS-POS
               MOVE WS-CLAVE TO WS-PAR-CLAVE(WS-POS)
           END-IF.
           MOVE WS-VALOR-NUEVO TO WS-PAR-VALOR(WS-POS).
           PERFORM 0130-GUARDAR-PARAMETROS.
           MOVE "PARAMETROS" TO WS-ARCHIVO.
           PERFORM 0170-ESCRIBIR-HISTORIA.

       0300-EXIT.
           EXIT.

       0400-LISTAR-PESOS.
           IF WS-PES-COUNT = ZERO
               DISPLAY "SIN PESOS CAPTURADOS; LOS PROMEDIOS PESAN "
                   "1/1/1."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PES-COUNT
               MOVE WS-PES-VALOR(WS-IDX) TO WS-PESOS-TEXTO
               DISPLAY WS-PES-CARRERA(WS-IDX) " | NOTA 1: " WS-PV-1
                   " | NOTA 2: " WS-PV-2 " | NOTA 3: " WS-PV-3
           END-PERFORM.

       0500-CAMBIAR-PESOS.
           DISPLAY "CARRERA (*** = PESOS POR OMISION): ".
           MOVE SPACES TO WS-CARRERA.
           ACCEPT WS-CARRERA.
           PERFORM 0180-VALIDAR-CARRERA.
           IF NOT VALOR-VALIDO
               GO TO 0500-EXIT
           END-IF.
           DISPLAY "PESO DE LA NOTA 1 (0-99): ".
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           PERFORM 0190-LEER-ENTERO.
           IF NOT VALOR-VALIDO OR WS-NUMERO > 99
               DISPLAY "PESO INVALIDO: " WS-TEXTO
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-NUMERO TO WS-PV-1.
           DISPLAY "PESO DE LA NOTA 2 (0-99): ".
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           PERFORM 0190-LEER-ENTERO.
           IF NOT VALOR-VALIDO OR WS-NUMERO > 99
               DISPLAY "PESO INVALIDO: " WS-TEXTO
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-NUMERO TO WS-PV-2.
           DISPLAY "PESO DE LA NOTA 3 (0-99): ".
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           PERFORM 0190-LEER-ENTERO.
           IF NOT VALOR-VALIDO OR WS-NUMERO > 99
               DISPLAY "PESO INVALIDO: " WS-TEXTO
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-NUMERO TO WS-PV-3.
      * Tres pesos en cero harian que Promedio caiga a 1/1/1 sin
      * avisar: no se aceptan.
           IF WS-PV-1 + WS-PV-2 + WS-PV-3 = ZERO
               DISPLAY "LOS TRES PESOS NO PUEDEN SER CERO."
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-PESOS-TEXTO TO WS-VALOR-NUEVO.
           MOVE SPACES TO WS-VALOR-ANTERIOR.
           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PES-COUNT
               IF WS-PES-CARRERA(WS-IDX) = WS-CARRERA
                   MOVE WS-IDX TO WS-POS
                   MOVE WS-PES-VALOR(WS-IDX) TO WS-VALOR-ANTERIOR
               END-IF
           END-PERFORM.
           IF WS-VALOR-ANTERIOR = WS-VALOR-NUEVO
               DISPLAY "SIN CAMBIO: LOS PESOS YA SON ESOS."
               GO TO 0500-EXIT
           END-IF.
           IF WS-POS = ZERO AND WS-PES-COUNT = 10
               DISPLAY "LA TABLA DE PESOS ESTA LLENA (10)."
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0160-PEDIR-MOTIVO.
           IF WS-MOTIVO = SPACES
               GO TO 0500-EXIT
           END-IF.
           IF WS-POS = ZERO
               ADD 1 TO WS-PES-COUNT
               MOVE WS-PES-COUNT TO WS-POS
               MOVE WS-CARRERA TO WS-PES-CARRERA(WS-POS)
           END-IF.
           MOVE WS-VALOR-NUEVO TO WS-PES-VALOR(WS-POS).
           PERFORM 0140-GUARDAR-PESOS.
           MOVE "PESOS" TO WS-ARCHIVO.
           MOVE WS-CARRERA TO WS-CLAVE.
           PERFORM 0170-ESCRIBIR-HISTORIA.

       0500-EXIT.
           EXIT.

       0600-LISTAR-TARIFAS.
           IF WS-TAR-COUNT = ZERO
               DISPLAY "SIN TARIFAS CAPTURADAS; LA FACTURACION NO "
                   "TIENE CON QUE VALORAR."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAR-COUNT
               MOVE ZERO TO WS-NUMERO
               IF WS-TAR-VALOR(WS-IDX) IS NUMERIC
                   MOVE WS-TAR-VALOR(WS-IDX) TO WS-NUMERO
               END-IF
               COMPUTE WS-TARIFA-ED = WS-NUMERO / 100
               DISPLAY WS-TAR-CARRERA(WS-IDX) " | TARIFA POR CREDITO: "
                   WS-TARIFA-ED
           END-PERFORM.

       0700-CAMBIAR-TARIFA.
           DISPLAY "CARRERA (*** = TARIFA POR OMISION): ".
           MOVE SPACES TO WS-CARRERA.
           ACCEPT WS-CARRERA.
           PERFORM 0180-VALIDAR-CARRERA.
           IF NOT VALOR-VALIDO
               GO TO 0700-EXIT
           END-IF.
           DISPLAY "TARIFA POR CREDITO EN CENTESIMAS (12550 = "
               "125,50; 1 A 999999): ".
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           PERFORM 0190-LEER-ENTERO.
           IF NOT VALOR-VALIDO OR WS-NUMERO = ZERO
               DISPLAY "TARIFA INVALIDA: " WS-TEXTO
               GO TO 0700-EXIT
           END-IF.
           MOVE WS-NUMERO TO WS-VALOR-NUEVO.
           MOVE SPACES TO WS-VALOR-ANTERIOR.
           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAR-COUNT
               IF WS-TAR-CARRERA(WS-IDX) = WS-CARRERA
                   MOVE WS-IDX TO WS-POS
                   MOVE WS-TAR-VALOR(WS-IDX) TO WS-VALOR-ANTERIOR
               END-IF
           END-PERFORM.
           IF WS-VALOR-ANTERIOR = WS-VALOR-NUEVO
               DISPLAY "SIN CAMBIO: LA TARIFA YA ES " WS-VALOR-NUEVO
               GO TO 0700-EXIT
           END-IF.
           IF WS-POS = ZERO AND WS-TAR-COUNT = 10
               DISPLAY "LA TABLA DE TARIFAS ESTA LLENA (10)."
               GO TO 0700-EXIT
           END-IF.
           PERFORM 0160-PEDIR-MOTIVO.
           IF WS-MOTIVO = SPACES
               GO TO 0700-EXIT
           END-IF.
           IF WS-POS = ZERO
               ADD 1 TO WS-TAR-COUNT
               MOVE WS-TAR-COUNT TO WS-POS
               MOVE WS-CARRERA TO WS-TAR-CARRERA(WS-POS)
           END-IF.
           MOVE WS-VALOR-NUEVO TO WS-TAR-VALOR(WS-POS).
           PERFORM 0150-GUARDAR-TARIFAS.
           MOVE "TARIFAS" TO WS-ARCHIVO.
           MOVE WS-CARRERA TO WS-CLAVE.
           PERFORM 0170-ESCRIBIR-HISTORIA.

       0700-EXIT.
           EXIT.

      * Lo vigente al cierre de una fecha: se parte de las filas de
      * hoy y se deshacen, del mas nuevo al mas viejo, los cambios
      * del historial con fecha posterior. Un cambio cuyo valor
      * anterior esta en blanco fue un alta: deshacerlo quita la
      * fila. Antes del primer cambio registrado el historial no
      * sabe nada: el titulo dice desde cuando hay historial.
       0800-VIGENTES-A-FECHA.
           DISPLAY "ARCHIVO (1=PARAMETROS 2=PESOS 3=TARIFAS): ".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1"
                   MOVE "PARAMETROS" TO WS-ARCHIVO
               WHEN "2"
                   MOVE "PESOS" TO WS-ARCHIVO
               WHEN "3"
                   MOVE "TARIFAS" TO WS-ARCHIVO
               WHEN OTHER
                   DISPLAY "ARCHIVO INVALIDO."
                   MOVE SPACE TO WS-OPCION
                   GO TO 0800-EXIT
           END-EVALUATE.
           DISPLAY "FECHA (AAAAMMDD): ".
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           IF WS-TEXTO(1:8) IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA: " WS-TEXTO
               MOVE SPACE TO WS-OPCION
               GO TO 0800-EXIT
           END-IF.
           MOVE WS-TEXTO(1:8) TO WS-FECHA-CORTE.
           PERFORM 0810-COPIAR-VIGENTES.
           PERFORM 0820-CARGAR-CAMBIOS.
           MOVE ZERO TO WS-CAM-DESHECHOS.
           PERFORM VARYING WS-CIX FROM WS-CAM-COUNT BY -1
                   UNTIL WS-CIX < 1
               IF WS-CAM-FECHA(WS-CIX) > WS-FECHA-CORTE
                   PERFORM 0830-DESHACER-CAMBIO
                       THRU 0830-EXIT
               END-IF
           END-PERFORM.
           PERFORM 0840-ESCRIBIR-VIGENTES.
           MOVE SPACE TO WS-OPCION.

       0800-EXIT.
           EXIT.

       0810-COPIAR-VIGENTES.
           MOVE ZERO TO WS-VIG-COUNT.
           EVALUATE WS-ARCHIVO
               WHEN "PARAMETROS"
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-PAR-COUNT
                       ADD 1 TO WS-VIG-COUNT
                       MOVE WS-PAR-CLAVE(WS-IDX)
                           TO WS-VIG-CLAVE(WS-VIG-COUNT)
                       MOVE WS-PAR-VALOR(WS-IDX)
                           TO WS-VIG-VALOR(WS-VIG-COUNT)
                       MOVE "S" TO WS-VIG-VIVA(WS-VIG-COUNT)
                   END-PERFORM
               WHEN "PESOS"
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-PES-COUNT
                       ADD 1 TO WS-VIG-COUNT
                       MOVE WS-PES-CARRERA(WS-IDX)
                           TO WS-VIG-CLAVE(WS-VIG-COUNT)
                       MOVE WS-PES-VALOR(WS-IDX)
                           TO WS-VIG-VALOR(WS-VIG-COUNT)
                       MOVE "S" TO WS-VIG-VIVA(WS-VIG-COUNT)
                   END-PERFORM
               WHEN OTHER
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-TAR-COUNT
                       ADD 1 TO WS-VIG-COUNT
                       MOVE WS-TAR-CARRERA(WS-IDX)
                           TO WS-VIG-CLAVE(WS-VIG-COUNT)
                       MOVE WS-TAR-VALOR(WS-IDX)
                           TO WS-VIG-VALOR(WS-VIG-COUNT)
                       MOVE "S" TO WS-VIG-VIVA(WS-VIG-COUNT)
                   END-PERFORM
           END-EVALUATE.

       0820-CARGAR-CAMBIOS.
           MOVE ZERO TO WS-CAM-COUNT WS-CAM-DESDE.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HIS-STATUS = "00"
               PERFORM UNTIL EOF-HIS
                   READ HISTORIA-FILE
                       AT END SET EOF-HIS TO TRUE
                   END-READ
                   IF NOT EOF-HIS AND HIS-FECHA IS NUMERIC
                       IF WS-CAM-DESDE = ZERO
                           MOVE HIS-FECHA TO WS-CAM-DESDE
                       END-IF
                       IF HIS-ARCHIVO = WS-ARCHIVO
                           AND WS-CAM-COUNT < 2000
                           ADD 1 TO WS-CAM-COUNT
                           MOVE HIS-FECHA
                               TO WS-CAM-FECHA(WS-CAM-COUNT)
                           MOVE HIS-CLAVE
                               TO WS-CAM-CLAVE(WS-CAM-COUNT)
                           MOVE HIS-ANTERIOR
                               TO WS-CAM-ANTERIOR(WS-CAM-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISTORIA-FILE
               INITIALIZE HIS-REC
           END-IF.

       0830-DESHACER-CAMBIO.
           ADD 1 TO WS-CAM-DESHECHOS.
           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-OPX > WS-VIG-COUNT
               IF WS-VIG-CLAVE(WS-OPX) = WS-CAM-CLAVE(WS-CIX)
                   MOVE WS-OPX TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = ZERO
               IF WS-VIG-COUNT = 40
                   GO TO 0830-EXIT
               END-IF
               ADD 1 TO WS-VIG-COUNT
               MOVE WS-VIG-COUNT TO WS-POS
               MOVE WS-CAM-CLAVE(WS-CIX) TO WS-VIG-CLAVE(WS-POS)
           END-IF.
           IF WS-CAM-ANTERIOR(WS-CIX) = SPACES
               MOVE "N" TO WS-VIG-VIVA(WS-POS)
           ELSE
               MOVE WS-CAM-ANTERIOR(WS-CIX) TO WS-VIG-VALOR(WS-POS)
               MOVE "S" TO WS-VIG-VIVA(WS-POS)
           END-IF.

       0830-EXIT.
           EXIT.

       0840-ESCRIBIR-VIGENTES.
           OPEN OUTPUT VIGENTES-FILE.
           MOVE WS-ARCHIVO TO WVT-ARCHIVO.
           MOVE WS-FECHA-CORTE TO WVT-FECHA.
           MOVE WS-CAM-DESDE TO WVT-DESDE.
           WRITE VIGENTE-LN FROM WS-VIG-TITULO.
           DISPLAY WS-VIG-TITULO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-VIG-COUNT
               IF WS-VIG-VIVA(WS-IDX) = "S"
                   PERFORM 0850-FORMATEAR-VIGENTE
                   WRITE VIGENTE-LN FROM WS-VIG-LINEA
                   DISPLAY WS-VIG-LINEA
               END-IF
           END-PERFORM.
           MOVE SPACES TO VIGENTE-LN.
           STRING "CAMBIOS POSTERIORES DESHECHOS: " WS-CAM-DESHECHOS
               DELIMITED BY SIZE INTO VIGENTE-LN.
           WRITE VIGENTE-LN.
           DISPLAY VIGENTE-LN.
           CLOSE VIGENTES-FILE.
           DISPLAY "LISTADO EN REFERENCIAS_VIGENTES.DAT.".

       0850-FORMATEAR-VIGENTE.
           MOVE SPACES TO WS-VIG-LINEA.
           MOVE WS-VIG-CLAVE(WS-IDX) TO WVL-CLAVE.
           EVALUATE WS-ARCHIVO
               WHEN "PESOS"
                   MOVE WS-VIG-VALOR(WS-IDX) TO WS-PESOS-TEXTO
                   STRING "PESOS " WS-PV-1 "/" WS-PV-2 "/" WS-PV-3
                       DELIMITED BY SIZE INTO WVL-VALOR
               WHEN "TARIFAS"
                   MOVE ZERO TO WS-NUMERO
                   IF WS-VIG-VALOR(WS-IDX) IS NUMERIC
                       MOVE WS-VIG-VALOR(WS-IDX) TO WS-NUMERO
                   END-IF
                   COMPUTE WS-TARIFA-ED = WS-NUMERO / 100
                   STRING "TARIFA " WS-TARIFA-ED
                       DELIMITED BY SIZE INTO WVL-VALOR
               WHEN OTHER
                   MOVE WS-VIG-VALOR(WS-IDX) TO WVL-VALOR
           END-EVALUATE.

       0900-LISTAR-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "SIN CAMBIOS REGISTRADOS TODAVIA."
           ELSE
               PERFORM UNTIL EOF-HIS
                   READ HISTORIA-FILE
                       AT END SET EOF-HIS TO TRUE
                   END-READ
                   IF NOT EOF-HIS
                       DISPLAY HIS-REC
                   END-IF
               END-PERFORM
               CLOSE HISTORIA-FILE
               INITIALIZE HIS-REC
           END-IF.

       END PROGRAM MantenimientoReferencias.
