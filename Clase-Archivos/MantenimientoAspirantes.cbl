       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoAspirantes.
       AUTHOR.         J R.

      * Aspirantes de admision, en el estilo de menu de
      * MantenimientoAsesores. Hasta hoy las solicitudes, los
      * puntajes del examen de admision y las decisiones vivian en
      * una hoja de calculo y ALTAS.DAT se armaba a mano. Aqui la
      * oficina de admisiones registra en ASPIRANTES.DAT la
      * solicitud (termino de ingreso, nombre, carrera de
      * CARRERAS.DAT, genero, fecha de nacimiento y municipio; el
      * folio se asigna en orden), el puntaje del examen (0-100), la
      * confirmacion del admitido y el desistimiento. La decision
      * contra el cupo de cada carrera la toma DecisionAdmision y la
      * matricula y la linea de ALTAS.DAT las pone AltasAdmision. El
      * archivo se carga completo (varios terminos de ingreso, hasta
      * 5000 solicitudes) y se reescribe completo al guardar, como
      * ASESORES.DAT en su mantenimiento; si trae mas de 5000 el
      * programa termina con codigo 16 sin tocarlo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASPIRANTES-FILE ASSIGN TO "ASPIRANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASPIRANTES-FILE.
       01  ASPIRANTE-REC.
           88  EOF-ASPIRANTES      VALUE HIGH-VALUE.
           COPY "ASPIRANTE-RECORD.CBL"
               REPLACING LEADING ==AS== BY ==ASP==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-ASP-STATUS       PIC X(2).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "6".
           05  WS-IDX              PIC 9(4).
           05  WS-ASP-IDX          PIC 9(4).
           05  WS-FOLIO-TEXTO      PIC X(6).
           05  WS-FOLIO            PIC 9(6).
           05  WS-ULTIMO-FOLIO     PIC 9(6) VALUE ZERO.
           05  WS-TERMINO          PIC X(6).
           05  WS-APELLIDO         PIC X(10).
           05  WS-NOMBRE           PIC X(10).
           05  WS-CARRERA          PIC X(3).
           05  WS-GENERO           PIC X(1).
               88  GENERO-VALIDO   VALUE "M" "F".
           05  WS-FECHA-TEXTO      PIC X(8).
           05  WS-FECHA            PIC 9(8).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-MUNICIPIO        PIC X(20).
           05  WS-PUNTAJE-TEXTO    PIC X(3).
           05  WS-PUNTAJE          PIC 9(3).
           05  WS-CONFIRMA         PIC X.
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".

      * Carreras vigentes (CargarCarreras) para validar la carrera
      * solicitada.
       01  WS-CARRERAS-REF.
           05  WS-CARREF-COUNT     PIC 99.
           05  WS-CARREF-ENTRY OCCURS 8 TIMES.
               10  WS-CARREF-CODIGO PIC X(3).
               10  WS-CARREF-DESC  PIC X(30).

      * Archivo completo en memoria, un registro por entrada; se
      * reescribe completo al guardar.
       01  WS-ASPIRANTES.
           05  WS-ASP-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-ASP-REG          PIC X(116) OCCURS 5000 TIMES.

       PROCEDURE DIVISION.
       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           CALL "CargarCarreras" USING WS-CARRERAS-REF.
           PERFORM 0120-CARGAR-ASPIRANTES.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-REGISTRAR-SOLICITUD
                           THRU 0200-EXIT
                   WHEN "2"
                       PERFORM 0300-REGISTRAR-EXAMEN THRU 0300-EXIT
                   WHEN "3"
                       PERFORM 0400-CONFIRMAR-ADMISION
                           THRU 0400-EXIT
                   WHEN "4"
                       PERFORM 0500-REGISTRAR-DESISTIMIENTO
                           THRU 0500-EXIT
                   WHEN "5"
                       PERFORM 0550-CONSULTAR-ASPIRANTE
                           THRU 0550-EXIT
                   WHEN "6"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DE "
                           "ASPIRANTES."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  ADMISIONES: ASPIRANTES".
           DISPLAY "=====================================".
           DISPLAY "1. REGISTRAR SOLICITUD".
           DISPLAY "2. REGISTRAR PUNTAJE DE EXAMEN".
           DISPLAY "3. CONFIRMAR ADMISION".
           DISPLAY "4. REGISTRAR DESISTIMIENTO".
           DISPLAY "5. CONSULTAR ASPIRANTE".
           DISPLAY "6. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-ASPIRANTES.
           OPEN INPUT ASPIRANTES-FILE.
           IF WS-ASP-STATUS NOT = "00"
               DISPLAY "ASPIRANTES.DAT NO EXISTE; SE CREARA "
                   "AL GUARDAR LA PRIMERA SOLICITUD."
           ELSE
               PERFORM UNTIL EOF-ASPIRANTES
                   READ ASPIRANTES-FILE
                       AT END SET EOF-ASPIRANTES TO TRUE
                   END-READ
                   IF NOT EOF-ASPIRANTES
                       IF WS-ASP-COUNT = 5000
                           DISPLAY "MAS DE 5000 ASPIRANTES; NO SE "
                               "PUEDE REESCRIBIR ASPIRANTES.DAT."
                           CLOSE ASPIRANTES-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ASP-COUNT
                       MOVE ASPIRANTE-REC TO WS-ASP-REG(WS-ASP-COUNT)
                       IF ASP-FOLIO > WS-ULTIMO-FOLIO
                           MOVE ASP-FOLIO TO WS-ULTIMO-FOLIO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ASPIRANTES-FILE
               INITIALIZE ASPIRANTE-REC
           END-IF.

       0140-GUARDAR-ASPIRANTES.
           OPEN OUTPUT ASPIRANTES-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASP-COUNT
               WRITE ASPIRANTE-REC FROM WS-ASP-REG(WS-IDX)
           END-PERFORM.
           CLOSE ASPIRANTES-FILE.

       0200-REGISTRAR-SOLICITUD.
           IF WS-ASP-COUNT = 5000
               DISPLAY "LA TABLA DE ASPIRANTES ESTA LLENA (5000)."
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "TERMINO DE INGRESO (AAAATT): ".
           ACCEPT WS-TERMINO.
           IF WS-TERMINO IS NOT NUMERIC
               DISPLAY "TERMINO INVALIDO: " WS-TERMINO
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "APELLIDO: ".
           ACCEPT WS-APELLIDO.
           DISPLAY "NOMBRE: ".
           ACCEPT WS-NOMBRE.
           IF WS-APELLIDO = SPACES OR WS-NOMBRE = SPACES
               DISPLAY "APELLIDO Y NOMBRE SON OBLIGATORIOS."
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "CARRERA SOLICITADA: ".
           ACCEPT WS-CARRERA.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CARREF-COUNT
               IF WS-CARREF-CODIGO(WS-IDX) = WS-CARRERA
                   SET SE-ENCONTRO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SE-ENCONTRO
               DISPLAY "CARRERA NO VIGENTE: " WS-CARRERA
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "GENERO (M/F): ".
           ACCEPT WS-GENERO.
           IF NOT GENERO-VALIDO
               DISPLAY "GENERO INVALIDO: " WS-GENERO
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD, EN BLANCO SI NO "
               "SE TIENE): ".
           ACCEPT WS-FECHA-TEXTO.
           MOVE ZERO TO WS-FECHA.
           IF WS-FECHA-TEXTO NOT = SPACES
               IF WS-FECHA-TEXTO IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA: " WS-FECHA-TEXTO
                   GO TO 0200-EXIT
               END-IF
               MOVE WS-FECHA-TEXTO TO WS-FECHA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) NOT = ZERO
                   OR WS-FECHA NOT < WS-FECHA-HOY
                   DISPLAY "FECHA INVALIDA: " WS-FECHA-TEXTO
                   GO TO 0200-EXIT
               END-IF
           END-IF.
           DISPLAY "MUNICIPIO: ".
           ACCEPT WS-MUNICIPIO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASP-COUNT
               MOVE WS-ASP-REG(WS-IDX) TO ASPIRANTE-REC
               IF ASP-TERMINO = WS-TERMINO
                   AND ASP-APELLIDO = WS-APELLIDO
                   AND ASP-NOMBRE = WS-NOMBRE
                   AND ASP-CARRERA = WS-CARRERA
                   AND ASP-FECHA-NAC = WS-FECHA
                   AND NOT ASP-DESISTIO
                   DISPLAY "YA EXISTE LA SOLICITUD FOLIO " ASP-FOLIO
                       " PARA ESE ASPIRANTE, TERMINO Y CARRERA."
                   GO TO 0200-EXIT
               END-IF
           END-PERFORM.
           INITIALIZE ASPIRANTE-REC.
           ADD 1 TO WS-ULTIMO-FOLIO.
           MOVE WS-ULTIMO-FOLIO TO ASP-FOLIO.
           MOVE WS-TERMINO TO ASP-TERMINO.
           MOVE WS-APELLIDO TO ASP-APELLIDO.
           MOVE WS-NOMBRE TO ASP-NOMBRE.
           MOVE WS-CARRERA TO ASP-CARRERA.
           MOVE WS-GENERO TO ASP-GENERO.
           MOVE WS-FECHA TO ASP-FECHA-NAC.
           MOVE WS-MUNICIPIO TO ASP-MUNICIPIO.
           MOVE WS-FECHA-HOY TO ASP-FECHA-SOLICITUD.
           MOVE "S" TO ASP-ESTADO.
           MOVE "N" TO ASP-FUE-ADMITIDO.
           ADD 1 TO WS-ASP-COUNT.
           MOVE ASPIRANTE-REC TO WS-ASP-REG(WS-ASP-COUNT).
           PERFORM 0140-GUARDAR-ASPIRANTES.
           DISPLAY "SOLICITUD REGISTRADA CON FOLIO " ASP-FOLIO.

       0200-EXIT.
           EXIT.

      * El puntaje se puede corregir mientras no haya decision.
       0300-REGISTRAR-EXAMEN.
           PERFORM 0600-PEDIR-FOLIO.
           IF NOT SE-ENCONTRO
               GO TO 0300-EXIT
           END-IF.
           IF NOT ASP-SOLICITADO AND NOT ASP-EXAMINADO
               DISPLAY "EL FOLIO " ASP-FOLIO " YA TIENE DECISION ("
                   ASP-ESTADO "); EL PUNTAJE NO SE CAMBIA."
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "PUNTAJE DEL EXAMEN (0-100): ".
           ACCEPT WS-PUNTAJE-TEXTO.
           IF WS-PUNTAJE-TEXTO = SPACES
               OR FUNCTION TEST-NUMVAL(WS-PUNTAJE-TEXTO) NOT = ZERO
               DISPLAY "PUNTAJE INVALIDO: " WS-PUNTAJE-TEXTO
               GO TO 0300-EXIT
           END-IF.
           COMPUTE WS-PUNTAJE = FUNCTION NUMVAL(WS-PUNTAJE-TEXTO).
           IF WS-PUNTAJE > 100
               DISPLAY "PUNTAJE FUERA DE RANGO: " WS-PUNTAJE
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "FECHA DEL EXAMEN (AAAAMMDD, EN BLANCO = HOY): ".
           ACCEPT WS-FECHA-TEXTO.
           IF WS-FECHA-TEXTO = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA
           ELSE
               IF WS-FECHA-TEXTO IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA: " WS-FECHA-TEXTO
                   GO TO 0300-EXIT
               END-IF
               MOVE WS-FECHA-TEXTO TO WS-FECHA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) NOT = ZERO
                   OR WS-FECHA > WS-FECHA-HOY
                   OR WS-FECHA < ASP-FECHA-SOLICITUD
                   DISPLAY "FECHA INVALIDA: " WS-FECHA-TEXTO
                   GO TO 0300-EXIT
               END-IF
           END-IF.
           MOVE WS-PUNTAJE TO ASP-PUNTAJE.
           MOVE WS-FECHA TO ASP-FECHA-EXAMEN.
           MOVE "E" TO ASP-ESTADO.
           MOVE ASPIRANTE-REC TO WS-ASP-REG(WS-ASP-IDX).
           PERFORM 0140-GUARDAR-ASPIRANTES.
           DISPLAY "PUNTAJE REGISTRADO: " ASP-APELLIDO " "
               ASP-NOMBRE " " ASP-PUNTAJE.

       0300-EXIT.
           EXIT.

       0400-CONFIRMAR-ADMISION.
           PERFORM 0600-PEDIR-FOLIO.
           IF NOT SE-ENCONTRO
               GO TO 0400-EXIT
           END-IF.
           IF NOT ASP-ADMITIDO
               DISPLAY "SOLO SE CONFIRMA UN ASPIRANTE ADMITIDO; EL "
                   "FOLIO " ASP-FOLIO " ESTA EN ESTADO " ASP-ESTADO
               GO TO 0400-EXIT
           END-IF.
           DISPLAY "CONFIRMAR EL INGRESO DE " ASP-APELLIDO " "
               ASP-NOMBRE " A " ASP-CARRERA " EN " ASP-TERMINO
               " (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CONFIRMACION CANCELADA."
               GO TO 0400-EXIT
           END-IF.
           MOVE "C" TO ASP-ESTADO.
           MOVE WS-FECHA-HOY TO ASP-FECHA-CONFIRMACION.
           MOVE ASPIRANTE-REC TO WS-ASP-REG(WS-ASP-IDX).
           PERFORM 0140-GUARDAR-ASPIRANTES.
           DISPLAY "ADMISION CONFIRMADA; LA MATRICULA LA ASIGNA "
               "AltasAdmision.".

       0400-EXIT.
           EXIT.

      * Un confirmado que ya tiene matricula es estudiante: su
      * salida es una baja en MantenimientoRoster.
       0500-REGISTRAR-DESISTIMIENTO.
           PERFORM 0600-PEDIR-FOLIO.
           IF NOT SE-ENCONTRO
               GO TO 0500-EXIT
           END-IF.
           IF ASP-RECHAZADO OR ASP-DESISTIO
               DISPLAY "EL FOLIO " ASP-FOLIO " YA ESTA CERRADO ("
                   ASP-ESTADO ")."
               GO TO 0500-EXIT
           END-IF.
           IF ASP-CONFIRMADO AND ASP-MATRICULA NOT = ZERO
               DISPLAY "EL FOLIO " ASP-FOLIO " YA TIENE MATRICULA "
                   ASP-MATRICULA "; TRAMITE LA BAJA EN EL ROSTER."
               GO TO 0500-EXIT
           END-IF.
           DISPLAY "REGISTRAR QUE " ASP-APELLIDO " " ASP-NOMBRE
               " DESISTE (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "DESISTIMIENTO CANCELADO."
               GO TO 0500-EXIT
           END-IF.
           MOVE "D" TO ASP-ESTADO.
           MOVE ASPIRANTE-REC TO WS-ASP-REG(WS-ASP-IDX).
           PERFORM 0140-GUARDAR-ASPIRANTES.
           DISPLAY "DESISTIMIENTO REGISTRADO.".

       0500-EXIT.
           EXIT.

       0550-CONSULTAR-ASPIRANTE.
           PERFORM 0600-PEDIR-FOLIO.
           IF NOT SE-ENCONTRO
               GO TO 0550-EXIT
           END-IF.
           DISPLAY "FOLIO " ASP-FOLIO " | " ASP-APELLIDO " "
               ASP-NOMBRE " | " ASP-CARRERA " | TERMINO " ASP-TERMINO.
           DISPLAY "  SOLICITUD " ASP-FECHA-SOLICITUD " | PUNTAJE "
               ASP-PUNTAJE " (" ASP-FECHA-EXAMEN ") | ESTADO "
               ASP-ESTADO " (" ASP-FECHA-DECISION ")".
           IF ASP-MATRICULA NOT = ZERO
               DISPLAY "  MATRICULA " ASP-MATRICULA " EN ALTAS.DAT "
                   "DESDE " ASP-FECHA-ALTA
           END-IF.

       0550-EXIT.
           EXIT.

      * Deja el aspirante en ASPIRANTE-REC y su entrada en
      * WS-ASP-IDX.
       0600-PEDIR-FOLIO.
           MOVE "N" TO WS-ENCONTRADO.
           DISPLAY "FOLIO DEL ASPIRANTE: ".
           ACCEPT WS-FOLIO-TEXTO.
           IF WS-FOLIO-TEXTO = SPACES
               OR FUNCTION TEST-NUMVAL(WS-FOLIO-TEXTO) NOT = ZERO
               DISPLAY "FOLIO INVALIDO: " WS-FOLIO-TEXTO
           ELSE
               COMPUTE WS-FOLIO = FUNCTION NUMVAL(WS-FOLIO-TEXTO)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ASP-COUNT OR SE-ENCONTRO
                   MOVE WS-ASP-REG(WS-IDX) TO ASPIRANTE-REC
                   IF ASP-FOLIO = WS-FOLIO
                       SET SE-ENCONTRO TO TRUE
                       MOVE WS-IDX TO WS-ASP-IDX
                   END-IF
               END-PERFORM
               IF NOT SE-ENCONTRO
                   DISPLAY "NO EXISTE EL FOLIO " WS-FOLIO
               END-IF
           END-IF.

       END PROGRAM MantenimientoAspirantes.
