      * plano STUDENTS_1.DAT. El plano sigue siendo el extracto que
      * consume el batch, asi que la opcion 5 lo regenera desde el
      * indexado; CargarMaestroIdx hace el camino inverso.
      * La opcion 8 captura la reserva de informacion de directorio
      * que pide el estudiante (no publicar su nombre): queda en el
      * maestro MAESTRO.DAT con su fecha de captura, reescrito a un
      * temporal, y con su linea en la bitacora de auditoria. Las
      * salidas publicas la consultan con VerificarReserva.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT MAESTRO-TMP ASSIGN TO "MAESTRO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAETMP-STATUS.

      * Diario de cambios para la regeneracion incremental de
      * extractos (GenerarExtractos): altas, bajas y cambios de
           02  ESP-CODIGO          PIC X(9).
           02  ESP-MATERIA         PIC X(3).
           02  ESP-GENERO          PIC X(1).
           02  ESP-SEDE            PIC X(3).

       FD  ESPERA-TMP-FILE.
       01  ESPERA-TMP-REC          PIC X(43).

       FD  CALENDARIO-FILE.
       01  CAL-REC.
       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA         VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  MAESTRO-TMP.
       01  MAESTRO-TMP-REC         PIC X(97).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           02  JRN-FECHA           PIC 9(8).
       01  OWNER-REC               PIC X(20).

       FD  REEMBOLSOS-FILE.
       01  REEMBOLSO-REC           PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "9".
           05  WS-NUEVO-ESTADO     PIC X.
               88  ESTADO-VALIDO   VALUE "A" "B" "L".
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-CARTERA-STATUS   PIC X(2).
           05  WS-REEMB-STATUS     PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-MAETMP-STATUS    PIC X(2).
           05  WS-RESERVA-CAP      PIC X(1).
               88  RESERVA-VALIDA  VALUE "S" "N".
           05  WS-RESERVA-SW       PIC X VALUE "N".
               88  RESERVA-HALLADA VALUE "Y".
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-JOURNAL-STATUS   PIC X(2).
           05  WS-JRN-ACCION       PIC X(1).
           05  WS-OWNER-NOMBRE     PIC X(40).
               88  CANDADO-TOMADO  VALUE "Y".
           05  WS-FECHA-NAC-CAP    PIC X(8).
           05  WS-MUNICIPIO-CAP    PIC X(20).
           05  WS-SEDE-CAP         PIC X(3).
           05  WS-SEDE-SECCION     PIC X(3).
           05  WS-SED-IDX          PIC 9(2).
           05  WS-SEDE-SW          PIC X.
               88  SEDE-VIGENTE    VALUE "S".
               88  SEDE-ADMITIDA   VALUE "A".
           05  WS-REEMB-PENDIENTE  PIC X VALUE "N".
               88  REEMBOLSO-PENDIENTE VALUE "Y".
           05  WS-REEMB-MATRICULA  PIC 9(7).
           05  WS-SEMANA-BAJA      PIC 9(2).
           05  WS-REEMB-PCT        PIC 9(3).
           05  WS-REEMB-BASE       PIC 9(7)V99.
           05  WS-REEMB-NETO       PIC S9(7)V99.
           05  WS-REEMB-MONTO      PIC 9(7)V99.
           05  WS-FECHA-BAJA       PIC 9(8).
           05  WS-CHOQUE-SW        PIC X.
           05  WS-PROMO-CODIGO     PIC X(9).
           05  WS-PROMO-MATERIA    PIC X(3).
           05  WS-PROMO-GENERO     PIC X(1).
           05  WS-PROMO-SEDE       PIC X(3).


      * Sesion de operador (IniciarSesion): el id firmado fluye a la
       01  WS-CODIGO-VALIDO        PIC X.
           88  CODIGO-EN-CATALOGO  VALUE "S".

      * Sedes vigentes (CargarSedes), cargadas junto con el catalogo:
      * el alta a una seccion de otra sede se rechaza salvo que la
      * seccion sea inter-sede.
           COPY "SEDES-TABLA.CBL"
               REPLACING LEADING ==SED== BY ==WS-SED==.

      * La linea del reembolso se arma aqui y no en el FD: los
      * VALUE de los FILLER del FILE SECTION son documentacion y el
      * registro saldria en LOW-VALUES.
           05  WRB-PCT             PIC 9(3).
           05  FILLER              PIC X(7) VALUE " MONTO ".
           05  WRB-MONTO           PIC 9(7).99.
      * Los campos de la revision y del pago quedan en blanco; al
      * final, el operador que capturo la baja, que no puede ser el
      * supervisor que apruebe el reembolso.
           05  FILLER              PIC X(65) VALUE SPACES.
           05  WRB-CAPTURISTA      PIC X(8).

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
                   WHEN "7"
                       PERFORM 0800-CONSULTAR-AUDITORIA
                   WHEN "8"
                       PERFORM 0850-CAMBIAR-RESERVA
                           THRU 0850-EXIT
                   WHEN "9"
                       DISPLAY "SALIENDO DEL MANTENIMIENTO DE ROSTER."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
           DISPLAY "5. EXPORTAR EXTRACTO PLANO (STUDENTS_1.DAT)".
           DISPLAY "6. CAMBIAR ESTADO (A=ACTIVO B=BAJA L=LICENCIA)".
           DISPLAY "7. CONSULTAR AUDITORIA POR MATRICULA".
           DISPLAY "8. RESERVA DE DIRECTORIO (S=NO PUBLICAR)".
           DISPLAY "9. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0105-MOSTRAR-ERROR-APERTURA.
           ACCEPT WS-FECHA-NAC-CAP.
           DISPLAY "MUNICIPIO: ".
           ACCEPT WS-MUNICIPIO-CAP.
           DISPLAY "SEDE DEL ESTUDIANTE (EN BLANCO = PRINCIPAL "
               WS-SED-PRINCIPAL "): ".
           MOVE SPACES TO WS-SEDE-CAP.
           ACCEPT WS-SEDE-CAP.
           PERFORM 0315-VALIDAR-SEDE.
           IF NOT SEDE-VIGENTE
               DISPLAY "SEDE RECHAZADA: " WS-SEDE-CAP " NO ESTA EN "
                   "LAS SEDES VIGENTES (SEDES.DAT)."
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0317-VERIFICAR-SEDE-SECCION.
           IF NOT SEDE-ADMITIDA
               DISPLAY "LA SECCION " R-CODIGO " ES DE LA SEDE "
                   WS-SEDE-SECCION " Y NO ADMITE ESTUDIANTES DE LA "
                   "SEDE " WS-SEDE-CAP "; ALTA RECHAZADA."
               GO TO 0300-EXIT
           END-IF.
           MOVE ZERO TO R-NOTA.
           MOVE "A" TO R-ESTADO.

               MOVE ZERO TO MAE-FECHA-NAC
           END-IF.
           MOVE WS-MUNICIPIO-CAP TO MAE-MUNICIPIO.
           MOVE WS-SEDE-CAP TO MAE-SEDE.
           WRITE MAESTRO-REC.
           CLOSE MAESTRO-FILE.

           MOVE R-CODIGO    TO ESP-CODIGO.
           MOVE R-MATERIA   TO ESP-MATERIA.
           MOVE R-GENERO    TO ESP-GENERO.
           MOVE WS-SEDE-CAP TO ESP-SEDE.
           WRITE ESPERA-REC.
           CLOSE ESPERA-FILE.
           DISPLAY "EN LISTA DE ESPERA: " R-MATRICULA " SECCION "
       0310-VALIDAR-CODIGO.
           IF NOT CATALOGO-CARGADO
               CALL "CargarCatalogo" USING WS-CATREF-TABLA
               CALL "CargarSedes" USING WS-SED-TABLA
               SET CATALOGO-CARGADO TO TRUE
           END-IF.
           MOVE "N" TO WS-CODIGO-VALIDO.
               END-PERFORM
           END-IF.

      * Sede capturada: en blanco es la principal; cualquier otra
      * debe estar entre las sedes vigentes.
       0315-VALIDAR-SEDE.
           MOVE SPACE TO WS-SEDE-SW.
           IF WS-SEDE-CAP = SPACES
               MOVE WS-SED-PRINCIPAL TO WS-SEDE-CAP
           END-IF.
           PERFORM VARYING WS-SED-IDX FROM 1 BY 1
                   UNTIL WS-SED-IDX > WS-SED-COUNT
               IF WS-SED-T-CODIGO(WS-SED-IDX) = WS-SEDE-CAP
                   SET SEDE-VIGENTE TO TRUE
               END-IF
           END-PERFORM.

      * La seccion admite al estudiante si es de su sede (en blanco
      * en el catalogo = principal) o si esta marcada inter-sede.
       0317-VERIFICAR-SEDE-SECCION.
           SET SEDE-ADMITIDA TO TRUE.
           MOVE WS-SEDE-CAP TO WS-SEDE-SECCION.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = R-CODIGO
                   IF WS-CATREF-T-SEDE(WS-CAT-IDX) = SPACES
                       MOVE WS-SED-PRINCIPAL TO WS-SEDE-SECCION
                   ELSE
                       MOVE WS-CATREF-T-SEDE(WS-CAT-IDX)
                           TO WS-SEDE-SECCION
                   END-IF
                   IF WS-SEDE-SECCION NOT = WS-SEDE-CAP
                       AND WS-CATREF-T-INTERSEDE(WS-CAT-IDX) NOT = "S"
                       MOVE "N" TO WS-SEDE-SW
                   END-IF
               END-IF
           END-PERFORM.

       0400-ELIMINAR-ESTUDIANTE.
           MOVE SPACES TO WS-SECCION-LIBERADA.
           DISPLAY "MATRICULA A ELIMINAR: ".
      * reembolso para finanzas: la semana sale del ultimo dia de
      * clase del calendario en o antes de hoy, la banda es
      * 100% (semana 1), 75% (2-3), 50% (4-5) y 0% (6 en adelante),
      * y la base es lo facturado del termino en la cartera (la
      * colegiatura mas los ajustes de facturacion del termino). Sin
      * calendario o sin factura, el aviso queda en consola y el
      * calculo se hace a mano como hasta ahora.
       0480-CALCULAR-REEMBOLSO.
               WHEN OTHER
                   MOVE ZERO TO WS-REEMB-PCT
           END-EVALUATE.
           MOVE ZERO TO WS-REEMB-BASE WS-REEMB-NETO.
           OPEN INPUT CARTERA-FILE.
           IF WS-CARTERA-STATUS = "00"
               PERFORM UNTIL EOF-CARTERA
                   IF NOT EOF-CARTERA
                       AND CAR-TERMINO = WS-REEMB-TERMINO
                       AND CAR-MATRICULA = WS-REEMB-MATRICULA
                       EVALUATE TRUE
                           WHEN CAR-COLEGIATURA
                           WHEN CAR-AJUSTE-DEBITO
                               ADD CAR-FACTURADO TO WS-REEMB-NETO
                           WHEN CAR-AJUSTE-CREDITO
                               SUBTRACT CAR-PAGADO FROM WS-REEMB-NETO
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE CARTERA-FILE
               INITIALIZE CARTERA-REC
           END-IF.
           IF WS-REEMB-NETO > ZERO
               MOVE WS-REEMB-NETO TO WS-REEMB-BASE
           END-IF.
           IF WS-REEMB-BASE = ZERO
               DISPLAY "SIN FACTURA DEL TERMINO EN CARTERA PARA "
                   WS-REEMB-MATRICULA "; REEMBOLSO EN CERO."
           MOVE WS-SEMANA-BAJA TO WRB-SEMANA.
           MOVE WS-REEMB-PCT TO WRB-PCT.
           MOVE WS-REEMB-MONTO TO WRB-MONTO.
           MOVE WS-SES-OPERADOR TO WRB-CAPTURISTA.
           WRITE REEMBOLSO-REC FROM WS-REEMB-LINEA.
           CLOSE REEMBOLSOS-FILE.
           DISPLAY "REEMBOLSO REGISTRADO: " WS-REEMB-MATRICULA
                       MOVE ESP-CODIGO    TO WS-PROMO-CODIGO
                       MOVE ESP-MATERIA   TO WS-PROMO-MATERIA
                       MOVE ESP-GENERO    TO WS-PROMO-GENERO
                       MOVE ESP-SEDE      TO WS-PROMO-SEDE
                   ELSE
                       WRITE ESPERA-TMP-REC FROM ESPERA-REC
                   END-IF
      * las otras dos vias de alta: GenerarExtractos regenera los
      * extractos DESDE el maestro, y sin esta fila la siguiente
      * generacion lo desapareceria. La lista de espera no trae
      * demograficos; quedan en cero/blanco hasta capturarse. La
      * sede si viaja en la cola.
                   MOVE "00000000" TO WS-FECHA-NAC-CAP
                   MOVE SPACES TO WS-MUNICIPIO-CAP
                   MOVE WS-PROMO-SEDE TO WS-SEDE-CAP
                   PERFORM 0350-ESCRIBIR-MAESTRO
                   DISPLAY "PROMOVIDO DE LA LISTA DE ESPERA: "
                       WS-PROMO-MATRICULA " A LA SECCION "
      * auditoria; para las bajas se escribe ANTES del DELETE, cuando
      * el buffer todavia trae el registro tal como estaba.
       0900-ESCRIBIR-AUDITORIA.
           MOVE R-ESTUDIANTE TO WAL-REGISTRO.
           PERFORM 0905-GRABAR-AUDITORIA.
           PERFORM 0910-ANOTAR-JOURNAL.

      * WAL-ACCION y WAL-REGISTRO llegan puestos por el llamador.
       0905-GRABAR-AUDITORIA.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE WS-AUDIT-FECHA TO WAL-FECHA.
      * El operador de la linea de auditoria es el firmado en
      * IniciarSesion, no la variable de ambiente USER.
           MOVE WS-SES-OPERADOR TO WAL-OPERADOR.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
           CLOSE AUDIT-FILE.

      * La accion de auditoria se traduce al diario de cambios que
      * consume la regeneracion incremental de extractos: A = alta
               CLOSE AUDIT-FILE
           END-IF.

      * Reserva de directorio: el maestro se copia completo a
      * MAESTRO.TMP con la reserva nueva y la fecha de hoy en el
      * registro del estudiante, y el temporal reemplaza al maestro,
      * como en CancelarSeccion. La linea de auditoria (accion
      * RESERV) lleva la matricula donde la busca la opcion 7, el
      * valor anterior y el nuevo. El cambio no toca los extractos
      * y no va al diario de cambios.
       0850-CAMBIAR-RESERVA.
           DISPLAY "MATRICULA: ".
           ACCEPT WS-MATRICULA-BUSCADA.
           MOVE WS-MATRICULA-BUSCADA TO WS-LOCK-MATRICULA.
           PERFORM 0950-TOMAR-CANDADO-REGISTRO.
           IF NOT CANDADO-TOMADO
               GO TO 0850-EXIT
           END-IF.
           MOVE "N" TO WS-RESERVA-SW.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
               GO TO 0850-EXIT
           END-IF.
           PERFORM UNTIL EOF-MAESTRO OR RESERVA-HALLADA
               READ MAESTRO-FILE
                   AT END SET EOF-MAESTRO TO TRUE
               END-READ
               IF NOT EOF-MAESTRO
                   AND MAE-MATRICULA = WS-MATRICULA-BUSCADA
                   SET RESERVA-HALLADA TO TRUE
                   IF MAE-RESERVADO
                       DISPLAY "RESERVA ACTUAL: S (NO PUBLICAR) "
                           "DESDE " MAE-FECHA-RESERVA
                   ELSE
                       DISPLAY "RESERVA ACTUAL: N (PUBLICABLE)"
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MAESTRO-FILE.
           INITIALIZE MAESTRO-REC.
           IF NOT RESERVA-HALLADA
               DISPLAY "LA MATRICULA NO ESTA EN MAESTRO.DAT: "
                   WS-MATRICULA-BUSCADA
               GO TO 0850-EXIT
           END-IF.
           DISPLAY "NUEVA RESERVA (S=NO PUBLICAR N=PUBLICABLE): ".
           ACCEPT WS-RESERVA-CAP.
           IF NOT RESERVA-VALIDA
               DISPLAY "VALOR INVALIDO; DEBE SER S O N."
               GO TO 0850-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      * Si alguno de los dos no abre, el maestro no se toca: el mv
      * de un temporal vacio o a medias lo dejaria trunco.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
               DISPLAY "LA RESERVA NO SE ACTUALIZO."
               GO TO 0850-EXIT
           END-IF.
           OPEN OUTPUT MAESTRO-TMP.
           IF WS-MAETMP-STATUS NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR MAESTRO.TMP. CODIGO: "
                   WS-MAETMP-STATUS
               DISPLAY "LA RESERVA NO SE ACTUALIZO."
               CLOSE MAESTRO-FILE
               INITIALIZE MAESTRO-REC
               GO TO 0850-EXIT
           END-IF.
           PERFORM UNTIL EOF-MAESTRO
               READ MAESTRO-FILE
                   AT END SET EOF-MAESTRO TO TRUE
               END-READ
               IF NOT EOF-MAESTRO
                   IF MAE-MATRICULA = WS-MATRICULA-BUSCADA
                       MOVE SPACES TO WAL-REGISTRO
                       STRING MAE-MATRICULA " RESERVA "
                           MAE-RESERVA " -> " WS-RESERVA-CAP
                           " FECHA " WS-FECHA-HOY
                           DELIMITED BY SIZE INTO WAL-REGISTRO
                       MOVE WS-RESERVA-CAP TO MAE-RESERVA
                       MOVE WS-FECHA-HOY TO MAE-FECHA-RESERVA
                   END-IF
                   WRITE MAESTRO-TMP-REC FROM MAESTRO-REC
               END-IF
           END-PERFORM.
           CLOSE MAESTRO-FILE MAESTRO-TMP.
           INITIALIZE MAESTRO-REC.
           MOVE "mv MAESTRO.TMP MAESTRO.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE "RESERV" TO WAL-ACCION.
           PERFORM 0905-GRABAR-AUDITORIA.
           DISPLAY "RESERVA DE DIRECTORIO ACTUALIZADA: "
               WS-MATRICULA-BUSCADA " -> " WS-RESERVA-CAP.

       0850-EXIT.
           IF CANDADO-TOMADO
               PERFORM 0960-LIBERAR-CANDADO-REGISTRO
           END-IF.
           EXIT.

      * Candado por registro: mkdir atomico via ControlLock con el
      * nombre REG_<matricula>; el ganador deja su id de operador en
      * OPERADOR.DAT dentro del candado, y el perdedor lo lee para
