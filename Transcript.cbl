      * mismos datos que muestra el modo interactivo. Asi el cierre de
      * periodo no obliga a correr el programa una vez por estudiante
      * copiando la consola a mano.
      * Ademas de la retencion financiera que el lote deriva de la
      * cartera, el estudiante con retencion activa de cualquier
      * oficina en RETENCIONES.DAT (VerificarRetencion) recibe la
      * pagina de retencion con la oficina y el motivo.
      * Cada pagina de retencion del lote deja tambien el aviso en
      * la cola de notificaciones (RETFIN o RETOFI) para que el
      * estudiante sepa por correo a que oficina tiene que pasar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  CARTERA-FILE.
       01  CARTERA-REC.
           88  EOF-CARTERA             VALUE HIGH-VALUE.
           COPY "CARTERA-RECORD.CBL"
               REPLACING LEADING ==CR== BY ==CAR==.

       FD  RANKING-FILE.
       01  RANKING-REC.
               88  CON-RETENCION       VALUE "Y".
           05  WS-LOTE-RETENIDAS       PIC 9(5) VALUE ZERO.
           05  WS-FECHA-HOY            PIC 9(8).
           05  WS-SALDO                PIC S9(7)V99.

      * Registro de emision (RegistroEmision): cada pagina del lote
      * vencido (mas de 30 dias) en CARTERA.DAT; al estudiante
      * retenido le sale una pagina de retencion en vez del
      * transcript oficial, que es la politica que hoy no se puede
      * hacer cumplir. Con plan de pagos solo cuentan las cuotas
      * vencidas (AntiguedadCartera).
       01  WS-RETENCIONES.
           05  WS-RET-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-RET-MATRICULA        PIC 9(7) OCCURS 300 TIMES.
           COPY "ANTIGUEDAD-FILA.CBL"
               REPLACING LEADING ==AF== BY ==WS-AF==.

      * Retencion del maestro de retenciones (VerificarRetencion);
      * la oficina en blanco con CON-RETENCION es la financiera de
      * la cartera.
       01  WS-RET-MAESTRO.
           05  WS-RTN-RESULTADO        PIC X(1).
               88  RETENCION-MAESTRO   VALUE "S".
           05  WS-RTN-OFICINA          PIC X(3).
           05  WS-RTN-MOTIVO           PIC X(40).

      * Aviso por correo de la pagina de retencion.
       01  WS-NOTIFICACION.
           COPY "NOTIFICACION-RECORD.CBL"
               REPLACING LEADING ==NT== BY ==WS-NT==.

      * Historial por termino (HISTORICO.DAT, escrito por
      * HistoricoTermino al cierre de cada termino): todas las filas
       01  WS-HIST-CONT-REEMP          PIC 99.
       01  WS-SUST-TEXTO               PIC X(12).

      * Parametros de EquivalenciaCurso.
       01  WS-EQUIVALENCIA.
           05  WS-EQV-MATRICULA        PIC 9(7).
           05  WS-EQV-TERMINO          PIC X(6).
           05  WS-EQV-CURSO            PIC X(4).
           05  WS-EQV-RESUELTO         PIC X(4).
           05  WS-EQV-ORIGEN           PIC X(1).
           05  WS-EQV-APROBADOR        PIC X(10).

      * Notas por inscripcion del estudiante buscado (NOTAS.DAT, el
      * diseno de un registro por estudiante-materia-nota): todas las
      * que realmente tiene, no tres slots fijos.
                           WS-HIST-NOTA(WS-HIST-CONT, 3)
                       MOVE HIST-PROMEDIO TO
                           WS-HIST-PROMEDIO(WS-HIST-CONT)
                       MOVE HIST-MATRICULA TO WS-EQV-MATRICULA
                       MOVE HIST-TERMINO TO WS-EQV-TERMINO
                       MOVE HIST-DEGCOD(4:4) TO WS-EQV-CURSO
                       CALL "EquivalenciaCurso" USING WS-EQV-MATRICULA
                           WS-EQV-TERMINO WS-EQV-CURSO WS-EQV-RESUELTO
                           WS-EQV-ORIGEN WS-EQV-APROBADOR
                       MOVE WS-EQV-RESUELTO TO
                           WS-HIST-CURSO(WS-HIST-CONT)
                       MOVE SPACE TO WS-HIST-SUST(WS-HIST-CONT)
                   END-IF
      * mejor intento manda y los demas quedan marcados SUSTITUIDA --
      * se imprimen igual, pero el promedio historico con reemplazo
      * se calcula solo sobre los intentos vigentes (y sin las filas
      * CONVAL, que por regla no entran a ningun promedio). El numero
      * viene resuelto contra EQUIVALENCIAS.DAT (EquivalenciaCurso):
      * el numero viejo de un curso renumerado y el sustituto que un
      * coordinador aprobo cuentan como el mismo curso.
       0245-MARCAR-REPETICIONES.
           MOVE ZERO TO WS-HIST-REPES.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           DISPLAY "TRANSCRIPTS EN LOTE: " WS-LOTE-LEIDAS
               " MATRICULAS LEIDAS, " WS-LOTE-PAGINAS
               " PAGINAS EN TRANSCRIPTS.DAT, "
               WS-LOTE-RETENIDAS " CON RETENCION.".

      * Matriculas con saldo vencido en la cartera (a mas de 30
      * dias de la factura, o cuota de su plan ya vencida);
      * sin CARTERA.DAT no hay retenciones y el lote sale completo.
       0430-CARGAR-RETENCIONES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CARTERA-FILE.
           IF WS-CARTERA-STATUS = "00"
               PERFORM UNTIL EOF-CARTERA
       0435-EVALUAR-SALDO.
           COMPUTE WS-SALDO = CAR-FACTURADO - CAR-PAGADO.
           IF WS-SALDO > ZERO
               CALL "AntiguedadCartera" USING CARTERA-REC
                   WS-FECHA-HOY WS-AF-RESULTADO
               IF WS-AF-VENCIDO > ZERO
                   MOVE "N" TO WS-RETENIDO
                   PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                           UNTIL WS-RET-IDX > WS-RET-COUNT

       0450-VERIFICAR-RETENCION.
           MOVE "N" TO WS-RETENIDO.
           MOVE SPACES TO WS-RTN-OFICINA WS-RTN-MOTIVO.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF WS-RET-MATRICULA(WS-RET-IDX) = WS-TARGET-ID
                   SET CON-RETENCION TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CON-RETENCION
               CALL "VerificarRetencion" USING WS-TARGET-ID
                   WS-RTN-RESULTADO WS-RTN-OFICINA WS-RTN-MOTIVO
               IF RETENCION-MAESTRO
                   SET CON-RETENCION TO TRUE
               END-IF
           END-IF.

       0460-PAGINA-RETENCION.
           MOVE ALL "=" TO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE SPACES TO SALIDA-REC.
           IF WS-RTN-OFICINA = SPACES
               STRING "RETENCION FINANCIERA - MATRICULA: "
                   WS-TARGET-ID
                   DELIMITED BY SIZE INTO SALIDA-REC
           ELSE
               STRING "RETENCION DE " WS-RTN-OFICINA
                   " - MATRICULA: " WS-TARGET-ID
                   DELIMITED BY SIZE INTO SALIDA-REC
           END-IF.
           WRITE SALIDA-REC.
           MOVE ALL "=" TO SALIDA-REC.
           WRITE SALIDA-REC.
           MOVE "EL TRANSCRIPT OFICIAL NO SE EMITE: EL ESTUDIANTE"
               TO SALIDA-REC.
           WRITE SALIDA-REC.
           IF WS-RTN-OFICINA = SPACES
               MOVE "TIENE SALDO VENCIDO EN CARTERA. PASE A CAJA."
                   TO SALIDA-REC
               WRITE SALIDA-REC
           ELSE
               MOVE SPACES TO SALIDA-REC
               STRING "TIENE UNA RETENCION DE LA OFICINA "
                   WS-RTN-OFICINA ". MOTIVO:"
                   DELIMITED BY SIZE INTO SALIDA-REC
               WRITE SALIDA-REC
               MOVE WS-RTN-MOTIVO TO SALIDA-REC
               WRITE SALIDA-REC
           END-IF.
           MOVE SPACES TO SALIDA-REC.
           WRITE SALIDA-REC.
           INITIALIZE WS-NOTIFICACION.
           MOVE "E" TO WS-NT-TIPO-DEST.
           MOVE WS-TARGET-ID TO WS-NT-DESTINATARIO.
           IF WS-RTN-OFICINA = SPACES
               MOVE "RETFIN" TO WS-NT-PLANTILLA
           ELSE
               MOVE "RETOFI" TO WS-NT-PLANTILLA
               MOVE WS-RTN-OFICINA TO WS-NT-VALOR(1)
               MOVE WS-RTN-MOTIVO TO WS-NT-VALOR(2)
           END-IF.
           MOVE "Transcript" TO WS-NT-ORIGEN.
           CALL "EncolarNotificacion" USING WS-NOTIFICACION.

      * Los buffers de registro quedan en HIGH-VALUE al agotar cada
      * archivo (los 88 de EOF cuelgan del registro), y la tabla de
