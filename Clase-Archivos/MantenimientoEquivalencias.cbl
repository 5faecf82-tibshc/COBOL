       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoEquivalencias.
       AUTHOR.         J R.

      * Tabla de equivalencias de cursos EQUIVALENCIAS.DAT. Cuando un
      * curso cambia de numero (1010 pasa a 1100) o se retira con un
      * sucesor, registro anota la renumeracion con su termino de
      * vigencia: los intentos del numero viejo antes de ese termino
      * cuentan como el numero nuevo en AuditoriaGrado,
      * RepetidoresCronicos y el transcript (EquivalenciaCurso). Las
      * sustituciones individuales (un curso cursado cuenta por otro
      * para un solo estudiante) llevan el nombre del coordinador que
      * las aprobo, y la auditoria de grado lo imprime.
      *
      * El operador firma via IniciarSesion. Capturar sustituciones
      * es trabajo de ventanilla; las renumeraciones, que cambian el
      * resultado de todos los estudiantes, y las bajas de cualquier
      * fila piden nivel supervisor. El numero nuevo o sustituto debe
      * existir en el catalogo (CargarCatalogo); el viejo puede ya no
      * estar. Cada cambio deja su imagen en EQUIVALENCIAS_AUDIT.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIVALENCIAS-FILE ASSIGN TO "EQUIVALENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQU-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EQUIVALENCIAS_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EQUIVALENCIAS-FILE.
       01  EQU-REC.
           88  EOF-EQU             VALUE HIGH-VALUE.
           COPY "EQUIVALENCIA-RECORD.CBL"
               REPLACING LEADING ==EQ== BY ==EQU==.

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(118).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-EQU-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-AUDIT-FECHA      PIC 9(8).
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "5".
           05  WS-IDX              PIC 9(3).
           05  WS-EQV-IDX          PIC 9(3).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-SALTOS           PIC 9(2).
           05  WS-LISTADOS         PIC 9(3).
           05  WS-TIPO             PIC X(1).
           05  WS-CURSO            PIC X(4).
           05  WS-CURSO-ANTERIOR   PIC X(4).
           05  WS-CURSO-NUEVO      PIC X(4).
           05  WS-TERMINO          PIC X(6).
           05  WS-APROBADOR        PIC X(10).
           05  WS-MOTIVO           PIC X(30).
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-CONFIRMA         PIC X.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".
           05  WS-SALTO            PIC X.
               88  HUBO-SALTO      VALUE "Y".
           05  WS-EN-CATALOGO      PIC X.
               88  EXISTE-EN-CATALOGO VALUE "Y".
           05  WS-EN-MAESTRO       PIC X.
               88  EXISTE-EN-MAESTRO VALUE "Y".

       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

      * Tabla en memoria; el archivo se reescribe completo en cada
      * cambio.
       01  WS-EQUIVALENCIAS.
           05  WS-EQV-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-EQV-ENTRY        PIC X(78) OCCURS 300 TIMES.

       01  WS-EQ-REC.
           COPY "EQUIVALENCIA-RECORD.CBL"
               REPLACING LEADING ==EQ== BY ==WS-EQ==.

       01  WS-AUDIT-LINEA.
           05  WAL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-OPERADOR        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WAL-ACCION          PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WAL-REGISTRO        PIC X(80).

       PROCEDURE DIVISION.
       0100-INICIO.
           CALL "IniciarSesion" USING WS-SES-OPERADOR WS-SES-NIVEL
               WS-SES-RESULTADO.
           IF NOT SESION-ABIERTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           IF WS-CATREF-COUNT = ZERO
               DISPLAY "CATALOGO.DAT NO DISPONIBLE: LOS NUMEROS DE "
                   "CURSO NO SE PUEDEN VALIDAR."
           END-IF.
           PERFORM 0120-CARGAR-EQUIVALENCIAS.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-LISTAR THRU 0200-EXIT
                   WHEN "2"
                       PERFORM 0300-RENUMERACION THRU 0300-EXIT
                   WHEN "3"
                       PERFORM 0400-SUSTITUCION THRU 0400-EXIT
                   WHEN "4"
                       PERFORM 0500-ELIMINAR THRU 0500-EXIT
                   WHEN "5"
                       DISPLAY "SALIENDO DE EQUIVALENCIAS."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  EQUIVALENCIAS DE CURSOS".
           DISPLAY "=====================================".
           DISPLAY "1. LISTAR EQUIVALENCIAS".
           DISPLAY "2. REGISTRAR RENUMERACION (SUPERVISOR)".
           DISPLAY "3. REGISTRAR SUSTITUCION DE UN ESTUDIANTE".
           DISPLAY "4. ELIMINAR EQUIVALENCIA (SUPERVISOR)".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-EQUIVALENCIAS.
           OPEN INPUT EQUIVALENCIAS-FILE.
           IF WS-EQU-STATUS NOT = "00"
               DISPLAY "EQUIVALENCIAS.DAT NO EXISTE TODAVIA; SE CREARA "
                   "CON LA PRIMERA EQUIVALENCIA."
           ELSE
               PERFORM UNTIL EOF-EQU
                   READ EQUIVALENCIAS-FILE
                       AT END SET EOF-EQU TO TRUE
                   END-READ
                   IF NOT EOF-EQU AND WS-EQV-COUNT < 300
                       ADD 1 TO WS-EQV-COUNT
                       MOVE EQU-REC TO WS-EQV-ENTRY(WS-EQV-COUNT)
                   END-IF
               END-PERFORM
               CLOSE EQUIVALENCIAS-FILE
               INITIALIZE EQU-REC
           END-IF.

       0130-GUARDAR-EQUIVALENCIAS.
           OPEN OUTPUT EQUIVALENCIAS-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EQV-COUNT
               MOVE WS-EQV-ENTRY(WS-IDX) TO EQU-REC
               WRITE EQU-REC
           END-PERFORM.
           CLOSE EQUIVALENCIAS-FILE.

      * Matricula en blanco: las renumeraciones; con matricula, las
      * sustituciones de ese estudiante.
       0200-LISTAR.
           DISPLAY "MATRICULA (EN BLANCO = RENUMERACIONES): ".
           MOVE SPACES TO WS-MATRICULA-TEXTO.
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO NOT = SPACES
               AND WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
               GO TO 0200-EXIT
           END-IF.
           MOVE ZERO TO WS-LISTADOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EQV-COUNT
               MOVE WS-EQV-ENTRY(WS-IDX) TO WS-EQ-REC
               IF WS-MATRICULA-TEXTO = SPACES
                   IF WS-EQ-GENERAL
                       ADD 1 TO WS-LISTADOS
                       DISPLAY "  " WS-EQ-CURSO-ANTERIOR " -> "
                           WS-EQ-CURSO-NUEVO " DESDE "
                           WS-EQ-TERMINO " | " WS-EQ-MOTIVO
                   END-IF
               ELSE
                   IF WS-EQ-SUSTITUCION
                       AND WS-EQ-MATRICULA = WS-MATRICULA-TEXTO
                       ADD 1 TO WS-LISTADOS
                       DISPLAY "  " WS-EQ-CURSO-ANTERIOR " CUENTA POR "
                           WS-EQ-CURSO-NUEVO " | APROBO "
                           WS-EQ-APROBADOR " | " WS-EQ-MOTIVO
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "EQUIVALENCIAS LISTADAS: " WS-LISTADOS.

       0200-EXIT.
           EXIT.

       0300-RENUMERACION.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "REGISTRAR RENUMERACION REQUIERE NIVEL "
                   "SUPERVISOR."
               GO TO 0300-EXIT
           END-IF.
           IF WS-EQV-COUNT = 300
               DISPLAY "LA TABLA DE EQUIVALENCIAS ESTA LLENA (300)."
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "NUMERO DE CURSO ANTERIOR: ".
           ACCEPT WS-CURSO-ANTERIOR.
           DISPLAY "NUMERO DE CURSO NUEVO: ".
           ACCEPT WS-CURSO-NUEVO.
           IF WS-CURSO-ANTERIOR = SPACES
               OR WS-CURSO-ANTERIOR = WS-CURSO-NUEVO
               DISPLAY "LOS NUMEROS DEBEN SER DISTINTOS."
               GO TO 0300-EXIT
           END-IF.
           MOVE WS-CURSO-NUEVO TO WS-CURSO.
           PERFORM 0730-BUSCAR-EN-CATALOGO.
           IF NOT EXISTE-EN-CATALOGO
               DISPLAY "EL CURSO " WS-CURSO-NUEVO " NO ESTA EN EL "
                   "CATALOGO VIGENTE."
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "TERMINO DE VIGENCIA DEL NUMERO NUEVO (AAAAPP): ".
           ACCEPT WS-TERMINO.
           IF WS-TERMINO IS NOT NUMERIC
               DISPLAY "TERMINO INVALIDO: " WS-TERMINO
               GO TO 0300-EXIT
           END-IF.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EQV-COUNT
               MOVE WS-EQV-ENTRY(WS-IDX) TO WS-EQ-REC
               IF WS-EQ-GENERAL
                   AND WS-EQ-CURSO-ANTERIOR = WS-CURSO-ANTERIOR
                   AND WS-EQ-TERMINO = WS-TERMINO
                   SET SE-ENCONTRO TO TRUE
               END-IF
           END-PERFORM.
           IF SE-ENCONTRO
               DISPLAY "EL CURSO " WS-CURSO-ANTERIOR " YA TIENE UNA "
                   "RENUMERACION CON VIGENCIA " WS-TERMINO "."
               GO TO 0300-EXIT
           END-IF.
      * La cadena que sale del numero nuevo no puede regresar al
      * viejo.
           MOVE WS-CURSO-NUEVO TO WS-CURSO.
           MOVE ZERO TO WS-SALTOS.
           SET HUBO-SALTO TO TRUE.
           PERFORM UNTIL NOT HUBO-SALTO OR WS-SALTOS = 10
                   OR WS-CURSO = WS-CURSO-ANTERIOR
               MOVE "N" TO WS-SALTO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-EQV-COUNT OR HUBO-SALTO
                   MOVE WS-EQV-ENTRY(WS-IDX) TO WS-EQ-REC
                   IF WS-EQ-GENERAL
                       AND WS-EQ-CURSO-ANTERIOR = WS-CURSO
                       SET HUBO-SALTO TO TRUE
                       MOVE WS-EQ-CURSO-NUEVO TO WS-CURSO
                   END-IF
               END-PERFORM
               ADD 1 TO WS-SALTOS
           END-PERFORM.
           IF WS-CURSO = WS-CURSO-ANTERIOR
               DISPLAY "EL CURSO " WS-CURSO-NUEVO " YA SE RENUMERA "
                   "HACIA " WS-CURSO-ANTERIOR "; SERIA UN CICLO."
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "MOTIVO (30 POSICIONES): ".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           INITIALIZE WS-EQ-REC.
           SET WS-EQ-GENERAL TO TRUE.
           MOVE WS-CURSO-ANTERIOR TO WS-EQ-CURSO-ANTERIOR.
           MOVE WS-CURSO-NUEVO TO WS-EQ-CURSO-NUEVO.
           MOVE WS-TERMINO TO WS-EQ-TERMINO.
           MOVE ZERO TO WS-EQ-MATRICULA.
           MOVE "ALTA" TO WAL-ACCION.
           PERFORM 0600-AGREGAR-FILA.
           DISPLAY "RENUMERACION " WS-CURSO-ANTERIOR " -> "
               WS-CURSO-NUEVO " REGISTRADA.".

       0300-EXIT.
           EXIT.

       0400-SUSTITUCION.
           IF WS-EQV-COUNT = 300
               DISPLAY "LA TABLA DE EQUIVALENCIAS ESTA LLENA (300)."
               GO TO 0400-EXIT
           END-IF.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
               GO TO 0400-EXIT
           END-IF.
           MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA.
           PERFORM 0800-BUSCAR-EN-MAESTRO.
           IF NOT EXISTE-EN-MAESTRO
               DISPLAY "NO EXISTE EN MAESTRO.DAT: "
                   WS-MATRICULA-BUSCADA
               GO TO 0400-EXIT
           END-IF.
           DISPLAY MAE-APELLIDO " " MAE-NOMBRE " | " MAE-DEG.
           DISPLAY "CURSO CURSADO: ".
           ACCEPT WS-CURSO-ANTERIOR.
           DISPLAY "CURSO AL QUE SUSTITUYE: ".
           ACCEPT WS-CURSO-NUEVO.
           IF WS-CURSO-ANTERIOR = SPACES
               OR WS-CURSO-ANTERIOR = WS-CURSO-NUEVO
               DISPLAY "LOS NUMEROS DEBEN SER DISTINTOS."
               GO TO 0400-EXIT
           END-IF.
           MOVE WS-CURSO-NUEVO TO WS-CURSO.
           PERFORM 0730-BUSCAR-EN-CATALOGO.
           IF NOT EXISTE-EN-CATALOGO
               DISPLAY "EL CURSO " WS-CURSO-NUEVO " NO ESTA EN EL "
                   "CATALOGO VIGENTE."
               GO TO 0400-EXIT
           END-IF.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EQV-COUNT
               MOVE WS-EQV-ENTRY(WS-IDX) TO WS-EQ-REC
               IF WS-EQ-SUSTITUCION
                   AND WS-EQ-MATRICULA = WS-MATRICULA-BUSCADA
                   AND WS-EQ-CURSO-ANTERIOR = WS-CURSO-ANTERIOR
                   SET SE-ENCONTRO TO TRUE
               END-IF
           END-PERFORM.
           IF SE-ENCONTRO
               DISPLAY "EL CURSO " WS-CURSO-ANTERIOR " YA SUSTITUYE "
                   "A OTRO PARA ESTE ESTUDIANTE."
               GO TO 0400-EXIT
           END-IF.
           DISPLAY "COORDINADOR QUE APRUEBA: ".
           MOVE SPACES TO WS-APROBADOR.
           ACCEPT WS-APROBADOR.
           IF WS-APROBADOR = SPACES
               DISPLAY "LA SUSTITUCION REQUIERE EL NOMBRE DEL "
                   "COORDINADOR QUE LA APROBO."
               GO TO 0400-EXIT
           END-IF.
           DISPLAY "MOTIVO (30 POSICIONES): ".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           INITIALIZE WS-EQ-REC.
           SET WS-EQ-SUSTITUCION TO TRUE.
           MOVE WS-CURSO-ANTERIOR TO WS-EQ-CURSO-ANTERIOR.
           MOVE WS-CURSO-NUEVO TO WS-EQ-CURSO-NUEVO.
           MOVE WS-MATRICULA-BUSCADA TO WS-EQ-MATRICULA.
           MOVE WS-APROBADOR TO WS-EQ-APROBADOR.
           MOVE "SUSTIT" TO WAL-ACCION.
           PERFORM 0600-AGREGAR-FILA.
           DISPLAY "SUSTITUCION REGISTRADA PARA "
               WS-MATRICULA-BUSCADA ".".

       0400-EXIT.
           EXIT.

       0500-ELIMINAR.
           IF NOT NIVEL-SUPERVISOR
               DISPLAY "ELIMINAR EQUIVALENCIAS REQUIERE NIVEL "
                   "SUPERVISOR."
               GO TO 0500-EXIT
           END-IF.
           DISPLAY "TIPO (G=RENUMERACION S=SUSTITUCION): ".
           ACCEPT WS-TIPO.
           DISPLAY "NUMERO DE CURSO ANTERIOR O CURSADO: ".
           ACCEPT WS-CURSO-ANTERIOR.
           MOVE SPACES TO WS-TERMINO.
           MOVE ZERO TO WS-MATRICULA-BUSCADA.
           EVALUATE WS-TIPO
               WHEN "G"
                   DISPLAY "TERMINO DE VIGENCIA (AAAAPP): "
                   ACCEPT WS-TERMINO
               WHEN "S"
                   DISPLAY "MATRICULA DEL ESTUDIANTE: "
                   ACCEPT WS-MATRICULA-TEXTO
                   IF WS-MATRICULA-TEXTO IS NOT NUMERIC
                       DISPLAY "MATRICULA INVALIDA: "
                           WS-MATRICULA-TEXTO
                       GO TO 0500-EXIT
                   END-IF
                   MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO: " WS-TIPO
                   GO TO 0500-EXIT
           END-EVALUATE.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EQV-COUNT
               MOVE WS-EQV-ENTRY(WS-IDX) TO WS-EQ-REC
               IF WS-EQ-TIPO = WS-TIPO
                   AND WS-EQ-CURSO-ANTERIOR = WS-CURSO-ANTERIOR
                   AND ((WS-TIPO = "G"
                       AND WS-EQ-TERMINO = WS-TERMINO)
                   OR (WS-TIPO = "S"
                       AND WS-EQ-MATRICULA = WS-MATRICULA-BUSCADA))
                   SET SE-ENCONTRO TO TRUE
                   MOVE WS-IDX TO WS-EQV-IDX
               END-IF
           END-PERFORM.
           IF NOT SE-ENCONTRO
               DISPLAY "NO EXISTE ESA EQUIVALENCIA."
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-EQV-ENTRY(WS-EQV-IDX) TO WS-EQ-REC.
           DISPLAY "  " WS-EQ-CURSO-ANTERIOR " -> " WS-EQ-CURSO-NUEVO
               " | " WS-EQ-MOTIVO.
           DISPLAY "ELIMINAR LA EQUIVALENCIA (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "ELIMINACION CANCELADA."
               GO TO 0500-EXIT
           END-IF.
           MOVE "BAJA" TO WAL-ACCION.
           MOVE WS-EQV-ENTRY(WS-EQV-IDX) TO WAL-REGISTRO.
           PERFORM VARYING WS-IDX FROM WS-EQV-IDX BY 1
                   UNTIL WS-IDX >= WS-EQV-COUNT
               MOVE WS-EQV-ENTRY(WS-IDX + 1) TO WS-EQV-ENTRY(WS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-EQV-COUNT.
           PERFORM 0130-GUARDAR-EQUIVALENCIAS.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "EQUIVALENCIA ELIMINADA.".

       0500-EXIT.
           EXIT.

      * Completa WS-EQ-REC con fecha, operador y motivo, la agrega a
      * la tabla, guarda y audita con la accion ya puesta.
       0600-AGREGAR-FILA.
           MOVE WS-FECHA-HOY TO WS-EQ-FECHA.
           MOVE WS-SES-OPERADOR TO WS-EQ-OPERADOR.
           MOVE WS-MOTIVO TO WS-EQ-MOTIVO.
           ADD 1 TO WS-EQV-COUNT.
           MOVE WS-EQ-REC TO WS-EQV-ENTRY(WS-EQV-COUNT).
           PERFORM 0130-GUARDAR-EQUIVALENCIAS.
           MOVE WS-EQ-REC TO WAL-REGISTRO.
           PERFORM 0900-ESCRIBIR-AUDITORIA.

      * Sin catalogo no se rechaza nada, como en el resto de la
      * suite.
       0730-BUSCAR-EN-CATALOGO.
           MOVE "N" TO WS-EN-CATALOGO.
           IF WS-CATREF-COUNT = ZERO
               SET EXISTE-EN-CATALOGO TO TRUE
           END-IF.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX)(4:4) = WS-CURSO
                   SET EXISTE-EN-CATALOGO TO TRUE
               END-IF
           END-PERFORM.

       0800-BUSCAR-EN-MAESTRO.
           MOVE "N" TO WS-EN-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
           ELSE
               MOVE SPACES TO MAESTRO-REC
               PERFORM UNTIL EOF-MAESTRO OR EXISTE-EN-MAESTRO
                   READ MAESTRO-FILE
                       AT END SET EOF-MAESTRO TO TRUE
                   END-READ
                   IF NOT EOF-MAESTRO
                       AND MAE-MATRICULA = WS-MATRICULA-BUSCADA
                       SET EXISTE-EN-MAESTRO TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

       0900-ESCRIBIR-AUDITORIA.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE WS-AUDIT-FECHA TO WAL-FECHA.
           MOVE WS-AUDIT-HORA TO WAL-HORA.
           MOVE WS-SES-OPERADOR TO WAL-OPERADOR.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC FROM WS-AUDIT-LINEA.
           CLOSE AUDIT-FILE.

       END PROGRAM MantenimientoEquivalencias.
