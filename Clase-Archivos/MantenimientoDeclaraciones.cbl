       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MantenimientoDeclaraciones.
       AUTHOR.         J R.

      * Declaraciones de segunda carrera y de menor en
      * DECLARACIONES.DAT. El maestro tiene una sola carrera (MR-DEG);
      * el estudiante que ademas sigue otra carrera o la menor de
      * otra carrera la declara aqui, con el termino en que la
      * declaro, y AuditoriaGrado la audita como un programa aparte.
      * La baja no borra la fila: la deja en estado B y el programa
      * deja de auditarse.
      *
      * El operador firma via IniciarSesion. La carrera debe estar
      * vigente (CargarCarreras) y no puede ser la carrera principal
      * del estudiante en el maestro; no se repite una declaracion
      * activa del mismo tipo y carrera. Cada cambio deja su imagen
      * en DECLARACIONES_AUDIT.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECLARACIONES-FILE ASSIGN TO "DECLARACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "DECLARACIONES_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECLARACIONES-FILE.
       01  DEC-REC.
           88  EOF-DEC             VALUE HIGH-VALUE.
           COPY "DECLARACION-RECORD.CBL"
               REPLACING LEADING ==DC== BY ==DEC==.

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==MAE==.

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(118).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-DEC-STATUS       PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-AUDIT-FECHA      PIC 9(8).
           05  WS-AUDIT-HORA       PIC 9(8).
           05  WS-OPCION           PIC X.
               88  SALIR-MENU      VALUE "4".
           05  WS-IDX              PIC 9(3).
           05  WS-DCL-IDX          PIC 9(3).
           05  WS-LISTADOS         PIC 9(3).
           05  WS-TIPO             PIC X(1).
               88  TIPO-VALIDO     VALUE "M" "N".
           05  WS-CARRERA          PIC X(3).
           05  WS-TERMINO          PIC X(6).
           05  WS-MATRICULA-TEXTO  PIC X(7).
           05  WS-MATRICULA-BUSCADA PIC 9(7).
           05  WS-CONFIRMA         PIC X.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-ENCONTRADO       PIC X.
               88  SE-ENCONTRO     VALUE "Y".
           05  WS-EN-MAESTRO       PIC X.
               88  EXISTE-EN-MAESTRO VALUE "Y".
           05  WS-CARRERA-VALIDA   PIC X.
               88  CARRERA-VIGENTE VALUE "Y".

       01  WS-SESION.
           05  WS-SES-OPERADOR     PIC X(8).
           05  WS-SES-NIVEL        PIC X(1).
               88  NIVEL-SUPERVISOR VALUE "S".
           05  WS-SES-RESULTADO    PIC X(1).
               88  SESION-ABIERTA  VALUE "S".

      * Carreras vigentes (CargarCarreras).
       01  WS-CARRERAS-REF.
           05  WS-CARREF-COUNT     PIC 99.
           05  WS-CARREF-ENTRY OCCURS 8 TIMES.
               10  WS-CARREF-CODIGO PIC X(3).
               10  WS-CARREF-DESC  PIC X(30).

      * Tabla en memoria; el archivo se reescribe completo en cada
      * cambio.
       01  WS-DECLARACIONES.
           05  WS-DCL-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-DCL-ENTRY        PIC X(34) OCCURS 500 TIMES.

       01  WS-DC-REC.
           COPY "DECLARACION-RECORD.CBL"
               REPLACING LEADING ==DC== BY ==WS-DC==.

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
           CALL "CargarCarreras" USING WS-CARRERAS-REF.
           PERFORM 0120-CARGAR-DECLARACIONES.
           PERFORM UNTIL SALIR-MENU
               PERFORM 0110-MOSTRAR-MENU
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM 0200-DECLARAR THRU 0200-EXIT
                   WHEN "2"
                       PERFORM 0300-DAR-DE-BAJA THRU 0300-EXIT
                   WHEN "3"
                       PERFORM 0400-CONSULTAR THRU 0400-EXIT
                   WHEN "4"
                       DISPLAY "SALIENDO DE DECLARACIONES."
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0110-MOSTRAR-MENU.
           DISPLAY "=====================================".
           DISPLAY "  SEGUNDA CARRERA Y MENOR".
           DISPLAY "=====================================".
           DISPLAY "1. DECLARAR SEGUNDA CARRERA O MENOR".
           DISPLAY "2. DAR DE BAJA UNA DECLARACION".
           DISPLAY "3. CONSULTAR DECLARACIONES DE UN ESTUDIANTE".
           DISPLAY "4. SALIR".
           DISPLAY "SELECCIONE UNA OPCION: ".

       0120-CARGAR-DECLARACIONES.
           OPEN INPUT DECLARACIONES-FILE.
           IF WS-DEC-STATUS NOT = "00"
               DISPLAY "DECLARACIONES.DAT NO EXISTE TODAVIA; SE CREARA "
                   "CON LA PRIMERA DECLARACION."
           ELSE
               PERFORM UNTIL EOF-DEC
                   READ DECLARACIONES-FILE
                       AT END SET EOF-DEC TO TRUE
                   END-READ
                   IF NOT EOF-DEC AND WS-DCL-COUNT < 500
                       ADD 1 TO WS-DCL-COUNT
                       MOVE DEC-REC TO WS-DCL-ENTRY(WS-DCL-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DECLARACIONES-FILE
               INITIALIZE DEC-REC
           END-IF.

       0130-GUARDAR-DECLARACIONES.
           OPEN OUTPUT DECLARACIONES-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DCL-COUNT
               MOVE WS-DCL-ENTRY(WS-IDX) TO DEC-REC
               WRITE DEC-REC
           END-PERFORM.
           CLOSE DECLARACIONES-FILE.

       0200-DECLARAR.
           IF WS-DCL-COUNT = 500
               DISPLAY "LA TABLA DE DECLARACIONES ESTA LLENA (500)."
               GO TO 0200-EXIT
           END-IF.
           PERFORM 0700-PEDIR-MATRICULA.
           IF NOT EXISTE-EN-MAESTRO
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "TIPO (M=SEGUNDA CARRERA N=MENOR): ".
           ACCEPT WS-TIPO.
           IF NOT TIPO-VALIDO
               DISPLAY "TIPO INVALIDO: " WS-TIPO
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "CARRERA (3 LETRAS): ".
           ACCEPT WS-CARRERA.
           MOVE "N" TO WS-CARRERA-VALIDA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CARREF-COUNT
               IF WS-CARREF-CODIGO(WS-IDX) = WS-CARRERA
                   SET CARRERA-VIGENTE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CARRERA-VIGENTE
               DISPLAY "CARRERA NO VIGENTE: " WS-CARRERA
               GO TO 0200-EXIT
           END-IF.
           IF WS-CARRERA = MAE-DEG
               DISPLAY WS-CARRERA " ES LA CARRERA PRINCIPAL DEL "
                   "ESTUDIANTE."
               GO TO 0200-EXIT
           END-IF.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DCL-COUNT
               MOVE WS-DCL-ENTRY(WS-IDX) TO WS-DC-REC
               IF WS-DC-MATRICULA = WS-MATRICULA-BUSCADA
                   AND WS-DC-TIPO = WS-TIPO
                   AND WS-DC-CARRERA = WS-CARRERA
                   AND WS-DC-ACTIVA
                   SET SE-ENCONTRO TO TRUE
               END-IF
           END-PERFORM.
           IF SE-ENCONTRO
               DISPLAY "EL ESTUDIANTE YA TIENE ESA DECLARACION ACTIVA."
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "TERMINO EN QUE DECLARA (AAAAPP): ".
           ACCEPT WS-TERMINO.
           IF WS-TERMINO IS NOT NUMERIC
               DISPLAY "TERMINO INVALIDO: " WS-TERMINO
               GO TO 0200-EXIT
           END-IF.
           INITIALIZE WS-DC-REC.
           MOVE WS-MATRICULA-BUSCADA TO WS-DC-MATRICULA.
           MOVE WS-TIPO TO WS-DC-TIPO.
           MOVE WS-CARRERA TO WS-DC-CARRERA.
           MOVE WS-TERMINO TO WS-DC-TERMINO.
           SET WS-DC-ACTIVA TO TRUE.
           MOVE WS-FECHA-HOY TO WS-DC-FECHA.
           MOVE WS-SES-OPERADOR TO WS-DC-OPERADOR.
           ADD 1 TO WS-DCL-COUNT.
           MOVE WS-DC-REC TO WS-DCL-ENTRY(WS-DCL-COUNT).
           PERFORM 0130-GUARDAR-DECLARACIONES.
           MOVE "ALTA" TO WAL-ACCION.
           MOVE WS-DC-REC TO WAL-REGISTRO.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "DECLARACION REGISTRADA.".

       0200-EXIT.
           EXIT.

       0300-DAR-DE-BAJA.
           PERFORM 0700-PEDIR-MATRICULA.
           IF NOT EXISTE-EN-MAESTRO
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0710-LISTAR-DECLARACIONES.
           IF WS-LISTADOS = ZERO
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "TIPO (M/N): ".
           ACCEPT WS-TIPO.
           DISPLAY "CARRERA: ".
           ACCEPT WS-CARRERA.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DCL-COUNT
               MOVE WS-DCL-ENTRY(WS-IDX) TO WS-DC-REC
               IF WS-DC-MATRICULA = WS-MATRICULA-BUSCADA
                   AND WS-DC-TIPO = WS-TIPO
                   AND WS-DC-CARRERA = WS-CARRERA
                   AND WS-DC-ACTIVA
                   SET SE-ENCONTRO TO TRUE
                   MOVE WS-IDX TO WS-DCL-IDX
               END-IF
           END-PERFORM.
           IF NOT SE-ENCONTRO
               DISPLAY "NO HAY DECLARACION ACTIVA " WS-TIPO " "
                   WS-CARRERA "."
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "DAR DE BAJA LA DECLARACION (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "BAJA CANCELADA."
               GO TO 0300-EXIT
           END-IF.
           MOVE WS-DCL-ENTRY(WS-DCL-IDX) TO WS-DC-REC.
           SET WS-DC-BAJA TO TRUE.
           MOVE WS-FECHA-HOY TO WS-DC-FECHA.
           MOVE WS-SES-OPERADOR TO WS-DC-OPERADOR.
           MOVE WS-DC-REC TO WS-DCL-ENTRY(WS-DCL-IDX).
           PERFORM 0130-GUARDAR-DECLARACIONES.
           MOVE "BAJA" TO WAL-ACCION.
           MOVE WS-DC-REC TO WAL-REGISTRO.
           PERFORM 0900-ESCRIBIR-AUDITORIA.
           DISPLAY "DECLARACION DADA DE BAJA.".

       0300-EXIT.
           EXIT.

       0400-CONSULTAR.
           PERFORM 0700-PEDIR-MATRICULA.
           IF NOT EXISTE-EN-MAESTRO
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0710-LISTAR-DECLARACIONES.

       0400-EXIT.
           EXIT.

      * Deja el estudiante en el registro del maestro.
       0700-PEDIR-MATRICULA.
           MOVE "N" TO WS-EN-MAESTRO.
           DISPLAY "MATRICULA DEL ESTUDIANTE: ".
           ACCEPT WS-MATRICULA-TEXTO.
           IF WS-MATRICULA-TEXTO IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA: " WS-MATRICULA-TEXTO
           ELSE
               MOVE WS-MATRICULA-TEXTO TO WS-MATRICULA-BUSCADA
               PERFORM 0800-BUSCAR-EN-MAESTRO
               IF EXISTE-EN-MAESTRO
                   DISPLAY MAE-APELLIDO " " MAE-NOMBRE
                       " | CARRERA PRINCIPAL " MAE-DEG
               ELSE
                   DISPLAY "NO EXISTE EN MAESTRO.DAT: "
                       WS-MATRICULA-BUSCADA
               END-IF
           END-IF.

       0710-LISTAR-DECLARACIONES.
           MOVE ZERO TO WS-LISTADOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DCL-COUNT
               MOVE WS-DCL-ENTRY(WS-IDX) TO WS-DC-REC
               IF WS-DC-MATRICULA = WS-MATRICULA-BUSCADA
                   ADD 1 TO WS-LISTADOS
                   IF WS-DC-SEGUNDA-CARRERA
                       DISPLAY "  SEGUNDA CARRERA " WS-DC-CARRERA
                           " | DECLARADA " WS-DC-TERMINO
                           " | ESTADO " WS-DC-ESTADO
                   ELSE
                       DISPLAY "  MENOR           " WS-DC-CARRERA
                           " | DECLARADA " WS-DC-TERMINO
                           " | ESTADO " WS-DC-ESTADO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LISTADOS = ZERO
               DISPLAY "EL ESTUDIANTE NO TIENE DECLARACIONES."
           END-IF.

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

       END PROGRAM MantenimientoDeclaraciones.
