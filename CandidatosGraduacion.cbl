      * mismo corte del cuadro de honor (HONOR_CORTE en centesimas,
      * 17,00 por omision) aplicado al promedio del estudiante sobre
      * TODO su HISTORICO.DAT, no solo el ultimo termino.
      * La carrera que exige trabajo de grado (requisito tipo T)
      * no gradua a nadie sin el proyecto aprobado: la marca F del
      * resumen excluye al candidato aunque el porcentaje llegue al
      * 100, y se cuenta aparte.
      * El candidato con retencion activa en RETENCIONES.DAT
      * (VerificarRetencion) tampoco pasa a la ceremonia hasta que
      * la oficina la libere; sale en consola con el motivo y se
      * cuenta aparte.
      * La segunda carrera o la menor que el resumen trae completa
      * (fila de programa M o N al 100%, sin trabajo de grado
      * pendiente) sale en una linea bajo la del candidato, junto a
      * la carrera principal; la de quien no es candidato no se
      * lista.
      * Se corre despues de AuditoriaGrado; sin su resumen no hay
      * nada que listar y se aborta con RC 16.

           02  RES-PCT             PIC 9(3).
           02  RES-CRED-FALTAN     PIC 9(3).
           02  RES-CURSOS-FALTAN   PIC 9(2).
           02  RES-TESIS           PIC X(1).
               88  RES-FALTA-TESIS VALUE "F".
           02  RES-PROGRAMA        PIC X(1).
               88  RES-PRINCIPAL   VALUE SPACE.
               88  RES-MENOR       VALUE "N".

       FD  HISTORICO-FILE.
       01  HIST-REC.
           05  WS-CANDIDATOS       PIC 9(3) VALUE ZERO.
           05  WS-CON-HONOR        PIC 9(3) VALUE ZERO.
           05  WS-EXCLUIDOS        PIC 9(3) VALUE ZERO.
           05  WS-SIN-TESIS        PIC 9(3) VALUE ZERO.
           05  WS-RETENIDOS        PIC 9(3) VALUE ZERO.
           05  WS-PROGRAMAS        PIC 9(3) VALUE ZERO.
      * Ultimo candidato escrito: sus filas de programa adicional
      * vienen detras de la principal en el resumen.
           05  WS-ULTIMO-CANDIDATO PIC 9(7) VALUE ZERO.
           05  WS-HALLADO          PIC X.

      * Identidad y promedio acumulado por estudiante, del historico.
       01  WS-ALU-LLENA-SW         PIC X VALUE "N".
           88  WS-ALU-LLENA        VALUE "Y".

      * Respuesta de VerificarRetencion para el candidato.
       01  WS-RETENCION.
           05  WS-RTN-RESULTADO    PIC X(1).
               88  CON-RETENCION   VALUE "S".
           05  WS-RTN-OFICINA      PIC X(3).
           05  WS-RTN-MOTIVO       PIC X(40).

       01  WS-SAL-TITULO           PIC X(52) VALUE
           "CANDIDATOS A GRADUACION (AUDITORIA AL 100%)".

           05  FILLER              PIC X(3) VALUE " | ".
           05  WSL-HONOR           PIC X(10).

       01  WS-SAL-PROGRAMA.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE
               "| PROGRAMA COMPLETO:    ".
           05  WSP-PROGRAMA        PIC X(16).
           05  WSP-CARRERA         PIC X(3).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
               READ RESUMEN-FILE
                   AT END SET EOF-RES TO TRUE
               END-READ
               IF NOT EOF-RES AND NOT RES-PRINCIPAL
                   PERFORM 0230-PROGRAMA-ADICIONAL
               END-IF
               IF NOT EOF-RES AND RES-PRINCIPAL
                   ADD 1 TO WS-REG-LEIDOS
                   IF RES-PCT >= 100
                       IF RES-FALTA-TESIS
                           ADD 1 TO WS-SIN-TESIS
                           DISPLAY "CANDIDATO SIN TRABAJO DE GRADO "
                               "APROBADO, SE OMITE: " RES-MATRICULA
                       ELSE
                           PERFORM 0210-EVALUAR-CANDIDATO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
               IF WS-ALU-ID(WS-IDX) = RES-MATRICULA
                   MOVE "Y" TO WS-HALLADO
                   PERFORM 0220-ESCRIBIR-CANDIDATO
                       THRU 0220-EXIT
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               ADD 1 TO WS-EXCLUIDOS
               DISPLAY "CANDIDATO EXCLUIDO (ESTADO "
                   WS-ALU-ESTADO(WS-IDX) "): " RES-MATRICULA
               GO TO 0220-EXIT
           END-IF.
           CALL "VerificarRetencion" USING RES-MATRICULA
               WS-RTN-RESULTADO WS-RTN-OFICINA WS-RTN-MOTIVO.
           IF CON-RETENCION
               ADD 1 TO WS-RETENIDOS
               DISPLAY "CANDIDATO RETENIDO POR " WS-RTN-OFICINA ": "
                   RES-MATRICULA " - " WS-RTN-MOTIVO
           ELSE
               ADD 1 TO WS-CANDIDATOS
               IF WS-ALU-TERMINOS(WS-IDX) > ZERO
                   MOVE SPACES TO WSL-HONOR
               END-IF
               WRITE SALIDA-REC FROM WS-SAL-LINEA
               MOVE RES-MATRICULA TO WS-ULTIMO-CANDIDATO
           END-IF.

       0220-EXIT.
           EXIT.

       0230-PROGRAMA-ADICIONAL.
           IF RES-MATRICULA = WS-ULTIMO-CANDIDATO
               AND RES-PCT >= 100
               AND NOT RES-FALTA-TESIS
               ADD 1 TO WS-PROGRAMAS
               IF RES-MENOR
                   MOVE "MENOR" TO WSP-PROGRAMA
               ELSE
                   MOVE "SEGUNDA CARRERA" TO WSP-PROGRAMA
               END-IF
               MOVE RES-CARRERA TO WSP-CARRERA
               WRITE SALIDA-REC FROM WS-SAL-PROGRAMA
           END-IF.

       0300-FIN.
           DISPLAY "GRADUACION_CANDIDATOS.DAT ESCRITO. AUDITADOS: "
               WS-REG-LEIDOS " CANDIDATOS: " WS-CANDIDATOS
               " CON HONOR: " WS-CON-HONOR
               " EXCLUIDOS (B/L): " WS-EXCLUIDOS
               " SIN TRABAJO DE GRADO: " WS-SIN-TESIS
               " CON RETENCION: " WS-RETENIDOS
               " PROGRAMAS ADICIONALES: " WS-PROGRAMAS.
           STOP RUN.

       END PROGRAM CandidatosGraduacion.
