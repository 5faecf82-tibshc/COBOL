       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ChoquesAulas.
       AUTHOR.         J R.

      * Corrida de choques y ocupacion de aulas: cruza la asignacion
      * seccion-a-aula de AULAS_ASIGNACION.DAT con el maestro
      * AULAS.DAT y el horario de cada seccion en el catalogo
      * (CargarCatalogo). En AULAS_CHOQUES.DAT lista todo par de
      * secciones reservadas en la misma aula que comparten dia y se
      * traslapan en hora (la regla de 0280-COMPARAR-HORARIOS de
      * IntakeAltas), toda seccion cuyo cupo supera los asientos del
      * aula, y toda asignacion a un aula que no existe o no esta
      * activa. En AULAS_UTILIZACION.DAT escribe la pagina de
      * ocupacion: por hora (07 a 21) y dia de la semana, cuantas
      * aulas activas estan ocupadas del total, y por aula las horas
      * semanales en uso contra las disponibles, para mostrar al
      * decano que aulas quedan vacias. Con cualquier choque o cupo
      * excedido la corrida termina con RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AULAS-FILE ASSIGN TO "AULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUL-STATUS.
           SELECT ASIGNACION-FILE ASSIGN TO "AULAS_ASIGNACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASA-STATUS.
           SELECT CHOQUES-FILE ASSIGN TO "AULAS_CHOQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHO-STATUS.
           SELECT UTILIZACION-FILE ASSIGN TO "AULAS_UTILIZACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AULAS-FILE.
       01  AUL-REC.
           88  EOF-AUL             VALUE HIGH-VALUE.
           02  AUL-CODIGO          PIC X(6).
           02  AUL-EDIFICIO        PIC X(20).
           02  AUL-ASIENTOS        PIC 9(3).
           02  AUL-TIPO            PIC X(1).
           02  AUL-ACTIVO          PIC X(1).

       FD  ASIGNACION-FILE.
       01  ASA-REC.
           88  EOF-ASA             VALUE HIGH-VALUE.
           02  ASA-CODIGO          PIC X(9).
           02  ASA-AULA            PIC X(6).

       FD  CHOQUES-FILE.
       01  CHOQUES-REC             PIC X(100).

       FD  UTILIZACION-FILE.
       01  UTILIZACION-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-AUL-STATUS       PIC X(2).
           05  WS-ASA-STATUS       PIC X(2).
           05  WS-CHO-STATUS       PIC X(2).
           05  WS-UTI-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-IDX-2            PIC 9(3).
           05  WS-AUL-IDX          PIC 9(3).
           05  WS-CAT-IDX          PIC 9(3).
           05  WS-DIA-IDX          PIC 9.
           05  WS-HORA             PIC 9(2).
           05  WS-COMPARTE-DIA     PIC X.
           05  WS-CHOQUES          PIC 9(3) VALUE ZERO.
           05  WS-EXCEDIDAS        PIC 9(3) VALUE ZERO.
           05  WS-SIN-AULA         PIC 9(3) VALUE ZERO.
           05  WS-SIN-HORARIO      PIC 9(3) VALUE ZERO.
           05  WS-AULAS-ACTIVAS    PIC 9(3) VALUE ZERO.
           05  WS-OCUPADAS         PIC 9(3).
           05  WS-HORAS-AULA       PIC 9(3).
           05  WS-PORCENTAJE       PIC 9(3).

      * Ventana de la pagina de ocupacion: bloques de una hora de
      * las 07 a las 21 (el ultimo bloque termina a las 22), cinco
      * dias, 75 horas disponibles por aula a la semana.
       01  WS-HORA-PRIMERA         PIC 9(2) VALUE 07.
       01  WS-HORA-ULTIMA          PIC 9(2) VALUE 21.
       01  WS-HORAS-SEMANA         PIC 9(3) VALUE 75.

      * Maestro de aulas en memoria; la ocupacion por aula se marca
      * en una cuadricula dia x hora (posicion 1 = 00:00).
       01  WS-AULAS.
           05  WS-AUL-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-AUL-ENTRY OCCURS 50 TIMES.
               10  WS-AUL-CODIGO   PIC X(6).
               10  WS-AUL-EDIFICIO PIC X(20).
               10  WS-AUL-ASIENTOS PIC 9(3).
               10  WS-AUL-TIPO     PIC X(1).
               10  WS-AUL-ACTIVO   PIC X(1).
               10  WS-AUL-DIA OCCURS 5 TIMES.
                   15  WS-AUL-HORA PIC X(24).

      * Asignaciones con el horario de su seccion ya resuelto.
       01  WS-ASIGNACIONES.
           05  WS-ASA-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ASA-ENTRY OCCURS 100 TIMES.
               10  WS-ASA-CODIGO   PIC X(9).
               10  WS-ASA-AULA     PIC X(6).
               10  WS-ASA-AUL-IDX  PIC 9(3).
               10  WS-ASA-DIAS     PIC X(5).
               10  WS-ASA-INI      PIC 9(2).
               10  WS-ASA-FIN      PIC 9(2).
               10  WS-ASA-CUPO     PIC 9(3).
       01  WS-ASA-LLENA-SW         PIC X VALUE "N".
           88  WS-ASA-LLENA        VALUE "Y".

           COPY "CATALOGO-TABLA.CBL"
               REPLACING LEADING ==CAT== BY ==WS-CATREF==.

       01  WS-CHO-TITULO           PIC X(60) VALUE
           "CHOQUES Y CUPOS EXCEDIDOS POR AULA (AULAS_ASIGNACION)".

       01  WS-CHO-LINEA.
           05  WCL-TIPO            PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WCL-AULA            PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WCL-SECCION-1       PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WCL-DIAS-1          PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WCL-INI-1           PIC 99.
           05  FILLER              PIC X(1) VALUE "-".
           05  WCL-FIN-1           PIC 99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WCL-DETALLE         PIC X(50).

       01  WS-CHO-CONTRA.
           05  FILLER              PIC X(7) VALUE "CHOCA: ".
           05  WCC-SECCION         PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WCC-DIAS            PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WCC-INI             PIC 99.
           05  FILLER              PIC X(1) VALUE "-".
           05  WCC-FIN             PIC 99.

       01  WS-CHO-CUPO.
           05  FILLER              PIC X(6) VALUE "CUPO: ".
           05  WCP-CUPO            PIC ZZ9.
           05  FILLER              PIC X(11) VALUE " ASIENTOS: ".
           05  WCP-ASIENTOS        PIC ZZ9.

       01  WS-CHO-PIE.
           05  FILLER              PIC X(9) VALUE "CHOQUES: ".
           05  WCF-CHOQUES         PIC ZZ9.
           05  FILLER              PIC X(18) VALUE
               "  CUPO EXCEDIDO: ".
           05  WCF-EXCEDIDAS       PIC ZZ9.
           05  FILLER              PIC X(17) VALUE
               "  AULA INVALIDA: ".
           05  WCF-SIN-AULA        PIC ZZ9.
           05  FILLER              PIC X(16) VALUE
               "  SIN HORARIO: ".
           05  WCF-SIN-HORARIO     PIC ZZ9.

       01  WS-UTI-TITULO           PIC X(60) VALUE
           "OCUPACION DE AULAS POR DIA Y HORA (OCUPADAS/ACTIVAS)".

       01  WS-UTI-ENCABEZADO.
           05  FILLER              PIC X(8) VALUE "HORA".
           05  FILLER              PIC X(40) VALUE
               "LUN     MAR     MIE     JUE     VIE".

       01  WS-UTI-LINEA.
           05  WUL-HORA-INI        PIC 99.
           05  FILLER              PIC X(1) VALUE "-".
           05  WUL-HORA-FIN        PIC 99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WUL-CELDA OCCURS 5 TIMES.
               10  WUL-OCUPADAS    PIC ZZ9.
               10  FILLER          PIC X(1) VALUE "/".
               10  WUL-ACTIVAS     PIC ZZ9.
               10  FILLER          PIC X(1) VALUE SPACE.

       01  WS-UTI-SUBTITULO        PIC X(60) VALUE
           "HORAS SEMANALES EN USO POR AULA (DE 75 DISPONIBLES)".

       01  WS-UTI-AULA.
           05  WUA-CODIGO          PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WUA-EDIFICIO        PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WUA-TIPO            PIC X(1).
           05  FILLER              PIC X(11) VALUE " ASIENTOS: ".
           05  WUA-ASIENTOS        PIC ZZ9.
           05  FILLER              PIC X(8) VALUE " HORAS: ".
           05  WUA-HORAS           PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WUA-PORCENTAJE      PIC ZZ9.
           05  FILLER              PIC X(1) VALUE "%".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WUA-MARCA           PIC X(10).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           PERFORM 0110-CARGAR-AULAS.
           IF WS-AUL-COUNT = ZERO
               DISPLAY "SIN AULAS.DAT (O VACIO): NO HAY AULAS QUE "
                   "REVISAR. CORRA MantenimientoAulas PRIMERO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CargarCatalogo" USING WS-CATREF-TABLA.
           PERFORM 0120-CARGAR-ASIGNACIONES.
           OPEN OUTPUT CHOQUES-FILE.
           IF WS-CHO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR AULAS_CHOQUES.DAT. CODIGO: "
                   WS-CHO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT UTILIZACION-FILE.
           IF WS-UTI-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR AULAS_UTILIZACION.DAT. "
                   "CODIGO: " WS-UTI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE CHOQUES-REC FROM WS-CHO-TITULO.

       0110-CARGAR-AULAS.
           OPEN INPUT AULAS-FILE.
           IF WS-AUL-STATUS = "00"
               PERFORM UNTIL EOF-AUL
                   READ AULAS-FILE
                       AT END SET EOF-AUL TO TRUE
                   END-READ
                   IF NOT EOF-AUL AND WS-AUL-COUNT < 50
                       ADD 1 TO WS-AUL-COUNT
                       MOVE AUL-CODIGO
                           TO WS-AUL-CODIGO(WS-AUL-COUNT)
                       MOVE AUL-EDIFICIO
                           TO WS-AUL-EDIFICIO(WS-AUL-COUNT)
                       MOVE AUL-ASIENTOS
                           TO WS-AUL-ASIENTOS(WS-AUL-COUNT)
                       MOVE AUL-TIPO TO WS-AUL-TIPO(WS-AUL-COUNT)
                       MOVE AUL-ACTIVO
                           TO WS-AUL-ACTIVO(WS-AUL-COUNT)
                       MOVE SPACES TO WS-AUL-DIA(WS-AUL-COUNT, 1)
                           WS-AUL-DIA(WS-AUL-COUNT, 2)
                           WS-AUL-DIA(WS-AUL-COUNT, 3)
                           WS-AUL-DIA(WS-AUL-COUNT, 4)
                           WS-AUL-DIA(WS-AUL-COUNT, 5)
                       IF AUL-ACTIVO = "A"
                           ADD 1 TO WS-AULAS-ACTIVAS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AULAS-FILE
           END-IF.

      * Cada asignacion se carga con el horario y el cupo de su
      * seccion en el catalogo y con la posicion de su aula en el
      * maestro (cero si el aula no existe o no esta activa).
       0120-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACION-FILE.
           IF WS-ASA-STATUS = "00"
               PERFORM UNTIL EOF-ASA
                   READ ASIGNACION-FILE
                       AT END SET EOF-ASA TO TRUE
                   END-READ
                   IF NOT EOF-ASA
                       IF WS-ASA-COUNT < 100
                           ADD 1 TO WS-ASA-COUNT
                           PERFORM 0130-RESOLVER-ASIGNACION
                       ELSE
                           IF NOT WS-ASA-LLENA
                               DISPLAY "ADVERTENCIA: MAS DE 100 "
                                   "ASIGNACIONES; EL RESTO NO SE "
                                   "REVISA."
                               SET WS-ASA-LLENA TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ASIGNACION-FILE
           END-IF.

       0130-RESOLVER-ASIGNACION.
           MOVE ASA-CODIGO TO WS-ASA-CODIGO(WS-ASA-COUNT).
           MOVE ASA-AULA TO WS-ASA-AULA(WS-ASA-COUNT).
           MOVE ZERO TO WS-ASA-AUL-IDX(WS-ASA-COUNT).
           PERFORM VARYING WS-AUL-IDX FROM 1 BY 1
                   UNTIL WS-AUL-IDX > WS-AUL-COUNT
               IF WS-AUL-CODIGO(WS-AUL-IDX) = ASA-AULA
                   AND WS-AUL-ACTIVO(WS-AUL-IDX) = "A"
                   MOVE WS-AUL-IDX TO WS-ASA-AUL-IDX(WS-ASA-COUNT)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-ASA-DIAS(WS-ASA-COUNT).
           MOVE ZERO TO WS-ASA-INI(WS-ASA-COUNT)
               WS-ASA-FIN(WS-ASA-COUNT) WS-ASA-CUPO(WS-ASA-COUNT).
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATREF-COUNT
               IF WS-CATREF-T-CODIGO(WS-CAT-IDX) = ASA-CODIGO
                   MOVE WS-CATREF-T-DIAS(WS-CAT-IDX)
                       TO WS-ASA-DIAS(WS-ASA-COUNT)
                   MOVE WS-CATREF-T-HORA-INI(WS-CAT-IDX)
                       TO WS-ASA-INI(WS-ASA-COUNT)
                   MOVE WS-CATREF-T-HORA-FIN(WS-CAT-IDX)
                       TO WS-ASA-FIN(WS-ASA-COUNT)
                   MOVE WS-CATREF-T-CUPO(WS-CAT-IDX)
                       TO WS-ASA-CUPO(WS-ASA-COUNT)
               END-IF
           END-PERFORM.

       0200-PROCESO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ASA-COUNT
               PERFORM 0210-REVISAR-ASIGNACION THRU
                   0210-REVISAR-ASIGNACION-EXIT
           END-PERFORM.

      * Aula inexistente y seccion sin horario se listan y no siguen;
      * las demas se cotejan contra las asignaciones posteriores de
      * la misma aula (cada par sale una sola vez), se revisa el
      * cupo y se marca la ocupacion en la cuadricula del aula.
       0210-REVISAR-ASIGNACION.
           MOVE SPACES TO WCL-TIPO WCL-DETALLE.
           MOVE WS-ASA-AULA(WS-IDX) TO WCL-AULA.
           MOVE WS-ASA-CODIGO(WS-IDX) TO WCL-SECCION-1.
           MOVE WS-ASA-DIAS(WS-IDX) TO WCL-DIAS-1.
           MOVE WS-ASA-INI(WS-IDX) TO WCL-INI-1.
           MOVE WS-ASA-FIN(WS-IDX) TO WCL-FIN-1.
           IF WS-ASA-AUL-IDX(WS-IDX) = ZERO
               ADD 1 TO WS-SIN-AULA
               MOVE "AULA INVAL" TO WCL-TIPO
               MOVE "AULA INEXISTENTE O INACTIVA EN AULAS.DAT"
                   TO WCL-DETALLE
               WRITE CHOQUES-REC FROM WS-CHO-LINEA
               GO TO 0210-REVISAR-ASIGNACION-EXIT
           END-IF.
           MOVE WS-ASA-AUL-IDX(WS-IDX) TO WS-AUL-IDX.
           IF WS-ASA-CUPO(WS-IDX) > WS-AUL-ASIENTOS(WS-AUL-IDX)
               ADD 1 TO WS-EXCEDIDAS
               MOVE "CUPO EXCED" TO WCL-TIPO
               MOVE WS-ASA-CUPO(WS-IDX) TO WCP-CUPO
               MOVE WS-AUL-ASIENTOS(WS-AUL-IDX) TO WCP-ASIENTOS
               MOVE WS-CHO-CUPO TO WCL-DETALLE
               WRITE CHOQUES-REC FROM WS-CHO-LINEA
           END-IF.
           IF WS-ASA-FIN(WS-IDX) = ZERO
               ADD 1 TO WS-SIN-HORARIO
               MOVE "SIN HORARI" TO WCL-TIPO
               MOVE "SECCION SIN HORARIO EN EL CATALOGO"
                   TO WCL-DETALLE
               WRITE CHOQUES-REC FROM WS-CHO-LINEA
               GO TO 0210-REVISAR-ASIGNACION-EXIT
           END-IF.
           PERFORM 0230-MARCAR-OCUPACION.
           PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                   UNTIL WS-IDX-2 > WS-ASA-COUNT
               IF WS-IDX-2 > WS-IDX
                   AND WS-ASA-AUL-IDX(WS-IDX-2) = WS-AUL-IDX
                   AND WS-ASA-FIN(WS-IDX-2) NOT = ZERO
                   PERFORM 0220-COMPARAR-HORARIOS
               END-IF
           END-PERFORM.
       0210-REVISAR-ASIGNACION-EXIT.
           EXIT.

      * Choque: algun dia compartido (posicion fija no-espacio en
      * ambas) y rangos de hora traslapados.
       0220-COMPARAR-HORARIOS.
           MOVE "N" TO WS-COMPARTE-DIA.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > 5
               IF WS-ASA-DIAS(WS-IDX)(WS-DIA-IDX:1) NOT = SPACE
                   AND WS-ASA-DIAS(WS-IDX-2)(WS-DIA-IDX:1)
                       NOT = SPACE
                   MOVE "Y" TO WS-COMPARTE-DIA
               END-IF
           END-PERFORM.
           IF WS-COMPARTE-DIA = "Y"
               AND WS-ASA-INI(WS-IDX) < WS-ASA-FIN(WS-IDX-2)
               AND WS-ASA-INI(WS-IDX-2) < WS-ASA-FIN(WS-IDX)
               ADD 1 TO WS-CHOQUES
               MOVE "CHOQUE" TO WCL-TIPO
               MOVE WS-ASA-CODIGO(WS-IDX-2) TO WCC-SECCION
               MOVE WS-ASA-DIAS(WS-IDX-2) TO WCC-DIAS
               MOVE WS-ASA-INI(WS-IDX-2) TO WCC-INI
               MOVE WS-ASA-FIN(WS-IDX-2) TO WCC-FIN
               MOVE WS-CHO-CONTRA TO WCL-DETALLE
               WRITE CHOQUES-REC FROM WS-CHO-LINEA
               DISPLAY "CHOQUE EN " WS-ASA-AULA(WS-IDX) ": "
                   WS-ASA-CODIGO(WS-IDX) " CON "
                   WS-ASA-CODIGO(WS-IDX-2)
           END-IF.

      * Cada hora de reunion de la seccion queda marcada en la
      * cuadricula dia x hora de su aula.
       0230-MARCAR-OCUPACION.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > 5
               IF WS-ASA-DIAS(WS-IDX)(WS-DIA-IDX:1) NOT = SPACE
                   PERFORM VARYING WS-HORA FROM WS-ASA-INI(WS-IDX)
                           BY 1 UNTIL WS-HORA NOT < WS-ASA-FIN(WS-IDX)
                               OR WS-HORA > 23
                       MOVE "X" TO WS-AUL-HORA(WS-AUL-IDX,
                           WS-DIA-IDX)(WS-HORA + 1:1)
                   END-PERFORM
               END-IF
           END-PERFORM.

       0300-FIN.
           MOVE WS-CHOQUES TO WCF-CHOQUES.
           MOVE WS-EXCEDIDAS TO WCF-EXCEDIDAS.
           MOVE WS-SIN-AULA TO WCF-SIN-AULA.
           MOVE WS-SIN-HORARIO TO WCF-SIN-HORARIO.
           WRITE CHOQUES-REC FROM WS-CHO-PIE.
           CLOSE CHOQUES-FILE.
           PERFORM 0310-PAGINA-OCUPACION.
           CLOSE UTILIZACION-FILE.
           DISPLAY "AULAS_CHOQUES.DAT Y AULAS_UTILIZACION.DAT "
               "ESCRITOS. CHOQUES: " WS-CHOQUES
               " CUPO EXCEDIDO: " WS-EXCEDIDAS
               " AULA INVALIDA: " WS-SIN-AULA.
           IF WS-CHOQUES > ZERO OR WS-EXCEDIDAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0310-PAGINA-OCUPACION.
           WRITE UTILIZACION-REC FROM WS-UTI-TITULO.
           WRITE UTILIZACION-REC FROM WS-UTI-ENCABEZADO.
           PERFORM VARYING WS-HORA FROM WS-HORA-PRIMERA BY 1
                   UNTIL WS-HORA > WS-HORA-ULTIMA
               MOVE WS-HORA TO WUL-HORA-INI
               COMPUTE WUL-HORA-FIN = WS-HORA + 1
               PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > 5
                   MOVE ZERO TO WS-OCUPADAS
                   PERFORM VARYING WS-AUL-IDX FROM 1 BY 1
                           UNTIL WS-AUL-IDX > WS-AUL-COUNT
                       IF WS-AUL-ACTIVO(WS-AUL-IDX) = "A"
                           AND WS-AUL-HORA(WS-AUL-IDX, WS-DIA-IDX)
                               (WS-HORA + 1:1) = "X"
                           ADD 1 TO WS-OCUPADAS
                       END-IF
                   END-PERFORM
                   MOVE WS-OCUPADAS TO WUL-OCUPADAS(WS-DIA-IDX)
                   MOVE WS-AULAS-ACTIVAS TO WUL-ACTIVAS(WS-DIA-IDX)
               END-PERFORM
               WRITE UTILIZACION-REC FROM WS-UTI-LINEA
           END-PERFORM.
           MOVE SPACES TO UTILIZACION-REC.
           WRITE UTILIZACION-REC.
           WRITE UTILIZACION-REC FROM WS-UTI-SUBTITULO.
           PERFORM VARYING WS-AUL-IDX FROM 1 BY 1
                   UNTIL WS-AUL-IDX > WS-AUL-COUNT
               IF WS-AUL-ACTIVO(WS-AUL-IDX) = "A"
                   PERFORM 0320-LINEA-AULA
               END-IF
           END-PERFORM.

      * Horas en uso dentro de la ventana 07-22, de lunes a viernes.
       0320-LINEA-AULA.
           MOVE ZERO TO WS-HORAS-AULA.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > 5
               PERFORM VARYING WS-HORA FROM WS-HORA-PRIMERA BY 1
                       UNTIL WS-HORA > WS-HORA-ULTIMA
                   IF WS-AUL-HORA(WS-AUL-IDX, WS-DIA-IDX)
                       (WS-HORA + 1:1) = "X"
                       ADD 1 TO WS-HORAS-AULA
                   END-IF
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-PORCENTAJE ROUNDED =
               WS-HORAS-AULA * 100 / WS-HORAS-SEMANA.
           MOVE WS-AUL-CODIGO(WS-AUL-IDX) TO WUA-CODIGO.
           MOVE WS-AUL-EDIFICIO(WS-AUL-IDX) TO WUA-EDIFICIO.
           MOVE WS-AUL-TIPO(WS-AUL-IDX) TO WUA-TIPO.
           MOVE WS-AUL-ASIENTOS(WS-AUL-IDX) TO WUA-ASIENTOS.
           MOVE WS-HORAS-AULA TO WUA-HORAS.
           MOVE WS-PORCENTAJE TO WUA-PORCENTAJE.
           IF WS-HORAS-AULA = ZERO
               MOVE "SIN USO" TO WUA-MARCA
           ELSE
               MOVE SPACES TO WUA-MARCA
           END-IF.
           WRITE UTILIZACION-REC FROM WS-UTI-AULA.

       END PROGRAM ChoquesAulas.
