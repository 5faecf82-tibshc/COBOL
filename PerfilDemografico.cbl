       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerfilDemografico.
       AUTHOR.     EHIDALGO.

      * Perfil demografico de los estudiantes activos del maestro
      * MAESTRO.DAT: fecha de nacimiento y municipio se capturan en
      * IntakeAltas y MantenimientoRoster pero hasta ahora solo
      * llegaban al extracto del ministerio. Esta corrida agrupa a
      * los activos por municipio y por rango de edad (calculada a
      * la fecha de inicio del termino vigente: el primer dia de
      * clase en CALENDARIO.DAT del termino de TERMINO-ACTUAL.DAT; sin
      * calendario se usa la fecha del dia) y escribe en
      * PERFIL_DEMOGRAFICO.DAT, por grupo, cantidad, mezcla de
      * carreras y nota final promedio, mas el conteo de registros
      * a los que aun les falta alguno de los dos campos.
      * Para poder compartir el reporte fuera de registro, todo
      * grupo (y toda celda de la mezcla de carreras) con menos
      * estudiantes que el minimo DEMOGRAFIA_MINIMO del ambiente (5
      * por omision) sale suprimido, sin cifras. Para que la cifra
      * suprimida no se saque restando del total publicado, cuando
      * en una seccion hay un solo grupo suprimido (o en un grupo una
      * sola celda de carrera) se suprime tambien el siguiente mas
      * chico; si la seccion no tiene otro grupo, se suprime la
      * cuenta de incompletos que cierra la resta. La lista nominal de
      * los registros incompletos va aparte, a
      * DEMOGRAFIA_FALTANTES.DAT, solo para uso de registro.
      * Con registros incompletos la corrida termina con
      * RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALEN-STATUS.
           SELECT TERMINO-FILE ASSIGN TO "TERMINO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "PERFIL_DEMOGRAFICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT FALTANTES-FILE ASSIGN TO "DEMOGRAFIA_FALTANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==M==.

       FD  CALENDARIO-FILE.
       01  CAL-REC.
           88  EOF-CAL             VALUE HIGH-VALUE.
           02  CAL-TERMINO         PIC X(6).
           02  CAL-FECHA           PIC 9(8).
           02  CAL-SEMANA          PIC 9(2).
           02  CAL-TIPO            PIC X(1).

       FD  TERMINO-FILE.
       01  TERMINO-REC             PIC X(6).

       FD  REPORTE-FILE.
       01  REPORTE-REC             PIC X(80).

       FD  FALTANTES-FILE.
       01  FALTANTE-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-CALEN-STATUS     PIC X(2).
           05  WS-TERMINO-STATUS   PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-FAL-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-IDX-2            PIC 9(3).
           05  WS-GRP-IDX          PIC 9(3).
           05  WS-CAR-IDX          PIC 9(2).
           05  WS-TERMINO-ACTUAL   PIC X(6) VALUE SPACES.
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-FECHA-CORTE      PIC 9(8) VALUE ZERO.
           05  WS-FECHA-CORTE-R    REDEFINES WS-FECHA-CORTE.
               10  WS-CORTE-ANIO   PIC 9(4).
               10  WS-CORTE-MMDD   PIC 9(4).
           05  WS-FECHA-NAC        PIC 9(8).
           05  WS-FECHA-NAC-R      REDEFINES WS-FECHA-NAC.
               10  WS-NAC-ANIO     PIC 9(4).
               10  WS-NAC-MES      PIC 9(2).
               10  WS-NAC-DIA      PIC 9(2).
           05  WS-EDAD             PIC 9(3).
           05  WS-MINIMO           PIC 9(3) VALUE 5.
           05  WS-PARM-TEXTO       PIC X(5).
           05  WS-CLAVE            PIC X(20).
           05  WS-TIPO             PIC X(1).
           05  WS-FALTA-FECHA      PIC X(1).
           05  WS-FALTA-MUNICIPIO  PIC X(1).
           05  WS-REG-LEIDOS       PIC 9(5) VALUE ZERO.
           05  WS-ACTIVOS          PIC 9(5) VALUE ZERO.
           05  WS-SIN-FECHA        PIC 9(5) VALUE ZERO.
           05  WS-SIN-MUNICIPIO    PIC 9(5) VALUE ZERO.
           05  WS-INCOMPLETOS      PIC 9(5) VALUE ZERO.
           05  WS-SUPRIMIDOS       PIC 9(3) VALUE ZERO.
           05  WS-SUP-PRIMARIOS    PIC 9(3).
           05  WS-CAR-MENOR        PIC 9(2).
           05  WS-SUP-SIN-FECHA    PIC X(1) VALUE "N".
           05  WS-SUP-SIN-MUNICIPIO PIC X(1) VALUE "N".
           05  WS-PROMEDIO         PIC 9(2)V99.

      * Rangos de edad, con el tope de cada uno (el ultimo no tiene
      * tope).
       01  WS-RANGOS-EDAD.
           05  WS-RNG-ENTRY OCCURS 6 TIMES.
               10  WS-RNG-ETIQUETA PIC X(20).
               10  WS-RNG-TOPE     PIC 9(3).
       01  WS-RNG-IDX              PIC 9(1).

      * Grupos del reporte: tipo M = municipio (en orden
      * alfabetico), E = rango de edad (en el orden de la tabla de
      * rangos). Por grupo: cantidad, suma de notas y mezcla de
      * carreras, con la marca de supresion del grupo y de cada
      * celda (P = bajo el minimo, S = secundaria, espacio = se
      * publica).
       01  WS-GRUPOS.
           05  WS-GRP-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS 120 TIMES.
               10  WS-GRP-TIPO     PIC X(1).
               10  WS-GRP-CLAVE    PIC X(20).
               10  WS-GRP-CANT     PIC 9(5).
               10  WS-GRP-SUMA     PIC 9(7)V99.
               10  WS-GRP-SUPRIMIDO PIC X(1).
               10  WS-GRP-CAR-COUNT PIC 9(2).
               10  WS-GRP-CAR OCCURS 10 TIMES.
                   15  WS-GRP-CAR-CODIGO PIC X(3).
                   15  WS-GRP-CAR-CANT PIC 9(5).
                   15  WS-GRP-CAR-SUP PIC X(1).
       01  WS-GRP-LLENA-SW         PIC X VALUE "N".
           88  WS-GRP-LLENA        VALUE "Y".

       01  WS-REP-TITULO.
           05  FILLER              PIC X(29) VALUE
               "PERFIL DEMOGRAFICO - TERMINO ".
           05  WRT-TERMINO         PIC X(6).
           05  FILLER              PIC X(18) VALUE
               "  EDAD AL INICIO: ".
           05  WRT-CORTE           PIC 9(8).

       01  WS-REP-PARAMETROS.
           05  FILLER              PIC X(20) VALUE
               "ESTUDIANTES ACTIVOS:".
           05  WRP-ACTIVOS         PIC ZZZZ9.
           05  FILLER              PIC X(34) VALUE
               "   MINIMO PARA PUBLICAR UN GRUPO: ".
           05  WRP-MINIMO          PIC ZZ9.

       01  WS-REP-NOTA.
           05  FILLER              PIC X(29) VALUE
               "SUPRIMIDO = MENOS DE MINIMO, ".
           05  FILLER              PIC X(45) VALUE
               "O SUPRIMIDO PARA QUE NO SE DEDUZCA POR RESTA.".

       01  WS-REP-SUBTITULO        PIC X(80).
       01  WS-REP-ENCABEZADO       PIC X(80).

       01  WS-REP-GRUPO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRG-CLAVE           PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRG-CANT            PIC ZZZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WRG-PROMEDIO        PIC Z9.99.

       01  WS-REP-SUPRIMIDO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRS-CLAVE           PIC X(20).
           05  FILLER              PIC X(11) VALUE
               "  SUPRIMIDO".

       01  WS-REP-CARRERA.
           05  FILLER              PIC X(14) VALUE
               "      CARRERA ".
           05  WRC-CODIGO          PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRC-CANT            PIC ZZZZ9.

       01  WS-REP-CARRERA-SUP.
           05  FILLER              PIC X(14) VALUE
               "      CARRERA ".
           05  WRX-CODIGO          PIC X(3).
           05  FILLER              PIC X(11) VALUE
               "  SUPRIMIDA".

       01  WS-REP-FALTAN.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRF-ETIQUETA        PIC X(40).
           05  WRF-CANT            PIC ZZZZ9.

       01  WS-REP-FALTAN-SUP.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WRFS-ETIQUETA       PIC X(40).
           05  FILLER              PIC X(9) VALUE "SUPRIMIDO".

       01  WS-FAL-LINEA.
           05  WFL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WFL-APELLIDO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WFL-NOMBRE          PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WFL-CARRERA         PIC X(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WFL-MOTIVO          PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "DEMOGRAFIA_MINIMO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-TEXTO FROM ENVIRONMENT-VALUE.
           IF WS-PARM-TEXTO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TEXTO) = ZERO
               COMPUTE WS-MINIMO = FUNCTION NUMVAL(WS-PARM-TEXTO)
           END-IF.
           PERFORM 0110-FECHA-CORTE.
           PERFORM 0120-CARGAR-RANGOS.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PERFIL_DEMOGRAFICO.DAT. "
                   "CODIGO: " WS-REP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FALTANTES-FILE.

      * Inicio del termino: el primer dia de clase (tipo C) del
      * termino vigente en el calendario academico; los feriados y
      * fechas limite anteriores a las clases no mueven el corte.
       0110-FECHA-CORTE.
           OPEN INPUT TERMINO-FILE.
           IF WS-TERMINO-STATUS = "00"
               READ TERMINO-FILE
                   NOT AT END MOVE TERMINO-REC TO WS-TERMINO-ACTUAL
               END-READ
               CLOSE TERMINO-FILE
           END-IF.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALEN-STATUS = "00"
               PERFORM UNTIL EOF-CAL
                   READ CALENDARIO-FILE
                       AT END SET EOF-CAL TO TRUE
                   END-READ
                   IF NOT EOF-CAL
                       AND CAL-TERMINO = WS-TERMINO-ACTUAL
                       AND CAL-TIPO = "C"
                       AND CAL-FECHA IS NUMERIC
                       AND (WS-FECHA-CORTE = ZERO
                            OR CAL-FECHA < WS-FECHA-CORTE)
                       MOVE CAL-FECHA TO WS-FECHA-CORTE
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.
           IF WS-FECHA-CORTE = ZERO
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
               DISPLAY "SIN INICIO DEL TERMINO " WS-TERMINO-ACTUAL
                   " EN CALENDARIO.DAT; EDAD A LA FECHA DEL DIA."
           END-IF.

      * Rangos de edad; se dan de alta como grupos desde el inicio
      * para que el reporte los liste siempre en este orden.
       0120-CARGAR-RANGOS.
           MOVE "MENOS DE 18" TO WS-RNG-ETIQUETA(1).
           MOVE 17 TO WS-RNG-TOPE(1).
           MOVE "18 A 20" TO WS-RNG-ETIQUETA(2).
           MOVE 20 TO WS-RNG-TOPE(2).
           MOVE "21 A 24" TO WS-RNG-ETIQUETA(3).
           MOVE 24 TO WS-RNG-TOPE(3).
           MOVE "25 A 29" TO WS-RNG-ETIQUETA(4).
           MOVE 29 TO WS-RNG-TOPE(4).
           MOVE "30 A 39" TO WS-RNG-ETIQUETA(5).
           MOVE 39 TO WS-RNG-TOPE(5).
           MOVE "40 Y MAS" TO WS-RNG-ETIQUETA(6).
           MOVE 999 TO WS-RNG-TOPE(6).
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                   UNTIL WS-RNG-IDX > 6
               ADD 1 TO WS-GRP-COUNT
               INITIALIZE WS-GRP-ENTRY(WS-GRP-COUNT)
               MOVE "E" TO WS-GRP-TIPO(WS-GRP-COUNT)
               MOVE WS-RNG-ETIQUETA(WS-RNG-IDX)
                   TO WS-GRP-CLAVE(WS-GRP-COUNT)
           END-PERFORM.

       0200-PROCESO.
           PERFORM UNTIL EOF-MAESTRO
               READ MAESTRO-FILE
                   AT END SET EOF-MAESTRO TO TRUE
               END-READ
               IF NOT EOF-MAESTRO
                   ADD 1 TO WS-REG-LEIDOS
                   IF M-ESTADO = "A" OR M-ESTADO = SPACE
                       PERFORM 0210-PROCESAR-ACTIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MAESTRO-FILE.

       0210-PROCESAR-ACTIVO.
           ADD 1 TO WS-ACTIVOS.
           MOVE "N" TO WS-FALTA-FECHA.
           MOVE "N" TO WS-FALTA-MUNICIPIO.
           MOVE ZERO TO WS-FECHA-NAC.
           IF M-FECHA-NAC IS NUMERIC
               MOVE M-FECHA-NAC TO WS-FECHA-NAC
           END-IF.
           IF WS-FECHA-NAC = ZERO
               OR WS-NAC-MES < 1 OR WS-NAC-MES > 12
               OR WS-NAC-DIA < 1 OR WS-NAC-DIA > 31
               OR WS-FECHA-NAC > WS-FECHA-CORTE
               MOVE "S" TO WS-FALTA-FECHA
               ADD 1 TO WS-SIN-FECHA
           END-IF.
           IF M-MUNICIPIO = SPACES
               MOVE "S" TO WS-FALTA-MUNICIPIO
               ADD 1 TO WS-SIN-MUNICIPIO
           END-IF.
           IF WS-FALTA-FECHA = "S" OR WS-FALTA-MUNICIPIO = "S"
               PERFORM 0250-ESCRIBIR-FALTANTE
           END-IF.
           IF WS-FALTA-MUNICIPIO = "N"
               MOVE "M" TO WS-TIPO
               MOVE M-MUNICIPIO TO WS-CLAVE
               PERFORM 0220-BUSCAR-MUNICIPIO
               PERFORM 0240-SUMAR-EN-GRUPO
           END-IF.
           IF WS-FALTA-FECHA = "N"
               PERFORM 0230-RANGO-EDAD
               PERFORM 0240-SUMAR-EN-GRUPO
           END-IF.

      * Posicion del municipio en WS-GRP-IDX; uno nuevo se inserta
      * en su lugar alfabetico entre los municipios (los rangos de
      * edad ocupan las primeras posiciones). Con la tabla llena
      * queda en cero y no se acumula.
       0220-BUSCAR-MUNICIPIO.
           MOVE ZERO TO WS-GRP-IDX.
           MOVE ZERO TO WS-IDX-2.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GRP-COUNT
               IF WS-GRP-TIPO(WS-IDX) = "M"
                   IF WS-GRP-CLAVE(WS-IDX) = WS-CLAVE
                       MOVE WS-IDX TO WS-GRP-IDX
                   END-IF
                   IF WS-GRP-CLAVE(WS-IDX) > WS-CLAVE
                       AND WS-IDX-2 = ZERO
                       MOVE WS-IDX TO WS-IDX-2
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GRP-IDX = ZERO
               IF WS-GRP-COUNT < 120
                   ADD 1 TO WS-GRP-COUNT
                   IF WS-IDX-2 = ZERO
                       MOVE WS-GRP-COUNT TO WS-IDX-2
                   END-IF
                   PERFORM VARYING WS-IDX FROM WS-GRP-COUNT BY -1
                           UNTIL WS-IDX <= WS-IDX-2
                       MOVE WS-GRP-ENTRY(WS-IDX - 1)
                           TO WS-GRP-ENTRY(WS-IDX)
                   END-PERFORM
                   MOVE WS-IDX-2 TO WS-GRP-IDX
                   INITIALIZE WS-GRP-ENTRY(WS-GRP-IDX)
                   MOVE "M" TO WS-GRP-TIPO(WS-GRP-IDX)
                   MOVE WS-CLAVE TO WS-GRP-CLAVE(WS-GRP-IDX)
               ELSE
                   IF NOT WS-GRP-LLENA
                       DISPLAY "ADVERTENCIA: MAS DE 114 MUNICIPIOS; "
                           "LOS DEMAS NO SE AGRUPAN."
                       SET WS-GRP-LLENA TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Edad cumplida a la fecha de corte y su rango; los rangos son
      * los grupos 1 a 6.
       0230-RANGO-EDAD.
           COMPUTE WS-EDAD = WS-CORTE-ANIO - WS-NAC-ANIO.
           IF WS-CORTE-MMDD < WS-FECHA-NAC(5:4)
               SUBTRACT 1 FROM WS-EDAD
           END-IF.
           MOVE 1 TO WS-RNG-IDX.
           PERFORM UNTIL WS-RNG-IDX = 6
                   OR WS-EDAD <= WS-RNG-TOPE(WS-RNG-IDX)
               ADD 1 TO WS-RNG-IDX
           END-PERFORM.
           MOVE WS-RNG-IDX TO WS-GRP-IDX.

       0240-SUMAR-EN-GRUPO.
           IF WS-GRP-IDX > ZERO
               ADD 1 TO WS-GRP-CANT(WS-GRP-IDX)
               ADD M-NOTA-FINAL TO WS-GRP-SUMA(WS-GRP-IDX)
               MOVE ZERO TO WS-IDX
               PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                       UNTIL WS-CAR-IDX > WS-GRP-CAR-COUNT(WS-GRP-IDX)
                   IF WS-GRP-CAR-CODIGO(WS-GRP-IDX, WS-CAR-IDX)
                       = M-DEG
                       MOVE WS-CAR-IDX TO WS-IDX
                   END-IF
               END-PERFORM
               IF WS-IDX = ZERO
                   AND WS-GRP-CAR-COUNT(WS-GRP-IDX) < 10
                   ADD 1 TO WS-GRP-CAR-COUNT(WS-GRP-IDX)
                   MOVE WS-GRP-CAR-COUNT(WS-GRP-IDX) TO WS-IDX
                   MOVE M-DEG TO WS-GRP-CAR-CODIGO(WS-GRP-IDX, WS-IDX)
               END-IF
               IF WS-IDX > ZERO
                   ADD 1 TO WS-GRP-CAR-CANT(WS-GRP-IDX, WS-IDX)
               END-IF
           END-IF.

       0250-ESCRIBIR-FALTANTE.
           ADD 1 TO WS-INCOMPLETOS.
           MOVE M-MATRICULA TO WFL-MATRICULA.
           MOVE M-APELLIDO TO WFL-APELLIDO.
           MOVE M-NOMBRE TO WFL-NOMBRE.
           MOVE M-DEG TO WFL-CARRERA.
           EVALUATE TRUE
               WHEN WS-FALTA-FECHA = "S" AND WS-FALTA-MUNICIPIO = "S"
                   MOVE "SIN FECHA DE NACIMIENTO NI MUNICIPIO"
                       TO WFL-MOTIVO
               WHEN WS-FALTA-FECHA = "S"
                   MOVE "SIN FECHA DE NACIMIENTO VALIDA"
                       TO WFL-MOTIVO
               WHEN OTHER
                   MOVE "SIN MUNICIPIO" TO WFL-MOTIVO
           END-EVALUATE.
           WRITE FALTANTE-REC FROM WS-FAL-LINEA.

       0300-FIN.
           MOVE WS-TERMINO-ACTUAL TO WRT-TERMINO.
           MOVE WS-FECHA-CORTE TO WRT-CORTE.
           WRITE REPORTE-REC FROM WS-REP-TITULO.
           MOVE WS-ACTIVOS TO WRP-ACTIVOS.
           MOVE WS-MINIMO TO WRP-MINIMO.
           WRITE REPORTE-REC FROM WS-REP-PARAMETROS.
           WRITE REPORTE-REC FROM WS-REP-NOTA.
           MOVE "M" TO WS-TIPO.
           MOVE "1. ESTUDIANTES ACTIVOS POR MUNICIPIO"
               TO WS-REP-SUBTITULO.
           PERFORM 0310-ESCRIBIR-SECCION.
           MOVE "E" TO WS-TIPO.
           MOVE "2. ESTUDIANTES ACTIVOS POR RANGO DE EDAD"
               TO WS-REP-SUBTITULO.
           PERFORM 0310-ESCRIBIR-SECCION.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           MOVE "3. REGISTROS INCOMPLETOS (FUERA DEL GRUPO QUE FALTA)"
               TO WS-REP-SUBTITULO.
           WRITE REPORTE-REC FROM WS-REP-SUBTITULO.
           MOVE "SIN FECHA DE NACIMIENTO VALIDA:" TO WRF-ETIQUETA.
           IF WS-SUP-SIN-FECHA = "S"
               MOVE WRF-ETIQUETA TO WRFS-ETIQUETA
               WRITE REPORTE-REC FROM WS-REP-FALTAN-SUP
           ELSE
               MOVE WS-SIN-FECHA TO WRF-CANT
               WRITE REPORTE-REC FROM WS-REP-FALTAN
           END-IF.
           MOVE "SIN MUNICIPIO:" TO WRF-ETIQUETA.
           IF WS-SUP-SIN-MUNICIPIO = "S"
               MOVE WRF-ETIQUETA TO WRFS-ETIQUETA
               WRITE REPORTE-REC FROM WS-REP-FALTAN-SUP
           ELSE
               MOVE WS-SIN-MUNICIPIO TO WRF-CANT
               WRITE REPORTE-REC FROM WS-REP-FALTAN
           END-IF.
      * Con una de las dos cuentas oculta, el total de incompletos
      * tambien se oculta: junto con la otra la devolveria.
           MOVE "REGISTROS CON ALGUN CAMPO FALTANTE:" TO WRF-ETIQUETA.
           IF WS-SUP-SIN-FECHA = "S" OR WS-SUP-SIN-MUNICIPIO = "S"
               MOVE WRF-ETIQUETA TO WRFS-ETIQUETA
               WRITE REPORTE-REC FROM WS-REP-FALTAN-SUP
           ELSE
               MOVE WS-INCOMPLETOS TO WRF-CANT
               WRITE REPORTE-REC FROM WS-REP-FALTAN
           END-IF.
           CLOSE REPORTE-FILE.
           CLOSE FALTANTES-FILE.
           DISPLAY "PERFIL_DEMOGRAFICO.DAT ESCRITO. ACTIVOS: "
               WS-ACTIVOS " INCOMPLETOS: " WS-INCOMPLETOS
               " GRUPOS SUPRIMIDOS: " WS-SUPRIMIDOS.
           IF WS-INCOMPLETOS > ZERO
               DISPLAY "LISTA DE INCOMPLETOS EN "
                   "DEMOGRAFIA_FALTANTES.DAT (USO INTERNO)."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0310-ESCRIBIR-SECCION.
           PERFORM 0330-MARCAR-SUPRESION.
           MOVE SPACES TO REPORTE-REC.
           WRITE REPORTE-REC.
           WRITE REPORTE-REC FROM WS-REP-SUBTITULO.
           MOVE "  GRUPO                 ESTUDIANTES  PROMEDIO"
               TO WS-REP-ENCABEZADO.
           WRITE REPORTE-REC FROM WS-REP-ENCABEZADO.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-TIPO(WS-GRP-IDX) = WS-TIPO
                   AND WS-GRP-CANT(WS-GRP-IDX) > ZERO
                   PERFORM 0320-ESCRIBIR-GRUPO
               END-IF
           END-PERFORM.

      * Grupo suprimido: solo su nombre, sin cifras. En los demas,
      * la celda de carrera suprimida tampoco da cifra.
       0320-ESCRIBIR-GRUPO.
           IF WS-GRP-SUPRIMIDO(WS-GRP-IDX) NOT = SPACE
               ADD 1 TO WS-SUPRIMIDOS
               MOVE WS-GRP-CLAVE(WS-GRP-IDX) TO WRS-CLAVE
               WRITE REPORTE-REC FROM WS-REP-SUPRIMIDO
           ELSE
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-GRP-SUMA(WS-GRP-IDX) / WS-GRP-CANT(WS-GRP-IDX)
               MOVE WS-GRP-CLAVE(WS-GRP-IDX) TO WRG-CLAVE
               MOVE WS-GRP-CANT(WS-GRP-IDX) TO WRG-CANT
               MOVE WS-PROMEDIO TO WRG-PROMEDIO
               WRITE REPORTE-REC FROM WS-REP-GRUPO
               PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                       UNTIL WS-CAR-IDX > WS-GRP-CAR-COUNT(WS-GRP-IDX)
                   IF WS-GRP-CAR-SUP(WS-GRP-IDX, WS-CAR-IDX)
                       NOT = SPACE
                       MOVE WS-GRP-CAR-CODIGO(WS-GRP-IDX, WS-CAR-IDX)
                           TO WRX-CODIGO
                       WRITE REPORTE-REC FROM WS-REP-CARRERA-SUP
                   ELSE
                       MOVE WS-GRP-CAR-CODIGO(WS-GRP-IDX, WS-CAR-IDX)
                           TO WRC-CODIGO
                       MOVE WS-GRP-CAR-CANT(WS-GRP-IDX, WS-CAR-IDX)
                           TO WRC-CANT
                       WRITE REPORTE-REC FROM WS-REP-CARRERA
                   END-IF
               END-PERFORM
           END-IF.

      * Supresion de la seccion WS-TIPO antes de escribirla. Los
      * grupos de la seccion suman los activos menos los que no
      * tienen el dato, asi que un solo grupo suprimido saldria por
      * resta: se suprime tambien el siguiente mas chico y, si no hay
      * otro grupo, la cuenta de los que no tienen el dato.
       0330-MARCAR-SUPRESION.
           MOVE ZERO TO WS-SUP-PRIMARIOS.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-TIPO(WS-GRP-IDX) = WS-TIPO
                   AND WS-GRP-CANT(WS-GRP-IDX) > ZERO
                   AND WS-GRP-CANT(WS-GRP-IDX) < WS-MINIMO
                   MOVE "P" TO WS-GRP-SUPRIMIDO(WS-GRP-IDX)
                   ADD 1 TO WS-SUP-PRIMARIOS
               END-IF
           END-PERFORM.
           IF WS-SUP-PRIMARIOS = 1
               MOVE ZERO TO WS-IDX-2
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   IF WS-GRP-TIPO(WS-GRP-IDX) = WS-TIPO
                       AND WS-GRP-CANT(WS-GRP-IDX) > ZERO
                       AND WS-GRP-SUPRIMIDO(WS-GRP-IDX) = SPACE
                       IF WS-IDX-2 = ZERO
                           MOVE WS-GRP-IDX TO WS-IDX-2
                       ELSE
                           IF WS-GRP-CANT(WS-GRP-IDX)
                               < WS-GRP-CANT(WS-IDX-2)
                               MOVE WS-GRP-IDX TO WS-IDX-2
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-IDX-2 > ZERO
                   MOVE "S" TO WS-GRP-SUPRIMIDO(WS-IDX-2)
               ELSE
                   IF WS-TIPO = "M"
                       MOVE "S" TO WS-SUP-SIN-MUNICIPIO
                   ELSE
                       MOVE "S" TO WS-SUP-SIN-FECHA
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-TIPO(WS-GRP-IDX) = WS-TIPO
                   AND WS-GRP-CANT(WS-GRP-IDX) > ZERO
                   AND WS-GRP-SUPRIMIDO(WS-GRP-IDX) = SPACE
                   PERFORM 0335-MARCAR-CELDAS
               END-IF
           END-PERFORM.

      * Lo mismo dentro de un grupo publicado: una sola celda de
      * carrera suprimida saldria restando las otras del total del
      * grupo.
       0335-MARCAR-CELDAS.
           MOVE ZERO TO WS-SUP-PRIMARIOS.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-GRP-CAR-COUNT(WS-GRP-IDX)
               IF WS-GRP-CAR-CANT(WS-GRP-IDX, WS-CAR-IDX)
                   < WS-MINIMO
                   MOVE "P" TO WS-GRP-CAR-SUP(WS-GRP-IDX, WS-CAR-IDX)
                   ADD 1 TO WS-SUP-PRIMARIOS
               END-IF
           END-PERFORM.
           IF WS-SUP-PRIMARIOS = 1
               MOVE ZERO TO WS-CAR-MENOR
               PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                       UNTIL WS-CAR-IDX > WS-GRP-CAR-COUNT(WS-GRP-IDX)
                   IF WS-GRP-CAR-SUP(WS-GRP-IDX, WS-CAR-IDX) = SPACE
                       IF WS-CAR-MENOR = ZERO
                           MOVE WS-CAR-IDX TO WS-CAR-MENOR
                       ELSE
                           IF WS-GRP-CAR-CANT(WS-GRP-IDX, WS-CAR-IDX)
                               < WS-GRP-CAR-CANT(WS-GRP-IDX,
                                                 WS-CAR-MENOR)
                               MOVE WS-CAR-IDX TO WS-CAR-MENOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CAR-MENOR > ZERO
                   MOVE "S"
                       TO WS-GRP-CAR-SUP(WS-GRP-IDX, WS-CAR-MENOR)
               END-IF
           END-IF.

       END PROGRAM PerfilDemografico.
