      * matricula lleva ese codigo, NO GENUINO si no. Lo que antes
      * era mirar el papel con cara de duda ahora es una consulta al
      * registro.
      * Un diploma se verifica por su serial: si el operador lo
      * teclea, el programa lo busca en el registro de diplomas
      * DIPLOMAS.DAT (Diplomas) y coteja el codigo impreso; al ser
      * genuino muestra a quien, de que carrera y termino y con que
      * mencion se emitio, para comparar con el papel, y si es una
      * reimpresion, el serial del original.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EMISIONES-FILE ASSIGN TO "EMISIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMI-STATUS.
           SELECT DIPLOMAS-FILE ASSIGN TO "DIPLOMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  EMI-OPERADOR        PIC X(8).
           02  EMI-CODIGO          PIC 9(6).

       FD  DIPLOMAS-FILE.
       01  DIP-REC.
           88  EOF-DIP             VALUE HIGH-VALUE.
           COPY "DIPLOMA-RECORD.CBL"
               REPLACING LEADING ==DP== BY ==DIP==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-EMI-STATUS       PIC X(2).
           05  WS-DIP-STATUS       PIC X(2).
           05  WS-SERIAL-TEXTO     PIC X(8).
           05  WS-SERIAL           PIC 9(8).
           05  WS-MATRICULA        PIC 9(7).
           05  WS-CODIGO           PIC 9(6).
           05  WS-HALLADO          PIC X VALUE "N".

       PROCEDURE DIVISION.
       0100-INICIO.
           DISPLAY "SERIAL DEL DIPLOMA (EN BLANCO SI NO ES UN "
               "DIPLOMA): ".
           ACCEPT WS-SERIAL-TEXTO.
           IF WS-SERIAL-TEXTO NOT = SPACES
               PERFORM 0200-VERIFICAR-DIPLOMA
           END-IF.
           DISPLAY "MATRICULA DEL DOCUMENTO: ".
           ACCEPT WS-MATRICULA.
           DISPLAY "CODIGO DE VERIFICACION (6 DIGITOS): ".
           END-IF.
           STOP RUN.

       0200-VERIFICAR-DIPLOMA.
           IF WS-SERIAL-TEXTO IS NOT NUMERIC
               DISPLAY "EL SERIAL DEL DIPLOMA ES DE 8 DIGITOS: "
                   WS-SERIAL-TEXTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SERIAL-TEXTO TO WS-SERIAL.
           DISPLAY "CODIGO DE VERIFICACION (6 DIGITOS): ".
           ACCEPT WS-CODIGO.
           OPEN INPUT DIPLOMAS-FILE.
           IF WS-DIP-STATUS NOT = "00"
               DISPLAY "SIN REGISTRO DE DIPLOMAS DIPLOMAS.DAT; NO "
                   "HAY CONTRA QUE VERIFICAR."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-DIP OR ES-GENUINO
               READ DIPLOMAS-FILE
                   AT END SET EOF-DIP TO TRUE
               END-READ
               IF NOT EOF-DIP
                   AND DIP-SERIAL = WS-SERIAL
                   AND DIP-CODIGO = WS-CODIGO
                   SET ES-GENUINO TO TRUE
                   DISPLAY "GENUINO: DIPLOMA " DIP-SERIAL
                       " MATRICULA " DIP-MATRICULA " CARRERA "
                       DIP-CARRERA " TERMINO " DIP-TERMINO
                       " " DIP-HONOR
                   DISPLAY "EMITIDO " DIP-FECHA " POR "
                       DIP-OPERADOR
                   IF DIP-ORIGINAL NOT = ZERO
                       DISPLAY "ES REIMPRESION DEL DIPLOMA "
                           DIP-ORIGINAL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DIPLOMAS-FILE.
           IF NOT ES-GENUINO
               DISPLAY "NO GENUINO: EL REGISTRO NO TIENE EL DIPLOMA "
                   WS-SERIAL " CON EL CODIGO " WS-CODIGO "."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM VerificarDocumento.
